       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. refund.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Customer refund run for money the receivables side is
      *> holding that belongs to the customer: unapplied cash that
      *> has sat on CASHSUSP with no open item to absorb it, and
      *> net-credit customers on ARFILE (overpayments, unused credit
      *> memos) with nothing left owing.  Each run does two things,
      *> under the RFNDREQ refund queue (see RFNDREQ.cpy):
      *>   - pays every request an operator has approved through
      *>     rfndaprv.cob since the last run: the balance is checked
      *>     again as it stands today, the payee name and mailing
      *>     address come from CUSTMAST, the check number from the
      *>     RFNDCTL refund check sequence, and the disbursement
      *>     lands on RFNDDISB while the suspense or credit balance
      *>     is cleared;
      *>   - selects every suspense balance and credit customer
      *>     older than the RFPARM refund age not already queued and
      *>     queues it PENDING on the RFNDREG register for approval.
      *> Money older than the escheatment age in DORMPRM - the same
      *> unclaimed-property clock dormant.cob runs deposit accounts
      *> on - is not refunded but remitted to the state down
      *> dormant.cob's path: an ESCHEAT extract row, the decision on
      *> AUDITLOG, and escheatment payable on the ledger.  Refunds
      *> and escheats post to the general ledger through glpost.
      *> A credit customer's age runs from its newest credit item,
      *> and a customer still owing on any item is left for
      *> cashrcpt.cob's netting rather than refunded.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-PARM-FILE ASSIGN TO "RFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-PARM-STATUS.
           SELECT DORMANT-PARM-FILE ASSIGN TO "DORMPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANT-PARM-STATUS.
           SELECT REFUND-CONTROL-FILE ASSIGN TO "RFNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-CONTROL-STATUS.
           SELECT REFUND-REQUEST-FILE ASSIGN TO "RFNDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-REQUEST-STATUS.
           SELECT CASH-SUSPENSE-FILE ASSIGN TO "CASHSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-SUSPENSE-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-OPEN-ITEM-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDENT
               ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT REFUND-DISBURSEMENT-FILE ASSIGN TO "RFNDDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-DISB-STATUS.
           SELECT ESCHEAT-EXTRACT-FILE ASSIGN TO "ESCHEAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-EXTRACT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT REFUND-REGISTER-FILE ASSIGN TO "RFNDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-PARM-FILE.
       01 REFUND-PARM-RECORD.
           02 RP-REFUND-DAYS          PIC 9(5).

       FD  DORMANT-PARM-FILE.
       01 DORMANT-PARM-RECORD.
           02 DP-DORMANT-DAYS     PIC 9(5).
           02 FILLER              PIC X(2).
           02 DP-ESCHEAT-DAYS     PIC 9(5).

       FD  REFUND-CONTROL-FILE.
       01 REFUND-CONTROL-RECORD.
           02 RC-NEXT-CHECK-NO        PIC 9(7).

       FD  REFUND-REQUEST-FILE.
           COPY RFNDREQ.

       FD  CASH-SUSPENSE-FILE.
       01 CASH-SUSPENSE-RECORD.
           02 CS-CUST-IDENT            PIC 9(7).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 CS-RECEIPT-DATE          PIC 9(8).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 CS-REMAINING-AMOUNT      PIC 9(7)V99.

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  REFUND-DISBURSEMENT-FILE.
           COPY RFNDDISB.

       FD  ESCHEAT-EXTRACT-FILE.
           COPY ESCHREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  REFUND-REGISTER-FILE.
       01 REFUND-REGISTER-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-REFUND-PARM-STATUS       PIC XX VALUE "00".
       01 WS-DORMANT-PARM-STATUS      PIC XX VALUE "00".
       01 WS-REFUND-CONTROL-STATUS    PIC XX VALUE "00".
       01 WS-REFUND-REQUEST-STATUS    PIC XX VALUE "00".
       01 WS-CASH-SUSPENSE-STATUS     PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-CUSTMAST-STATUS          PIC XX VALUE "00".
       01 WS-REFUND-DISB-STATUS       PIC XX VALUE "00".
       01 WS-ESCHEAT-EXTRACT-STATUS   PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".
       01 WS-REFUND-REGISTER-STATUS   PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-AR-SCAN-EOF-SWITCH        PIC X VALUE "N".
           88 WS-AR-SCAN-EOF               VALUE "Y".
       01 WS-OVERFLOW-SWITCH           PIC X VALUE "N".
           88 WS-OVERFLOW                  VALUE "Y".
       01 WS-AR-AVAILABLE-SWITCH       PIC X VALUE "N".
           88 WS-AR-AVAILABLE              VALUE "Y".
       01 WS-CUSTMAST-AVAILABLE-SWITCH PIC X VALUE "N".
           88 WS-CUSTMAST-AVAILABLE        VALUE "Y".
       01 WS-QUEUED-SWITCH             PIC X VALUE "N".
           88 WS-ALREADY-QUEUED            VALUE "Y".
       01 WS-CUSTOMER-FOUND-SWITCH     PIC X VALUE "N".
           88 WS-CUSTOMER-FOUND            VALUE "Y".
       01 WS-SUSPENSE-CHANGED-SWITCH   PIC X VALUE "N".
           88 WS-SUSPENSE-CHANGED          VALUE "Y".

      *>--------------------------------------------------------------
      *> The two clocks: money older than the refund age is
      *> offered back to the customer; money older than the
      *> escheatment age goes to the state.  Both are policy and
      *> law, not code - RFPARM and dormant.cob's DORMPRM override
      *> the compiled defaults.
      *>--------------------------------------------------------------
       01 WS-REFUND-DAYS              PIC 9(5) VALUE 60.
       01 WS-ESCHEAT-DAYS             PIC 9(5) VALUE 1825.

       01 WS-RUN-DATE-YYYYMMDD        PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INTEGER         PIC 9(8) COMP VALUE ZERO.
       01 WS-BALANCE-DATE-INTEGER     PIC 9(8) COMP VALUE ZERO.
       01 WS-AGE-DAYS                 PIC S9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------------
      *> Refund checks number from their own RFNDCTL sequence, apart
      *> from payroll's CHECKCTL.
      *>--------------------------------------------------------------
       01 WS-NEXT-CHECK-NO            PIC 9(7) VALUE 1.

       01 WS-QUEUE-COUNT              PIC 9(3) COMP VALUE ZERO.
       01 WS-QUEUE-IDX                PIC 9(3) COMP VALUE ZERO.
       01 WS-QUEUE-TABLE.
           02 WS-QUEUE-ENTRY OCCURS 500 TIMES.
               03 WS-QE-IMAGE         PIC X(80).

      *>   One queued row, unpacked for comparison with the request
      *>   being built in REFUND-REQUEST-RECORD.
           COPY RFNDREQ REPLACING ==REFUND-REQUEST-RECORD==
               BY ==QUEUED-REQUEST-RECORD==
               LEADING ==RQ-== BY ==QR-==.

       01 WS-SUSP-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-SUSP-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-SUSPENSE-TABLE.
           02 WS-SUSP-ENTRY OCCURS 500 TIMES.
               03 WS-SP-CUST-IDENT    PIC 9(7).
               03 WS-SP-RECEIPT-DATE  PIC 9(8).
               03 WS-SP-REMAINING     PIC 9(7)V99.

      *>--------------------------------------------------------------
      *> Credit customers, collected in one pass of ARFILE before
      *> any of them is escheated, so clearing an item never loses
      *> the collecting scan's place in the file.
      *>--------------------------------------------------------------
       01 WS-CREDIT-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-CREDIT-IDX               PIC 9(3) COMP VALUE ZERO.
       01 WS-CREDIT-TABLE.
           02 WS-CREDIT-ENTRY OCCURS 500 TIMES.
               03 WS-CR-CUST-IDENT    PIC 9(7).
               03 WS-CR-AMOUNT        PIC 9(7)V99.
               03 WS-CR-BALANCE-DATE  PIC 9(8).

      *>   One customer's items as the scan accumulates them.
       01 WS-SCAN-CUST-IDENT          PIC 9(7) VALUE ZERO.
       01 WS-SCAN-CREDIT              PIC 9(7)V99 VALUE ZERO.
       01 WS-SCAN-CREDIT-DATE         PIC 9(8) VALUE ZERO.
       01 WS-SCAN-OWES-SWITCH         PIC X VALUE "N".
           88 WS-SCAN-OWES                VALUE "Y".
       01 WS-ITEM-BALANCE             PIC S9(7)V99 VALUE ZERO.

       01 WS-CLEAR-CUST-IDENT         PIC 9(7) VALUE ZERO.
       01 WS-CLEAR-REMAINING          PIC 9(7)V99 VALUE ZERO.
       01 WS-CLEAR-AMOUNT             PIC 9(7)V99 VALUE ZERO.

       01 WS-LOOKUP-CUST-IDENT        PIC 9(7) VALUE ZERO.
       01 WS-PAYEE-NAME               PIC X(20) VALUE SPACES.
       01 WS-AUDIT-DECISION           PIC X(30) VALUE SPACES.

       01 WS-DISBURSED-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-QUEUED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECTED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-ESCHEATED-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-SUSP-REFUND-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-CREDIT-REFUND-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-SUSP-ESCHEAT-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-CREDIT-ESCHEAT-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-QUEUED-TOTAL             PIC 9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> General-ledger interface: a refund pays cash out of
      *> unapplied cash or out of receivables (a credit balance is
      *> a receivable below zero); an escheat moves the same money
      *> to escheatment payable instead.
      *>--------------------------------------------------------------
       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "REFUND".
       01 WS-GL-CASH-ACCT       PIC 9(4) VALUE 1000.
       01 WS-GL-AR-ACCT         PIC 9(4) VALUE 1100.
       01 WS-GL-SUSPENSE-ACCT   PIC 9(4) VALUE 2300.
       01 WS-GL-ESCHEAT-ACCT    PIC 9(4) VALUE 2400.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** CUSTOMER REFUND REGISTER ***".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-SOURCE       PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DATE         PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(30).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(15) VALUE "*** DISBURSED: ".
           02 WS-T-DISBURSED    PIC ZZZZ9.
           02 FILLER            PIC X(10) VALUE " QUEUED: ".
           02 WS-T-QUEUED       PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE " ESCHEATED: ".
           02 WS-T-ESCHEATED    PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE " REJECTED: ".
           02 WS-T-REJECTED     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OVERFLOW
      *>       RFNDREQ and CASHSUSP rewrite whole from their tables;
      *>       proceeding past a load cap would silently drop every
      *>       row past it.
               DISPLAY "RFNDREQ OR CASHSUSP EXCEEDS THE 500-ROW LOAD "
                   "- RUN REFUSED"
               STOP RUN
           END-IF
           PERFORM 1500-OPEN-FILES THRU 1500-EXIT
           PERFORM 2000-DISBURSE-ONE-REQUEST THRU 2000-EXIT
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
           PERFORM 3000-SELECT-ONE-SUSPENSE THRU 3000-EXIT
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
           IF WS-AR-AVAILABLE
               PERFORM 4000-COLLECT-CREDIT-CUSTOMERS THRU 4000-EXIT
               PERFORM 4500-SELECT-ONE-CREDIT THRU 4500-EXIT
                   VARYING WS-CREDIT-IDX FROM 1 BY 1
                   UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
           END-IF
           PERFORM 7000-REWRITE-QUEUE THRU 7000-EXIT
           PERFORM 7100-REWRITE-SUSPENSE THRU 7100-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-YYYYMMDD
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)
           PERFORM 1100-LOAD-REFUND-PARMS THRU 1100-EXIT
           PERFORM 1200-LOAD-REFUND-CONTROL THRU 1200-EXIT
           PERFORM 1300-LOAD-QUEUE THRU 1300-EXIT
           PERFORM 1400-LOAD-SUSPENSE THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-REFUND-PARMS.
           OPEN INPUT REFUND-PARM-FILE
           IF WS-REFUND-PARM-STATUS = "35"
               DISPLAY "RFPARM missing - refund age defaults to "
                   WS-REFUND-DAYS " days"
           ELSE
               READ REFUND-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RP-REFUND-DAYS TO WS-REFUND-DAYS
               END-READ
               CLOSE REFUND-PARM-FILE
           END-IF
           OPEN INPUT DORMANT-PARM-FILE
           IF WS-DORMANT-PARM-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           READ DORMANT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE DP-ESCHEAT-DAYS TO WS-ESCHEAT-DAYS
           END-READ
           CLOSE DORMANT-PARM-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The controlled refund check sequence: numbers come from
      *> RFNDCTL, never from anyone's memory.
      *>--------------------------------------------------------------
       1200-LOAD-REFUND-CONTROL.
           OPEN INPUT REFUND-CONTROL-FILE
           IF WS-REFUND-CONTROL-STATUS = "35"
               DISPLAY "RFNDCTL missing - refund checks start at 1"
               GO TO 1200-EXIT
           END-IF
           READ REFUND-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           END-READ
           CLOSE REFUND-CONTROL-FILE.
       1200-EXIT.
           EXIT.

       1300-LOAD-QUEUE.
           OPEN INPUT REFUND-REQUEST-FILE
           IF WS-REFUND-REQUEST-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-QUEUE-COUNT >= 500
               READ REFUND-REQUEST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
                       MOVE REFUND-REQUEST-RECORD TO
                           WS-QE-IMAGE (WS-QUEUE-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ REFUND-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE REFUND-REQUEST-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1300-EXIT.
           EXIT.

       1400-LOAD-SUSPENSE.
           OPEN INPUT CASH-SUSPENSE-FILE
           IF WS-CASH-SUSPENSE-STATUS = "35"
               GO TO 1400-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-SUSP-COUNT >= 500
               READ CASH-SUSPENSE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUSP-COUNT
                       MOVE CS-CUST-IDENT TO
                           WS-SP-CUST-IDENT (WS-SUSP-COUNT)
                       MOVE CS-RECEIPT-DATE TO
                           WS-SP-RECEIPT-DATE (WS-SUSP-COUNT)
                       MOVE CS-REMAINING-AMOUNT TO
                           WS-SP-REMAINING (WS-SUSP-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ CASH-SUSPENSE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE CASH-SUSPENSE-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1400-EXIT.
           EXIT.

       1500-OPEN-FILES.
           OPEN I-O AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-ITEM-STATUS = "35"
               DISPLAY "ARFILE missing - no credit balances this run"
           ELSE
               SET WS-AR-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "35"
               DISPLAY "CUSTMAST missing - approved refunds wait"
           ELSE
               SET WS-CUSTMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REFUND-REGISTER-FILE
           WRITE REFUND-REGISTER-LINE FROM WS-HEADING-LINE-1
           OPEN EXTEND REFUND-DISBURSEMENT-FILE
           IF WS-REFUND-DISB-STATUS = "05" OR "35"
               OPEN OUTPUT REFUND-DISBURSEMENT-FILE
           END-IF
           OPEN EXTEND ESCHEAT-EXTRACT-FILE
           IF WS-ESCHEAT-EXTRACT-STATUS = "05" OR "35"
               OPEN OUTPUT ESCHEAT-EXTRACT-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
       1500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One queue row: only approved rows pay.  The balance is
      *> checked again as it stands today - cash may have applied or
      *> a new invoice billed since approval - and a row whose money
      *> is no longer there is rejected for reselection, and the
      *> rejection logged on AUDITLOG as an operator's would be.
      *>--------------------------------------------------------------
       2000-DISBURSE-ONE-REQUEST.
           MOVE WS-QE-IMAGE (WS-QUEUE-IDX) TO REFUND-REQUEST-RECORD
           IF NOT RQ-APPROVED
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-CUSTMAST-AVAILABLE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2050-SET-DETAIL-LINE THRU 2050-EXIT

           MOVE RQ-CUST-IDENT TO CUST-IDENT
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE "REJECTED - NOT ON CUSTMAST" TO WS-D-ACTION
                   GO TO 2000-REJECT
           END-READ

           IF RQ-FROM-SUSPENSE
               PERFORM 2100-FIND-SUSPENSE-ENTRY THRU 2100-EXIT
               IF WS-SUSP-IDX > WS-SUSP-COUNT
                   MOVE "REJECTED - SUSPENSE CHANGED" TO WS-D-ACTION
                   GO TO 2000-REJECT
               END-IF
               SUBTRACT RQ-AMOUNT FROM WS-SP-REMAINING (WS-SUSP-IDX)
               SET WS-SUSPENSE-CHANGED TO TRUE
               ADD RQ-AMOUNT TO WS-SUSP-REFUND-TOTAL
           ELSE
               IF NOT WS-AR-AVAILABLE
                   GO TO 2000-EXIT
               END-IF
               MOVE RQ-CUST-IDENT TO WS-SCAN-CUST-IDENT
               PERFORM 4100-SUM-ONE-CUSTOMER THRU 4100-EXIT
               IF WS-SCAN-OWES OR WS-SCAN-CREDIT < RQ-AMOUNT
                   MOVE "REJECTED - CREDIT CHANGED" TO WS-D-ACTION
                   GO TO 2000-REJECT
               END-IF
               MOVE RQ-CUST-IDENT TO WS-CLEAR-CUST-IDENT
               MOVE RQ-AMOUNT     TO WS-CLEAR-REMAINING
               PERFORM 4800-CLEAR-CREDIT-BALANCE THRU 4800-EXIT
               ADD RQ-AMOUNT TO WS-CREDIT-REFUND-TOTAL
           END-IF

           PERFORM 2200-WRITE-DISBURSEMENT THRU 2200-EXIT
           SET RQ-DISBURSED TO TRUE
           MOVE WS-NEXT-CHECK-NO TO RQ-CHECK-NO
           MOVE REFUND-REQUEST-RECORD TO WS-QE-IMAGE (WS-QUEUE-IDX)
           ADD 1 TO WS-NEXT-CHECK-NO
           ADD 1 TO WS-DISBURSED-COUNT
           MOVE SPACES TO WS-D-ACTION
           STRING "REFUND CHECK " RQ-CHECK-NO DELIMITED BY SIZE
               INTO WS-D-ACTION
           GO TO 2000-WRITE.
       2000-REJECT.
           SET RQ-REJECTED TO TRUE
           MOVE REFUND-REQUEST-RECORD TO WS-QE-IMAGE (WS-QUEUE-IDX)
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REFUND"          TO AL-PROGRAM-ID
           MOVE RQ-CUST-IDENT     TO AL-KEY
           MOVE WS-D-ACTION       TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE "BATCH"           TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.
       2000-WRITE.
           WRITE REFUND-REGISTER-LINE FROM WS-DETAIL-LINE.
       2000-EXIT.
           EXIT.

       2050-SET-DETAIL-LINE.
           MOVE RQ-CUST-IDENT   TO WS-D-CUST-IDENT
           MOVE RQ-BALANCE-DATE TO WS-D-DATE
           MOVE RQ-AMOUNT       TO WS-D-AMOUNT
           IF RQ-FROM-SUSPENSE
               MOVE "SUSPENSE" TO WS-D-SOURCE
           ELSE
               MOVE "CREDIT"   TO WS-D-SOURCE
           END-IF.
       2050-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The suspense entry the request was selected from, still
      *> holding at least the approved amount; past the end of the
      *> table means it is gone or has shrunk.
      *>--------------------------------------------------------------
       2100-FIND-SUSPENSE-ENTRY.
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                  OR (WS-SP-CUST-IDENT (WS-SUSP-IDX) = RQ-CUST-IDENT
                  AND WS-SP-RECEIPT-DATE (WS-SUSP-IDX) = RQ-BALANCE-DATE
                  AND WS-SP-REMAINING (WS-SUSP-IDX) >= RQ-AMOUNT)
               CONTINUE
           END-PERFORM.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The check goes to the customer as CUSTMAST knows them
      *> today.
      *>--------------------------------------------------------------
       2200-WRITE-DISBURSEMENT.
           MOVE WS-NEXT-CHECK-NO     TO RD-CHECK-NO
           MOVE WS-RUN-DATE-YYYYMMDD TO RD-CHECK-DATE
           MOVE RQ-CUST-IDENT        TO RD-CUST-IDENT
           MOVE RQ-AMOUNT            TO RD-AMOUNT
           MOVE CUST-NAME            TO RD-PAYEE-NAME
           MOVE CUST-STREET          TO RD-STREET
           MOVE CUST-CITY            TO RD-CITY
           MOVE CUST-STATE           TO RD-STATE
           MOVE CUST-POSTAL-CODE     TO RD-POSTAL-CODE
           MOVE RQ-SOURCE            TO RD-SOURCE
           MOVE RQ-APPROVED-BY       TO RD-APPROVED-BY
           WRITE REFUND-DISBURSEMENT-RECORD.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One suspense balance: past the escheatment age it goes to
      *> the state; past the refund age, and not already queued, it
      *> queues for approval.
      *>--------------------------------------------------------------
       3000-SELECT-ONE-SUSPENSE.
           IF WS-SP-REMAINING (WS-SUSP-IDX) = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE WS-SP-RECEIPT-DATE (WS-SUSP-IDX) TO WS-D-DATE
           COMPUTE WS-BALANCE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (WS-SP-RECEIPT-DATE (WS-SUSP-IDX))
           COMPUTE WS-AGE-DAYS =
               WS-RUN-DATE-INTEGER - WS-BALANCE-DATE-INTEGER
           IF WS-AGE-DAYS NOT > WS-REFUND-DAYS
               GO TO 3000-EXIT
           END-IF
           MOVE "S" TO RQ-SOURCE
           MOVE WS-SP-CUST-IDENT (WS-SUSP-IDX)   TO RQ-CUST-IDENT
           MOVE WS-SP-RECEIPT-DATE (WS-SUSP-IDX) TO RQ-BALANCE-DATE
           PERFORM 3300-CHECK-QUEUED THRU 3300-EXIT
           IF WS-ALREADY-QUEUED
               GO TO 3000-EXIT
           END-IF
           MOVE WS-SP-REMAINING (WS-SUSP-IDX) TO RQ-AMOUNT
           IF WS-AGE-DAYS > WS-ESCHEAT-DAYS
               PERFORM 3100-ESCHEAT-SUSPENSE THRU 3100-EXIT
           ELSE
               PERFORM 3200-QUEUE-REQUEST THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ESCHEAT-SUSPENSE.
           MOVE "UNAPPLIED CASH ESCHEATED" TO WS-AUDIT-DECISION
           PERFORM 6000-WRITE-ESCHEAT THRU 6000-EXIT
           MOVE ZERO TO WS-SP-REMAINING (WS-SUSP-IDX)
           SET WS-SUSPENSE-CHANGED TO TRUE
           ADD RQ-AMOUNT TO WS-SUSP-ESCHEAT-TOTAL.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A new PENDING row for the approver, listed on the register.
      *>--------------------------------------------------------------
       3200-QUEUE-REQUEST.
           SET RQ-PENDING TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO RQ-SELECTED-DATE
           MOVE SPACES TO RQ-APPROVED-BY
           MOVE ZERO   TO RQ-CHECK-NO
           PERFORM 2050-SET-DETAIL-LINE THRU 2050-EXIT
           IF WS-QUEUE-COUNT >= 500
               MOVE "QUEUE FULL - SELECT NEXT RUN" TO WS-D-ACTION
               WRITE REFUND-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-COUNT
           MOVE REFUND-REQUEST-RECORD TO WS-QE-IMAGE (WS-QUEUE-COUNT)
           ADD 1 TO WS-QUEUED-COUNT
           ADD RQ-AMOUNT TO WS-QUEUED-TOTAL
           MOVE "QUEUED FOR APPROVAL" TO WS-D-ACTION
           WRITE REFUND-REGISTER-LINE FROM WS-DETAIL-LINE.
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A balance already waiting on the queue (pending or approved)
      *> is not selected twice, and one rejected since the last run
      *> sits out this run before it is offered again.  RQ-SOURCE,
      *> RQ-CUST-IDENT, and for suspense RQ-BALANCE-DATE say what to
      *> look for.
      *>--------------------------------------------------------------
       3300-CHECK-QUEUED.
           MOVE "N" TO WS-QUEUED-SWITCH
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
                  OR WS-ALREADY-QUEUED
               MOVE WS-QE-IMAGE (WS-QUEUE-IDX) TO QUEUED-REQUEST-RECORD
               IF (QR-PENDING OR QR-APPROVED OR QR-REJECTED)
                  AND QR-SOURCE = RQ-SOURCE
                  AND QR-CUST-IDENT = RQ-CUST-IDENT
                   IF RQ-FROM-CREDIT-BALANCE
                      OR QR-BALANCE-DATE = RQ-BALANCE-DATE
                       SET WS-ALREADY-QUEUED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       3300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One pass of ARFILE finds the customers carrying a net
      *> credit with nothing owing.
      *>--------------------------------------------------------------
       4000-COLLECT-CREDIT-CUSTOMERS.
           MOVE "N"  TO WS-AR-SCAN-EOF-SWITCH
           MOVE ZERO TO WS-SCAN-CUST-IDENT
           MOVE ZERO TO AR-CUST-IDENT
           MOVE ZERO TO AR-INVOICE-NO
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   SET WS-AR-SCAN-EOF TO TRUE
           END-START
           PERFORM 4050-COLLECT-ONE-ITEM THRU 4050-EXIT
               UNTIL WS-AR-SCAN-EOF
           PERFORM 4080-END-CUSTOMER THRU 4080-EXIT.
       4000-EXIT.
           EXIT.

       4050-COLLECT-ONE-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-AR-SCAN-EOF TO TRUE
                   GO TO 4050-EXIT
           END-READ
           IF AR-CUST-IDENT NOT = WS-SCAN-CUST-IDENT
               PERFORM 4080-END-CUSTOMER THRU 4080-EXIT
               MOVE AR-CUST-IDENT TO WS-SCAN-CUST-IDENT
               MOVE ZERO TO WS-SCAN-CREDIT
               MOVE ZERO TO WS-SCAN-CREDIT-DATE
               MOVE "N"  TO WS-SCAN-OWES-SWITCH
           END-IF
           PERFORM 4150-ACCUMULATE-ITEM THRU 4150-EXIT.
       4050-EXIT.
           EXIT.

       4080-END-CUSTOMER.
           IF WS-SCAN-CUST-IDENT = ZERO
              OR WS-SCAN-OWES
              OR WS-SCAN-CREDIT = ZERO
               GO TO 4080-EXIT
           END-IF
           IF WS-CREDIT-COUNT >= 500
               DISPLAY "Over 500 credit customers - rest select next "
                   "run"
               GO TO 4080-EXIT
           END-IF
           ADD 1 TO WS-CREDIT-COUNT
           MOVE WS-SCAN-CUST-IDENT
               TO WS-CR-CUST-IDENT (WS-CREDIT-COUNT)
           MOVE WS-SCAN-CREDIT
               TO WS-CR-AMOUNT (WS-CREDIT-COUNT)
           MOVE WS-SCAN-CREDIT-DATE
               TO WS-CR-BALANCE-DATE (WS-CREDIT-COUNT).
       4080-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One customer's credit and whether anything is still owing,
      *> read fresh for a refund about to be paid.
      *>--------------------------------------------------------------
       4100-SUM-ONE-CUSTOMER.
           MOVE ZERO TO WS-SCAN-CREDIT
           MOVE ZERO TO WS-SCAN-CREDIT-DATE
           MOVE "N"  TO WS-SCAN-OWES-SWITCH
           MOVE "N"  TO WS-AR-SCAN-EOF-SWITCH
           MOVE WS-SCAN-CUST-IDENT TO AR-CUST-IDENT
           MOVE ZERO TO AR-INVOICE-NO
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   SET WS-AR-SCAN-EOF TO TRUE
           END-START
           PERFORM 4120-SUM-ONE-ITEM THRU 4120-EXIT
               UNTIL WS-AR-SCAN-EOF.
       4100-EXIT.
           EXIT.

       4120-SUM-ONE-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-AR-SCAN-EOF TO TRUE
                   GO TO 4120-EXIT
           END-READ
           IF AR-CUST-IDENT NOT = WS-SCAN-CUST-IDENT
               SET WS-AR-SCAN-EOF TO TRUE
               GO TO 4120-EXIT
           END-IF
           PERFORM 4150-ACCUMULATE-ITEM THRU 4150-EXIT.
       4120-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A written-off item is the bad-debt side's business.  Any
      *> other item below zero (an overpaid invoice, an unused
      *> credit memo) is credit; an open item above zero is owing.
      *>--------------------------------------------------------------
       4150-ACCUMULATE-ITEM.
           IF AR-ITEM-WRITTEN-OFF
               GO TO 4150-EXIT
           END-IF
           COMPUTE WS-ITEM-BALANCE = AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           IF WS-ITEM-BALANCE > ZERO AND AR-ITEM-OPEN
               SET WS-SCAN-OWES TO TRUE
           END-IF
           IF WS-ITEM-BALANCE < ZERO
               SUBTRACT WS-ITEM-BALANCE FROM WS-SCAN-CREDIT
               IF AR-INVOICE-DATE > WS-SCAN-CREDIT-DATE
                   MOVE AR-INVOICE-DATE TO WS-SCAN-CREDIT-DATE
               END-IF
           END-IF.
       4150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One credit customer: the same two clocks as suspense, run
      *> from the newest credit item's date.
      *>--------------------------------------------------------------
       4500-SELECT-ONE-CREDIT.
           MOVE WS-CR-BALANCE-DATE (WS-CREDIT-IDX) TO WS-D-DATE
           COMPUTE WS-BALANCE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (WS-CR-BALANCE-DATE (WS-CREDIT-IDX))
           COMPUTE WS-AGE-DAYS =
               WS-RUN-DATE-INTEGER - WS-BALANCE-DATE-INTEGER
           IF WS-AGE-DAYS NOT > WS-REFUND-DAYS
               GO TO 4500-EXIT
           END-IF
           MOVE "C" TO RQ-SOURCE
           MOVE WS-CR-CUST-IDENT (WS-CREDIT-IDX)   TO RQ-CUST-IDENT
           MOVE WS-CR-BALANCE-DATE (WS-CREDIT-IDX) TO RQ-BALANCE-DATE
           PERFORM 3300-CHECK-QUEUED THRU 3300-EXIT
           IF WS-ALREADY-QUEUED
               GO TO 4500-EXIT
           END-IF
           MOVE WS-CR-AMOUNT (WS-CREDIT-IDX) TO RQ-AMOUNT
           IF WS-AGE-DAYS > WS-ESCHEAT-DAYS
               PERFORM 4600-ESCHEAT-CREDIT THRU 4600-EXIT
           ELSE
               PERFORM 3200-QUEUE-REQUEST THRU 3200-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

       4600-ESCHEAT-CREDIT.
           MOVE "CREDIT BALANCE ESCHEATED" TO WS-AUDIT-DECISION
           PERFORM 6000-WRITE-ESCHEAT THRU 6000-EXIT
           MOVE RQ-CUST-IDENT TO WS-CLEAR-CUST-IDENT
           MOVE RQ-AMOUNT     TO WS-CLEAR-REMAINING
           PERFORM 4800-CLEAR-CREDIT-BALANCE THRU 4800-EXIT
           ADD RQ-AMOUNT TO WS-CREDIT-ESCHEAT-TOTAL.
       4600-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Clearing a credit: each credit item's paid amount runs down
      *> toward its invoice amount, the way cashrcpt.cob uses up a
      *> credit memo, until the amount refunded or escheated is
      *> spent; an item brought to zero closes as paid.
      *>--------------------------------------------------------------
       4800-CLEAR-CREDIT-BALANCE.
           MOVE "N"  TO WS-AR-SCAN-EOF-SWITCH
           MOVE WS-CLEAR-CUST-IDENT TO AR-CUST-IDENT
           MOVE ZERO TO AR-INVOICE-NO
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   SET WS-AR-SCAN-EOF TO TRUE
           END-START
           PERFORM 4850-CLEAR-ONE-ITEM THRU 4850-EXIT
               UNTIL WS-AR-SCAN-EOF
                  OR WS-CLEAR-REMAINING = ZERO.
       4800-EXIT.
           EXIT.

       4850-CLEAR-ONE-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-AR-SCAN-EOF TO TRUE
                   GO TO 4850-EXIT
           END-READ
           IF AR-CUST-IDENT NOT = WS-CLEAR-CUST-IDENT
               SET WS-AR-SCAN-EOF TO TRUE
               GO TO 4850-EXIT
           END-IF
           IF AR-ITEM-WRITTEN-OFF
               GO TO 4850-EXIT
           END-IF
           COMPUTE WS-ITEM-BALANCE = AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           IF WS-ITEM-BALANCE NOT < ZERO
               GO TO 4850-EXIT
           END-IF
           COMPUTE WS-CLEAR-AMOUNT = ZERO - WS-ITEM-BALANCE
           IF WS-CLEAR-REMAINING < WS-CLEAR-AMOUNT
               MOVE WS-CLEAR-REMAINING TO WS-CLEAR-AMOUNT
           END-IF
           SUBTRACT WS-CLEAR-AMOUNT FROM AR-PAID-AMOUNT
           IF AR-PAID-AMOUNT = AR-INVOICE-AMOUNT
               SET AR-ITEM-PAID TO TRUE
           END-IF
           REWRITE AR-OPEN-ITEM-RECORD
           SUBTRACT WS-CLEAR-AMOUNT FROM WS-CLEAR-REMAINING.
       4850-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Escheatment, dormant.cob's way: a remittance row on the
      *> ESCHEAT extract marked as receivables money, and the
      *> decision on AUDITLOG.  RQ-CUST-IDENT, RQ-AMOUNT, and
      *> RQ-BALANCE-DATE describe the money going.
      *>--------------------------------------------------------------
       6000-WRITE-ESCHEAT.
           MOVE RQ-CUST-IDENT TO WS-LOOKUP-CUST-IDENT
           PERFORM 6100-LOOKUP-PAYEE-NAME THRU 6100-EXIT
           MOVE WS-RUN-DATE-YYYYMMDD TO EX-REMIT-DATE
           MOVE ZERO                 TO EX-ACCT-NUMBER
           MOVE WS-PAYEE-NAME        TO EX-ACCT-NAME
           MOVE RQ-AMOUNT            TO EX-REMIT-AMOUNT
           MOVE RQ-BALANCE-DATE      TO EX-LAST-ACTIVITY
           MOVE "R"                  TO EX-SOURCE
           MOVE RQ-CUST-IDENT        TO EX-CUST-IDENT
           WRITE ESCHEAT-EXTRACT-RECORD

           MOVE "REFUND"          TO AL-PROGRAM-ID
           MOVE RQ-CUST-IDENT     TO AL-KEY
           MOVE WS-AUDIT-DECISION TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE "BATCH"           TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD

           PERFORM 2050-SET-DETAIL-LINE THRU 2050-EXIT
           MOVE "ESCHEATED TO STATE" TO WS-D-ACTION
           WRITE REFUND-REGISTER-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ESCHEATED-COUNT.
       6000-EXIT.
           EXIT.

       6100-LOOKUP-PAYEE-NAME.
           MOVE "(NOT ON CUSTMAST)" TO WS-PAYEE-NAME
           IF NOT WS-CUSTMAST-AVAILABLE
               GO TO 6100-EXIT
           END-IF
           MOVE WS-LOOKUP-CUST-IDENT TO CUST-IDENT
           READ CUSTMAST-FILE
               INVALID KEY
                   GO TO 6100-EXIT
           END-READ
           MOVE CUST-NAME TO WS-PAYEE-NAME.
       6100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Decided rows leave the queue: RFNDDISB carries what was
      *> paid, AUDITLOG what was rejected - by rfndaprv.cob for an
      *> operator's rejection, by 2000 for the run's own.
      *>--------------------------------------------------------------
       7000-REWRITE-QUEUE.
           OPEN OUTPUT REFUND-REQUEST-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QE-IMAGE (WS-QUEUE-IDX)
                   TO REFUND-REQUEST-RECORD
               IF RQ-PENDING OR RQ-APPROVED
                   WRITE REFUND-REQUEST-RECORD
               END-IF
           END-PERFORM
           CLOSE REFUND-REQUEST-FILE.
       7000-EXIT.
           EXIT.

       7100-REWRITE-SUSPENSE.
           IF NOT WS-SUSPENSE-CHANGED
               GO TO 7100-EXIT
           END-IF
           OPEN OUTPUT CASH-SUSPENSE-FILE
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-SP-REMAINING (WS-SUSP-IDX) > ZERO
                   MOVE WS-SP-CUST-IDENT (WS-SUSP-IDX)
                       TO CS-CUST-IDENT
                   MOVE WS-SP-RECEIPT-DATE (WS-SUSP-IDX)
                       TO CS-RECEIPT-DATE
                   MOVE WS-SP-REMAINING (WS-SUSP-IDX)
                       TO CS-REMAINING-AMOUNT
                   WRITE CASH-SUSPENSE-RECORD
               END-IF
           END-PERFORM
           CLOSE CASH-SUSPENSE-FILE.
       7100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-DISBURSED-COUNT TO WS-T-DISBURSED
           MOVE WS-QUEUED-COUNT    TO WS-T-QUEUED
           MOVE WS-ESCHEATED-COUNT TO WS-T-ESCHEATED
           MOVE WS-REJECTED-COUNT  TO WS-T-REJECTED
           WRITE REFUND-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Refunds disbursed:      " WS-DISBURSED-COUNT
           DISPLAY "Suspense refunded:      " WS-SUSP-REFUND-TOTAL
           DISPLAY "Credit refunded:        " WS-CREDIT-REFUND-TOTAL
           DISPLAY "Queued for approval:    " WS-QUEUED-COUNT
           DISPLAY "Queued total:           " WS-QUEUED-TOTAL
           DISPLAY "Suspense escheated:     " WS-SUSP-ESCHEAT-TOTAL
           DISPLAY "Credit escheated:       " WS-CREDIT-ESCHEAT-TOTAL
           DISPLAY "Requests rejected:      " WS-REJECTED-COUNT.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Refunds pay cash out; escheats move the money to
      *> escheatment payable until remitted.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           MOVE WS-SUSP-REFUND-TOTAL TO WS-GL-AMOUNT
           MOVE "REFUND SUSP" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-SUSPENSE-ACCT
               WS-GL-CASH-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-CREDIT-REFUND-TOTAL TO WS-GL-AMOUNT
           MOVE "REFUND CRED" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-AR-ACCT
               WS-GL-CASH-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-SUSP-ESCHEAT-TOTAL TO WS-GL-AMOUNT
           MOVE "ESCHEAT SUSP" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-SUSPENSE-ACCT
               WS-GL-ESCHEAT-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-CREDIT-ESCHEAT-TOTAL TO WS-GL-AMOUNT
           MOVE "ESCHEAT CRED" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-AR-ACCT
               WS-GL-ESCHEAT-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           OPEN OUTPUT REFUND-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NO TO RC-NEXT-CHECK-NO
           WRITE REFUND-CONTROL-RECORD
           CLOSE REFUND-CONTROL-FILE
           IF WS-AR-AVAILABLE
               CLOSE AR-OPEN-ITEM-FILE
           END-IF
           IF WS-CUSTMAST-AVAILABLE
               CLOSE CUSTMAST-FILE
           END-IF
           CLOSE REFUND-REGISTER-FILE
           CLOSE REFUND-DISBURSEMENT-FILE
           CLOSE ESCHEAT-EXTRACT-FILE
           CLOSE AUDIT-LOG-FILE.
       9000-EXIT.
           EXIT.
