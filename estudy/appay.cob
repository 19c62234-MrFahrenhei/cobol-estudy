       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. appay.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Accounts-payable payment run.  Walks the APOPEN open items
      *> (see APREC.cpy) in vendor order and pays every OPEN line
      *> that falls due within the APPAYPRM payment horizon - the
      *> run date plus so many days, so a check cut today reaches
      *> the vendor by the due date - and every line whose early-pay
      *> discount would otherwise lapse before the next run inside
      *> that horizon.  A line paid by its discount date has the
      *> discount taken; after it, the gross is paid.  Each vendor
      *> gets one check for all its lines this run, numbered from
      *> the APCHKCTL sequence and written to APDISB (see APDISB.cpy)
      *> with the VENDMAST remit-to address, and the lines are
      *> marked PAID with the check number.  A HELD line - one that
      *> failed apentry.cob's match against its PO and receipts - is
      *> never paid, nor is any line for a vendor no longer on file
      *> or inactive; both are listed on the APPAYREG payment
      *> register beside what was paid.  The run posts through
      *> glpost: accounts payable debited for the gross, cash
      *> credited for the checks, and purchase discounts for the
      *> discounts taken.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-PAY-PARM-FILE ASSIGN TO "APPAYPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-PAY-PARM-STATUS.
           SELECT AP-CHECK-CONTROL-FILE ASSIGN TO "APCHKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CHECK-CONTROL-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.
           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-OPEN-ITEM-STATUS.
           SELECT AP-DISBURSEMENT-FILE ASSIGN TO "APDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-DISBURSEMENT-STATUS.
           SELECT AP-PAY-REGISTER-FILE ASSIGN TO "APPAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-PAY-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-PAY-PARM-FILE.
       01 AP-PAY-PARM-RECORD.
           02 AY-DAYS-AHEAD           PIC 9(3).

       FD  AP-CHECK-CONTROL-FILE.
       01 AP-CHECK-CONTROL-RECORD.
           02 AK-NEXT-CHECK-NO        PIC 9(7).

       FD  VENDOR-MASTER-FILE.
           COPY VENDREC.

       FD  AP-OPEN-ITEM-FILE.
           COPY APREC.

       FD  AP-DISBURSEMENT-FILE.
           COPY APDISB.

       FD  AP-PAY-REGISTER-FILE.
       01 AP-PAY-REGISTER-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-AP-PAY-PARM-STATUS       PIC XX VALUE "00".
       01 WS-AP-CHECK-CONTROL-STATUS  PIC XX VALUE "00".
       01 WS-VENDOR-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-AP-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-AP-DISBURSEMENT-STATUS   PIC XX VALUE "00".
       01 WS-AP-PAY-REGISTER-STATUS   PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-VENDOR-SWITCH             PIC X VALUE "N".
           88 WS-VENDOR-PAYABLE            VALUE "Y".
       01 WS-SELECT-SWITCH             PIC X VALUE "N".
           88 WS-LINE-SELECTED             VALUE "Y".

      *> A week's horizon unless APPAYPRM says otherwise.
       01 WS-DAYS-AHEAD               PIC 9(3) VALUE 7.
       01 WS-HORIZON-DATE             PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INTEGER         PIC 9(8) COMP VALUE ZERO.

      *> Vendor checks number from their own APCHKCTL sequence,
      *> apart from payroll's and the customer refund checks.
       01 WS-NEXT-CHECK-NO            PIC 9(7) VALUE 1.
       01 WS-CHECK-NO                 PIC 9(7) VALUE ZERO.

       01 WS-CURRENT-VENDOR           PIC X(8) VALUE LOW-VALUES.
       01 WS-VENDOR-REASON            PIC X(35) VALUE SPACES.
       01 WS-LINE-DISCOUNT            PIC 9(7)V99 VALUE ZERO.
       01 WS-LINE-NET                 PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-GROSS              PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-DISCOUNT           PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-NET                PIC 9(7)V99 VALUE ZERO.
       01 WS-CHECK-LINES              PIC 9(3) VALUE ZERO.

       01 WS-CHECK-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-PAID-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-HELD-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-SKIPPED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-GROSS-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01 WS-DISCOUNT-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-NET-TOTAL                PIC 9(9)V99 VALUE ZERO.

       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "APPAY".
       01 WS-GL-CASH-ACCT       PIC 9(4) VALUE 1000.
       01 WS-GL-PAYABLE-ACCT    PIC 9(4) VALUE 2200.
       01 WS-GL-DISCOUNT-ACCT   PIC 9(4) VALUE 4400.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** VENDOR PAYMENT REGISTER ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(20) VALUE "  PAYING DUE UNTIL: ".
           02 WS-H-HORIZON-DATE PIC 9(8).
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-VENDOR-ID    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-INVOICE-NO   PIC X(10).
           02 FILLER            PIC X(1)  VALUE "-".
           02 WS-D-LINE-NO      PIC 9(3).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DUE-DATE     PIC 9(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-GROSS        PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-DISCOUNT     PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-NET          PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(24).
       01 WS-CHECK-LINE.
           02 FILLER            PIC X(13) VALUE "  *** CHECK  ".
           02 WS-C-CHECK-NO     PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-C-VENDOR-NAME  PIC X(25).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-C-GROSS        PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-C-DISCOUNT     PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-C-NET          PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(13) VALUE "*** CHECKS: ".
           02 WS-T-CHECKS       PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE "  GROSS: ".
           02 WS-T-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(12) VALUE "  DISCOUNT: ".
           02 WS-T-DISCOUNT     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(7)  VALUE "  NET: ".
           02 WS-T-NET          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-OPEN-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-CLOSE-CHECK THRU 3000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-PAY-PARM THRU 1100-EXIT
           PERFORM 1200-LOAD-CHECK-CONTROL THRU 1200-EXIT
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DATE-INTEGER + WS-DAYS-AHEAD)

           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-MASTER-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               OPEN INPUT VENDOR-MASTER-FILE
           END-IF
           OPEN I-O AP-OPEN-ITEM-FILE
           IF WS-AP-OPEN-ITEM-STATUS = "35"
               OPEN OUTPUT AP-OPEN-ITEM-FILE
               CLOSE AP-OPEN-ITEM-FILE
               OPEN I-O AP-OPEN-ITEM-FILE
           END-IF
           OPEN EXTEND AP-DISBURSEMENT-FILE
           IF WS-AP-DISBURSEMENT-STATUS = "05" OR "35"
               OPEN OUTPUT AP-DISBURSEMENT-FILE
           END-IF
           OPEN OUTPUT AP-PAY-REGISTER-FILE
           WRITE AP-PAY-REGISTER-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-HORIZON-DATE  TO WS-H-HORIZON-DATE
           WRITE AP-PAY-REGISTER-LINE FROM WS-HEADING-LINE-2

           MOVE LOW-VALUES TO AP-KEY
           START AP-OPEN-ITEM-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               READ AP-OPEN-ITEM-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-PAY-PARM.
           OPEN INPUT AP-PAY-PARM-FILE
           IF WS-AP-PAY-PARM-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           READ AP-PAY-PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF AY-DAYS-AHEAD IS NUMERIC
                       MOVE AY-DAYS-AHEAD TO WS-DAYS-AHEAD
                   END-IF
           END-READ
           CLOSE AP-PAY-PARM-FILE.
       1100-EXIT.
           EXIT.

       1200-LOAD-CHECK-CONTROL.
           OPEN INPUT AP-CHECK-CONTROL-FILE
           IF WS-AP-CHECK-CONTROL-STATUS = "35"
               DISPLAY "APCHKCTL missing - vendor checks start at 1"
               GO TO 1200-EXIT
           END-IF
           READ AP-CHECK-CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF AK-NEXT-CHECK-NO IS NUMERIC
                       MOVE AK-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
                   END-IF
           END-READ
           CLOSE AP-CHECK-CONTROL-FILE.
       1200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One open item.  A new vendor closes the previous vendor's
      *> check and looks the new one up on VENDMAST.
      *>--------------------------------------------------------------
       2000-PROCESS-OPEN-ITEM.
           IF AP-VENDOR-ID NOT = WS-CURRENT-VENDOR
               PERFORM 3000-CLOSE-CHECK THRU 3000-EXIT
               PERFORM 2100-START-VENDOR THRU 2100-EXIT
           END-IF
           IF AP-PAID
               GO TO 2000-NEXT
           END-IF

           PERFORM 2200-SELECT-LINE THRU 2200-EXIT
           IF NOT WS-LINE-SELECTED
               GO TO 2000-NEXT
           END-IF

           MOVE AP-VENDOR-ID  TO WS-D-VENDOR-ID
           MOVE AP-INVOICE-NO TO WS-D-INVOICE-NO
           MOVE AP-LINE-NO    TO WS-D-LINE-NO
           MOVE AP-DUE-DATE   TO WS-D-DUE-DATE
           MOVE AP-AMOUNT     TO WS-D-GROSS
           IF AP-HELD
               MOVE ZERO TO WS-D-DISCOUNT WS-D-NET
               MOVE "HELD - NOT PAID" TO WS-D-ACTION
               WRITE AP-PAY-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-HELD-COUNT
               GO TO 2000-NEXT
           END-IF
           IF NOT WS-VENDOR-PAYABLE
               MOVE ZERO TO WS-D-DISCOUNT WS-D-NET
               MOVE WS-VENDOR-REASON TO WS-D-ACTION
               WRITE AP-PAY-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF

           PERFORM 2300-PAY-LINE THRU 2300-EXIT.
       2000-NEXT.
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-START-VENDOR.
           MOVE AP-VENDOR-ID TO WS-CURRENT-VENDOR
           MOVE "N" TO WS-VENDOR-SWITCH
           MOVE AP-VENDOR-ID TO VN-VENDOR-ID
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   MOVE "NOT PAID - NO VENDOR" TO WS-VENDOR-REASON
                   GO TO 2100-EXIT
           END-READ
           IF NOT VN-ACTIVE
               MOVE "NOT PAID - VENDOR INACTV" TO WS-VENDOR-REASON
               GO TO 2100-EXIT
           END-IF
           SET WS-VENDOR-PAYABLE TO TRUE.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Due inside the horizon, or a discount that lapses inside it
      *> and can still be taken today.
      *>--------------------------------------------------------------
       2200-SELECT-LINE.
           MOVE "N" TO WS-SELECT-SWITCH
           IF AP-DUE-DATE <= WS-HORIZON-DATE
               SET WS-LINE-SELECTED TO TRUE
           END-IF
           IF AP-DISCOUNT-AMOUNT > ZERO
               AND AP-DISCOUNT-DATE >= WS-BUSINESS-DATE
               AND AP-DISCOUNT-DATE <= WS-HORIZON-DATE
               SET WS-LINE-SELECTED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The vendor's check number is drawn on its first paid line;
      *> the line is marked paid against it at once.
      *>--------------------------------------------------------------
       2300-PAY-LINE.
           IF WS-CHECK-LINES = ZERO
               MOVE WS-NEXT-CHECK-NO TO WS-CHECK-NO
               ADD 1 TO WS-NEXT-CHECK-NO
           END-IF
           MOVE ZERO TO WS-LINE-DISCOUNT
           IF AP-DISCOUNT-AMOUNT > ZERO
               AND WS-BUSINESS-DATE <= AP-DISCOUNT-DATE
               MOVE AP-DISCOUNT-AMOUNT TO WS-LINE-DISCOUNT
           END-IF
           COMPUTE WS-LINE-NET = AP-AMOUNT - WS-LINE-DISCOUNT

           SET AP-PAID TO TRUE
           MOVE WS-BUSINESS-DATE TO AP-PAID-DATE
           MOVE WS-CHECK-NO      TO AP-CHECK-NO
           MOVE WS-LINE-DISCOUNT TO AP-DISCOUNT-TAKEN
           REWRITE AP-INVOICE-RECORD

           ADD 1 TO WS-CHECK-LINES
           ADD 1 TO WS-PAID-COUNT
           ADD AP-AMOUNT        TO WS-CHECK-GROSS
           ADD WS-LINE-DISCOUNT TO WS-CHECK-DISCOUNT
           ADD WS-LINE-NET      TO WS-CHECK-NET
           MOVE WS-LINE-DISCOUNT TO WS-D-DISCOUNT
           MOVE WS-LINE-NET      TO WS-D-NET
           MOVE SPACES TO WS-D-ACTION
           STRING "PAID - CHECK " DELIMITED BY SIZE
               WS-CHECK-NO DELIMITED BY SIZE
               INTO WS-D-ACTION
           WRITE AP-PAY-REGISTER-LINE FROM WS-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Cut the check for the vendor just finished, if any of its
      *> lines were paid.
      *>--------------------------------------------------------------
       3000-CLOSE-CHECK.
           IF WS-CHECK-LINES = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CHECK-NO       TO AD-CHECK-NO
           MOVE WS-BUSINESS-DATE  TO AD-CHECK-DATE
           MOVE VN-VENDOR-ID      TO AD-VENDOR-ID
           MOVE WS-CHECK-GROSS    TO AD-GROSS-AMOUNT
           MOVE WS-CHECK-DISCOUNT TO AD-DISCOUNT-AMOUNT
           MOVE WS-CHECK-NET      TO AD-NET-AMOUNT
           MOVE WS-CHECK-LINES    TO AD-LINE-COUNT
           MOVE VN-NAME           TO AD-PAYEE-NAME
           MOVE VN-STREET         TO AD-STREET
           MOVE VN-CITY           TO AD-CITY
           MOVE VN-STATE          TO AD-STATE
           MOVE VN-POSTAL-CODE    TO AD-POSTAL-CODE
           WRITE AP-DISBURSEMENT-RECORD

           MOVE WS-CHECK-NO       TO WS-C-CHECK-NO
           MOVE VN-NAME           TO WS-C-VENDOR-NAME
           MOVE WS-CHECK-GROSS    TO WS-C-GROSS
           MOVE WS-CHECK-DISCOUNT TO WS-C-DISCOUNT
           MOVE WS-CHECK-NET      TO WS-C-NET
           WRITE AP-PAY-REGISTER-LINE FROM WS-CHECK-LINE

           ADD 1 TO WS-CHECK-COUNT
           ADD WS-CHECK-GROSS    TO WS-GROSS-TOTAL
           ADD WS-CHECK-DISCOUNT TO WS-DISCOUNT-TOTAL
           ADD WS-CHECK-NET      TO WS-NET-TOTAL
           MOVE ZERO TO WS-CHECK-LINES WS-CHECK-GROSS
               WS-CHECK-DISCOUNT WS-CHECK-NET.
       3000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-CHECK-COUNT    TO WS-T-CHECKS
           MOVE WS-GROSS-TOTAL    TO WS-T-GROSS
           MOVE WS-DISCOUNT-TOTAL TO WS-T-DISCOUNT
           MOVE WS-NET-TOTAL      TO WS-T-NET
           WRITE AP-PAY-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Checks cut:         " WS-CHECK-COUNT
           DISPLAY "Invoice lines paid: " WS-PAID-COUNT
           DISPLAY "Due lines held:     " WS-HELD-COUNT
           DISPLAY "Vendor not payable: " WS-SKIPPED-COUNT
           DISPLAY "Gross paid:         " WS-GROSS-TOTAL
           DISPLAY "Discounts taken:    " WS-DISCOUNT-TOTAL
           DISPLAY "Net disbursed:      " WS-NET-TOTAL.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Payables relieved for the gross: cash for the checks, and
      *> purchase discounts for what the vendors let us keep.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           MOVE WS-NET-TOTAL TO WS-GL-AMOUNT
           MOVE "AP PAYMENT" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-PAYABLE-ACCT
               WS-GL-CASH-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-DISCOUNT-TOTAL TO WS-GL-AMOUNT
           MOVE "AP DISCOUNT" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-PAYABLE-ACCT
               WS-GL-DISCOUNT-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           OPEN OUTPUT AP-CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NO TO AK-NEXT-CHECK-NO
           WRITE AP-CHECK-CONTROL-RECORD
           CLOSE AP-CHECK-CONTROL-FILE
           CLOSE VENDOR-MASTER-FILE
           CLOSE AP-OPEN-ITEM-FILE
           CLOSE AP-DISBURSEMENT-FILE
           CLOSE AP-PAY-REGISTER-FILE.
       9000-EXIT.
           EXIT.
