       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nsfrev.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Returned-payment (NSF) reversal batch for cash receipts.
      *> Reads the checks the bank has sent back from NSFTRAN
      *> (customer, the receipt date the check was taken in under,
      *> amount, reason) and backs each one out of everything
      *> cashrcpt.cob did with it, found by customer and receipt
      *> date:
      *>   - whatever of the check still sits in CASHSUSP
      *>     unapplied-cash suspense comes out of suspense first;
      *>   - every application the CASHAPPL cash application
      *>     history shows - keyed, or auto-applied out of suspense
      *>     later under the same receipt date - backs off its
      *>     item's AR-PAID-AMOUNT, and an item that had gone paid
      *>     reopens with its original invoice date, so aging,
      *>     dunning, and statements see it for what it is;
      *>   - a recovery booked against a written-off item comes off
      *>     its WOHIST row.
      *> What cannot be found reports to NSFEXCP and is charged to
      *> unapplied cash for research.  (Two checks from one customer
      *> on one day share a receipt date; the reversal takes the
      *> returned amount from that day's applications in the order
      *> they were made.)  Each returned check is assessed the
      *> NSFPARM returned-item fee as a new open item numbered from
      *> NSFCTL in the 940000 range, lands on the NSFHIST history
      *> (which refuses the same check twice), and a customer with
      *> two or more returns in twelve months goes on the CERTFUND
      *> certified-funds list for the credit desk.  The NSFREG
      *> register lists every step, and the reversal and fee post
      *> to the general ledger through glpost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NSF-TRANS-FILE ASSIGN TO "NSFTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-TRANS-STATUS.
           SELECT NSF-PARM-FILE ASSIGN TO "NSFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-PARM-STATUS.
           SELECT NSF-CONTROL-FILE ASSIGN TO "NSFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-CONTROL-STATUS.
           SELECT NSF-HISTORY-FILE ASSIGN TO "NSFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-HISTORY-STATUS.
           SELECT CASH-APPLICATION-FILE ASSIGN TO "CASHAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-APPLICATION-STATUS.
           SELECT CASH-SUSPENSE-FILE ASSIGN TO "CASHSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-SUSPENSE-STATUS.
           SELECT WRITE-OFF-HISTORY-FILE ASSIGN TO "WOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-HISTORY-STATUS.
           SELECT CERTIFIED-FUNDS-FILE ASSIGN TO "CERTFUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFIED-FUNDS-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-OPEN-ITEM-STATUS.
           SELECT NSF-REGISTER-FILE ASSIGN TO "NSFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-REGISTER-STATUS.
           SELECT NSF-EXCEPTION-FILE ASSIGN TO "NSFEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NSF-TRANS-FILE.
       01 NSF-TRANS-RECORD.
           02 NT-CUST-IDENT           PIC 9(7).
           02 NT-RECEIPT-DATE         PIC 9(8).
           02 NT-RETURNED-AMOUNT      PIC 9(7)V99.
           02 NT-REASON-TEXT          PIC X(20).

       FD  NSF-PARM-FILE.
       01 NSF-PARM-RECORD.
           02 NP-FEE-AMOUNT           PIC 9(5)V99.

       FD  NSF-CONTROL-FILE.
       01 NSF-CONTROL-RECORD.
           02 NC-NEXT-FEE-INVOICE-NO  PIC 9(6).

       FD  NSF-HISTORY-FILE.
           COPY NSFHIST.

       FD  CASH-APPLICATION-FILE.
           COPY CASHAPPL.

       FD  CASH-SUSPENSE-FILE.
       01 CASH-SUSPENSE-RECORD.
           02 CS-CUST-IDENT            PIC 9(7).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 CS-RECEIPT-DATE          PIC 9(8).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 CS-REMAINING-AMOUNT      PIC 9(7)V99.

       FD  WRITE-OFF-HISTORY-FILE.
           COPY WOHIST.

       FD  CERTIFIED-FUNDS-FILE.
           COPY CERTFUND.

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.

       FD  NSF-REGISTER-FILE.
       01 NSF-REGISTER-LINE           PIC X(80).

       FD  NSF-EXCEPTION-FILE.
       01 NSF-EXCEPTION-RECORD.
           02 NX-CUST-IDENT            PIC 9(7).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 NX-RECEIPT-DATE          PIC 9(8).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 NX-AMOUNT                PIC 9(7)V99.
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 NX-REASON-TEXT           PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-NSF-TRANS-STATUS         PIC XX VALUE "00".
       01 WS-NSF-PARM-STATUS          PIC XX VALUE "00".
       01 WS-NSF-CONTROL-STATUS       PIC XX VALUE "00".
       01 WS-NSF-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-CASH-APPLICATION-STATUS  PIC XX VALUE "00".
       01 WS-CASH-SUSPENSE-STATUS     PIC XX VALUE "00".
       01 WS-WRITE-OFF-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-CERTIFIED-FUNDS-STATUS   PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-NSF-REGISTER-STATUS      PIC XX VALUE "00".
       01 WS-NSF-EXCEPTION-STATUS     PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-SCAN-EOF-SWITCH           PIC X VALUE "N".
           88 WS-SCAN-EOF                  VALUE "Y".
       01 WS-OVERFLOW-SWITCH           PIC X VALUE "N".
           88 WS-OVERFLOW                  VALUE "Y".
       01 WS-DUPLICATE-SWITCH          PIC X VALUE "N".
           88 WS-DUPLICATE                 VALUE "Y".

       01 WS-RUN-DATE-YYYYMMDD        PIC 9(8) VALUE ZERO.
      *>   Twelve months back from the run date, YYYYMMDD less one
      *>   in the year.
       01 WS-WINDOW-START-DATE        PIC 9(8) VALUE ZERO.

      *>--------------------------------------------------------------
      *> The returned-item fee is policy, not code; a missing
      *> NSFPARM leaves the compiled default in force.  Fee items
      *> number from the NSFCTL control record in the 940000 range.
      *>--------------------------------------------------------------
       01 WS-FEE-AMOUNT               PIC 9(5)V99 VALUE 25.00.
       01 WS-NEXT-FEE-INVOICE-NO      PIC 9(7) VALUE 940000.
       01 WS-FEE-INVOICE-NO           PIC 9(6) VALUE ZERO.

      *>--------------------------------------------------------------
      *> Unapplied-cash suspense, loaded whole so a returned check's
      *> unapplied remainder can come out of it and rewrite.
      *>--------------------------------------------------------------
       01 WS-SUSP-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-SUSP-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-SUSPENSE-TABLE.
           02 WS-SUSP-ENTRY OCCURS 500 TIMES.
               03 WS-SP-CUST-IDENT    PIC 9(7).
               03 WS-SP-RECEIPT-DATE  PIC 9(8).
               03 WS-SP-REMAINING     PIC 9(7)V99.

      *>--------------------------------------------------------------
      *> Write-off history, loaded whole so a reversed recovery can
      *> come off WH-RECOVERED-AMOUNT and rewrite; a history past
      *> the table's size leaves recoveries unreversed (to NSFEXCP)
      *> rather than rewrite the file short.
      *>--------------------------------------------------------------
       01 WS-WOHIST-OVERFLOW-SWITCH   PIC X VALUE "N".
           88 WS-WOHIST-OVERFLOW          VALUE "Y".
       01 WS-WOHIST-LOADED-SWITCH     PIC X VALUE "N".
           88 WS-WOHIST-LOADED            VALUE "Y".
       01 WS-WOHIST-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-WOHIST-IDX               PIC 9(4) COMP VALUE ZERO.
       01 WS-WOHIST-TABLE.
           02 WS-WOHIST-ENTRY OCCURS 2000 TIMES.
               03 WS-WH-IMAGE         PIC X(80).

      *>--------------------------------------------------------------
      *> The certified-funds list, loaded whole and rewritten at end
      *> with any customer this run adds.
      *>--------------------------------------------------------------
       01 WS-CERT-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-CERT-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-CERT-TABLE.
           02 WS-CERT-ENTRY OCCURS 500 TIMES.
               03 WS-CF-CUST-IDENT    PIC 9(7).
               03 WS-CF-FLAGGED-DATE  PIC 9(8).
               03 WS-CF-RETURN-COUNT  PIC 9(3).
               03 WS-CF-LAST-RETURN   PIC 9(8).

       01 WS-TO-REVERSE               PIC 9(7)V99 VALUE ZERO.
       01 WS-REVERSE-AMOUNT           PIC 9(7)V99 VALUE ZERO.
       01 WS-RECOVERED                PIC S9(7)V99 VALUE ZERO.
       01 WS-RETURN-COUNT-12          PIC 9(3) COMP VALUE ZERO.

       01 WS-TRANS-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-REVERSED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-REOPENED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-EXCEPTION-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-FLAGGED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-RETURNED-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-AR-REVERSED-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-SUSP-REVERSED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-RECOVERY-REVERSED-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01 WS-UNLOCATED-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-FEE-TOTAL                PIC 9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> General-ledger interface: the bounced check comes back out
      *> of cash against wherever cashrcpt put it - receivables,
      *> unapplied-cash suspense, or bad-debt expense for a
      *> recovery - and the fee bills to receivables.
      *>--------------------------------------------------------------
       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "NSFREV".
       01 WS-GL-CASH-ACCT       PIC 9(4) VALUE 1000.
       01 WS-GL-AR-ACCT         PIC 9(4) VALUE 1100.
       01 WS-GL-SUSPENSE-ACCT   PIC 9(4) VALUE 2300.
       01 WS-GL-BAD-DEBT-ACCT   PIC 9(4) VALUE 5200.
       01 WS-GL-FEE-INCOME-ACCT PIC 9(4) VALUE 4150.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** RETURNED PAYMENT REGISTER ***".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-INVOICE-NO   PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(30).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(18) VALUE "*** CHECKS BACK: ".
           02 WS-T-REVERSED     PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " AMOUNT: ".
           02 WS-T-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(13) VALUE " EXCEPTIONS: ".
           02 WS-T-EXCEPTIONS   PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OVERFLOW
      *>       CASHSUSP and CERTFUND rewrite whole from their tables;
      *>       proceeding past a load cap would silently drop every
      *>       row past it.
               DISPLAY "CASHSUSP OR CERTFUND EXCEEDS THE 500-ROW "
                   "LOAD - RUN REFUSED"
               STOP RUN
           END-IF
           OPEN INPUT NSF-TRANS-FILE
           IF WS-NSF-TRANS-STATUS = "35"
               DISPLAY "No NSFTRAN on disk - no returned payments"
               STOP RUN
           END-IF
           OPEN I-O AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-ITEM-STATUS = "35"
               DISPLAY "No ARFILE on disk - nothing to reverse"
               CLOSE NSF-TRANS-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT NSF-REGISTER-FILE
           OPEN OUTPUT NSF-EXCEPTION-FILE
           WRITE NSF-REGISTER-LINE FROM WS-HEADING-LINE-1
           READ NSF-TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2000-PROCESS-ONE-RETURN THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 7000-REWRITE-SUSPENSE THRU 7000-EXIT
           PERFORM 7100-REWRITE-WRITE-OFF-HIST THRU 7100-EXIT
           PERFORM 7200-REWRITE-CERTIFIED-FUNDS THRU 7200-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-YYYYMMDD
           COMPUTE WS-WINDOW-START-DATE = WS-RUN-DATE-YYYYMMDD - 10000
           PERFORM 1100-LOAD-NSF-PARMS THRU 1100-EXIT
           PERFORM 1200-LOAD-NSF-CONTROL THRU 1200-EXIT
           PERFORM 1300-LOAD-SUSPENSE THRU 1300-EXIT
           PERFORM 1400-LOAD-WRITE-OFF-HIST THRU 1400-EXIT
           PERFORM 1500-LOAD-CERTIFIED-FUNDS THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-NSF-PARMS.
           OPEN INPUT NSF-PARM-FILE
           IF WS-NSF-PARM-STATUS = "35"
               DISPLAY "NSFPARM missing - returned-item fee defaults "
                   "to " WS-FEE-AMOUNT
               GO TO 1100-EXIT
           END-IF
           READ NSF-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE NP-FEE-AMOUNT TO WS-FEE-AMOUNT
           END-READ
           CLOSE NSF-PARM-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The controlled fee-item sequence: numbers come from
      *> NSFCTL, never from anyone's memory.
      *>--------------------------------------------------------------
       1200-LOAD-NSF-CONTROL.
           OPEN INPUT NSF-CONTROL-FILE
           IF WS-NSF-CONTROL-STATUS = "35"
               DISPLAY "NSFCTL missing - fee items start at 940000"
               GO TO 1200-EXIT
           END-IF
           READ NSF-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE NC-NEXT-FEE-INVOICE-NO
                       TO WS-NEXT-FEE-INVOICE-NO
           END-READ
           CLOSE NSF-CONTROL-FILE
           IF WS-NEXT-FEE-INVOICE-NO < 940000
               MOVE 940000 TO WS-NEXT-FEE-INVOICE-NO
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-SUSPENSE.
           OPEN INPUT CASH-SUSPENSE-FILE
           IF WS-CASH-SUSPENSE-STATUS = "35"
               GO TO 1300-EXIT
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
       1300-EXIT.
           EXIT.

       1400-LOAD-WRITE-OFF-HIST.
           OPEN INPUT WRITE-OFF-HISTORY-FILE
           IF WS-WRITE-OFF-HISTORY-STATUS = "35"
               GO TO 1400-EXIT
           END-IF
           SET WS-WOHIST-LOADED TO TRUE
           PERFORM UNTIL WS-EOF OR WS-WOHIST-COUNT >= 2000
               READ WRITE-OFF-HISTORY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WOHIST-COUNT
                       MOVE WRITE-OFF-HISTORY-RECORD TO
                           WS-WH-IMAGE (WS-WOHIST-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ WRITE-OFF-HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-WOHIST-OVERFLOW TO TRUE
                       DISPLAY "WOHIST exceeds 2000 rows - recoveries "
                           "not reversed this run"
               END-READ
           END-IF
           CLOSE WRITE-OFF-HISTORY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1400-EXIT.
           EXIT.

       1500-LOAD-CERTIFIED-FUNDS.
           OPEN INPUT CERTIFIED-FUNDS-FILE
           IF WS-CERTIFIED-FUNDS-STATUS = "35"
               GO TO 1500-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-CERT-COUNT >= 500
               READ CERTIFIED-FUNDS-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CERT-COUNT
                       MOVE CF-CUST-IDENT TO
                           WS-CF-CUST-IDENT (WS-CERT-COUNT)
                       MOVE CF-FLAGGED-DATE TO
                           WS-CF-FLAGGED-DATE (WS-CERT-COUNT)
                       MOVE CF-RETURN-COUNT TO
                           WS-CF-RETURN-COUNT (WS-CERT-COUNT)
                       MOVE CF-LAST-RETURN-DATE TO
                           WS-CF-LAST-RETURN (WS-CERT-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ CERTIFIED-FUNDS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE CERTIFIED-FUNDS-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One returned check: refuse a repeat, then back it out of
      *> suspense, out of the items it paid, and out of any
      *> recovery it funded, in that order, until the returned
      *> amount is accounted for.
      *>--------------------------------------------------------------
       2000-PROCESS-ONE-RETURN.
           ADD 1 TO WS-TRANS-COUNT
           IF NT-RETURNED-AMOUNT = ZERO
               MOVE "ZERO RETURNED AMOUNT" TO NX-REASON-TEXT
               MOVE ZERO TO NX-AMOUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2050-CHECK-ALREADY-RETURNED THRU 2050-EXIT
           IF WS-DUPLICATE
               MOVE "CHECK ALREADY RETURNED" TO NX-REASON-TEXT
               MOVE NT-RETURNED-AMOUNT TO NX-AMOUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF

           ADD 1 TO WS-REVERSED-COUNT
           ADD NT-RETURNED-AMOUNT TO WS-RETURNED-TOTAL
           MOVE NT-RETURNED-AMOUNT TO WS-TO-REVERSE
           MOVE NT-CUST-IDENT      TO WS-D-CUST-IDENT
           MOVE ZERO               TO WS-D-INVOICE-NO
           MOVE NT-RETURNED-AMOUNT TO WS-D-AMOUNT
           MOVE "CHECK RETURNED"   TO WS-D-ACTION
           WRITE NSF-REGISTER-LINE FROM WS-DETAIL-LINE

           PERFORM 2100-REVERSE-SUSPENSE THRU 2100-EXIT
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                  OR WS-TO-REVERSE = ZERO
           IF WS-TO-REVERSE > ZERO
               PERFORM 2200-REVERSE-APPLICATIONS THRU 2200-EXIT
           END-IF
           IF WS-TO-REVERSE > ZERO
      *>       The bank has the money back either way; what cannot be
      *>       traced is charged to unapplied cash for research.
               MOVE "RETURNED AMOUNT NOT LOCATED" TO NX-REASON-TEXT
               MOVE WS-TO-REVERSE TO NX-AMOUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               ADD WS-TO-REVERSE TO WS-UNLOCATED-TOTAL
           END-IF

           PERFORM 2300-ASSESS-FEE THRU 2300-EXIT
           PERFORM 2400-WRITE-NSF-HISTORY THRU 2400-EXIT
           PERFORM 2500-CHECK-REPEAT-RETURNS THRU 2500-EXIT.
       2000-NEXT.
           READ NSF-TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The same check (customer, receipt date, amount) reversed
      *> once already - this run or any earlier one - is refused.
      *>--------------------------------------------------------------
       2050-CHECK-ALREADY-RETURNED.
           MOVE "N" TO WS-DUPLICATE-SWITCH
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           OPEN INPUT NSF-HISTORY-FILE
           IF WS-NSF-HISTORY-STATUS = "35"
               GO TO 2050-EXIT
           END-IF
           PERFORM UNTIL WS-SCAN-EOF OR WS-DUPLICATE
               READ NSF-HISTORY-FILE
                   AT END SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF NH-CUST-IDENT = NT-CUST-IDENT
                          AND NH-RECEIPT-DATE = NT-RECEIPT-DATE
                          AND NH-RETURNED-AMOUNT = NT-RETURNED-AMOUNT
                           SET WS-DUPLICATE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NSF-HISTORY-FILE.
       2050-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Money from the check that never left suspense comes out of
      *> suspense: nothing was paid with it.
      *>--------------------------------------------------------------
       2100-REVERSE-SUSPENSE.
           IF WS-SP-CUST-IDENT (WS-SUSP-IDX) NOT = NT-CUST-IDENT
              OR WS-SP-RECEIPT-DATE (WS-SUSP-IDX) NOT = NT-RECEIPT-DATE
              OR WS-SP-REMAINING (WS-SUSP-IDX) = ZERO
               GO TO 2100-EXIT
           END-IF
           IF WS-SP-REMAINING (WS-SUSP-IDX) < WS-TO-REVERSE
               MOVE WS-SP-REMAINING (WS-SUSP-IDX) TO WS-REVERSE-AMOUNT
           ELSE
               MOVE WS-TO-REVERSE TO WS-REVERSE-AMOUNT
           END-IF
           SUBTRACT WS-REVERSE-AMOUNT FROM WS-SP-REMAINING (WS-SUSP-IDX)
           SUBTRACT WS-REVERSE-AMOUNT FROM WS-TO-REVERSE
           ADD WS-REVERSE-AMOUNT TO WS-SUSP-REVERSED-TOTAL
           MOVE NT-CUST-IDENT     TO WS-D-CUST-IDENT
           MOVE ZERO              TO WS-D-INVOICE-NO
           MOVE WS-REVERSE-AMOUNT TO WS-D-AMOUNT
           MOVE "OUT OF SUSPENSE" TO WS-D-ACTION
           WRITE NSF-REGISTER-LINE FROM WS-DETAIL-LINE.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Everything cashrcpt did with the check, from the CASHAPPL
      *> trail: keyed and suspense applications relieve their item
      *> again, recoveries come off their write-off.
      *>--------------------------------------------------------------
       2200-REVERSE-APPLICATIONS.
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           OPEN INPUT CASH-APPLICATION-FILE
           IF WS-CASH-APPLICATION-STATUS = "35"
               GO TO 2200-EXIT
           END-IF
           PERFORM UNTIL WS-SCAN-EOF OR WS-TO-REVERSE = ZERO
               READ CASH-APPLICATION-FILE
                   AT END SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CA-CUST-IDENT = NT-CUST-IDENT
                          AND CA-RECEIPT-DATE = NT-RECEIPT-DATE
                           PERFORM 2250-REVERSE-ONE-APPLICATION
                               THRU 2250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASH-APPLICATION-FILE.
       2200-EXIT.
           EXIT.

       2250-REVERSE-ONE-APPLICATION.
           IF CA-APPLIED-AMOUNT < WS-TO-REVERSE
               MOVE CA-APPLIED-AMOUNT TO WS-REVERSE-AMOUNT
           ELSE
               MOVE WS-TO-REVERSE TO WS-REVERSE-AMOUNT
           END-IF
           IF CA-RECOVERY
               PERFORM 2270-REVERSE-RECOVERY THRU 2270-EXIT
               GO TO 2250-EXIT
           END-IF

           MOVE CA-CUST-IDENT TO AR-CUST-IDENT
           MOVE CA-INVOICE-NO TO AR-INVOICE-NO
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   GO TO 2250-EXIT
           END-READ
      *>   An item written off since the payment stays written off;
      *>   its share goes unlocated to NSFEXCP for collections.
           IF AR-ITEM-WRITTEN-OFF
               GO TO 2250-EXIT
           END-IF
      *>   Never back an item below nothing paid - a second check
      *>   from the same day may already have taken it there.
           IF AR-PAID-AMOUNT <= ZERO
               GO TO 2250-EXIT
           END-IF
           IF AR-PAID-AMOUNT < WS-REVERSE-AMOUNT
               MOVE AR-PAID-AMOUNT TO WS-REVERSE-AMOUNT
           END-IF
           SUBTRACT WS-REVERSE-AMOUNT FROM AR-PAID-AMOUNT
           MOVE "PAYMENT REVERSED" TO WS-D-ACTION
           IF AR-ITEM-PAID AND AR-PAID-AMOUNT < AR-INVOICE-AMOUNT
               SET AR-ITEM-OPEN TO TRUE
               MOVE "REOPENED - PAYMENT REVERSED" TO WS-D-ACTION
               ADD 1 TO WS-REOPENED-COUNT
           END-IF
           REWRITE AR-OPEN-ITEM-RECORD
           SUBTRACT WS-REVERSE-AMOUNT FROM WS-TO-REVERSE
           ADD WS-REVERSE-AMOUNT TO WS-AR-REVERSED-TOTAL
           MOVE AR-CUST-IDENT     TO WS-D-CUST-IDENT
           MOVE AR-INVOICE-NO     TO WS-D-INVOICE-NO
           MOVE WS-REVERSE-AMOUNT TO WS-D-AMOUNT
           WRITE NSF-REGISTER-LINE FROM WS-DETAIL-LINE.
       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A recovery the check funded never happened: it comes off
      *> the write-off's recovered amount, and the expense it
      *> relieved goes back.
      *>--------------------------------------------------------------
       2270-REVERSE-RECOVERY.
           IF NOT WS-WOHIST-LOADED OR WS-WOHIST-OVERFLOW
               GO TO 2270-EXIT
           END-IF
           PERFORM VARYING WS-WOHIST-IDX FROM 1 BY 1
               UNTIL WS-WOHIST-IDX > WS-WOHIST-COUNT
                  OR WS-REVERSE-AMOUNT = ZERO
               MOVE WS-WH-IMAGE (WS-WOHIST-IDX)
                   TO WRITE-OFF-HISTORY-RECORD
               IF WH-CUST-IDENT = CA-CUST-IDENT
                  AND WH-INVOICE-NO = CA-INVOICE-NO
                  AND WH-RECOVERED-AMOUNT > ZERO
                   PERFORM 2280-REVERSE-ONE-RECOVERY THRU 2280-EXIT
               END-IF
           END-PERFORM.
       2270-EXIT.
           EXIT.

       2280-REVERSE-ONE-RECOVERY.
           MOVE WS-REVERSE-AMOUNT TO WS-RECOVERED
           IF WH-RECOVERED-AMOUNT < WS-RECOVERED
               MOVE WH-RECOVERED-AMOUNT TO WS-RECOVERED
           END-IF
           SUBTRACT WS-RECOVERED FROM WH-RECOVERED-AMOUNT
           MOVE WRITE-OFF-HISTORY-RECORD TO WS-WH-IMAGE (WS-WOHIST-IDX)
           SUBTRACT WS-RECOVERED FROM WS-REVERSE-AMOUNT
           SUBTRACT WS-RECOVERED FROM WS-TO-REVERSE
           ADD WS-RECOVERED TO WS-RECOVERY-REVERSED-TOTAL
           MOVE WH-CUST-IDENT     TO WS-D-CUST-IDENT
           MOVE WH-INVOICE-NO     TO WS-D-INVOICE-NO
           MOVE WS-RECOVERED      TO WS-D-AMOUNT
           MOVE "RECOVERY REVERSED" TO WS-D-ACTION
           WRITE NSF-REGISTER-LINE FROM WS-DETAIL-LINE.
       2280-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The returned-item fee bills as its own open item, dated
      *> today, under the next NSFCTL number.
      *>--------------------------------------------------------------
       2300-ASSESS-FEE.
           MOVE ZERO TO WS-FEE-INVOICE-NO
           IF WS-FEE-AMOUNT = ZERO
               GO TO 2300-EXIT
           END-IF
           IF WS-NEXT-FEE-INVOICE-NO > 949999
               MOVE "FEE ITEM NUMBERS EXHAUSTED" TO NX-REASON-TEXT
               MOVE WS-FEE-AMOUNT TO NX-AMOUNT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2300-EXIT
           END-IF
           MOVE NT-CUST-IDENT          TO AR-CUST-IDENT
           MOVE WS-NEXT-FEE-INVOICE-NO TO AR-INVOICE-NO
           MOVE WS-RUN-DATE-YYYYMMDD   TO AR-INVOICE-DATE
           MOVE WS-FEE-AMOUNT          TO AR-INVOICE-AMOUNT
           MOVE ZERO                   TO AR-PAID-AMOUNT
           SET AR-ITEM-OPEN TO TRUE
           MOVE "USD"                  TO AR-CURRENCY-CODE
           MOVE WS-FEE-AMOUNT          TO AR-ORIGINAL-AMOUNT
           ADD 1 TO WS-NEXT-FEE-INVOICE-NO
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE "FEE ITEM NUMBER ON ARFILE" TO NX-REASON-TEXT
                   MOVE WS-FEE-AMOUNT TO NX-AMOUNT
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
                   GO TO 2300-EXIT
           END-WRITE
           MOVE AR-INVOICE-NO TO WS-FEE-INVOICE-NO
           ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
           MOVE AR-CUST-IDENT TO WS-D-CUST-IDENT
           MOVE AR-INVOICE-NO TO WS-D-INVOICE-NO
           MOVE WS-FEE-AMOUNT TO WS-D-AMOUNT
           MOVE "RETURNED-ITEM FEE ASSESSED" TO WS-D-ACTION
           WRITE NSF-REGISTER-LINE FROM WS-DETAIL-LINE.
       2300-EXIT.
           EXIT.

       2400-WRITE-NSF-HISTORY.
           OPEN EXTEND NSF-HISTORY-FILE
           IF WS-NSF-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT NSF-HISTORY-FILE
           END-IF
           MOVE NT-CUST-IDENT        TO NH-CUST-IDENT
           MOVE NT-RECEIPT-DATE      TO NH-RECEIPT-DATE
           MOVE NT-RETURNED-AMOUNT   TO NH-RETURNED-AMOUNT
           MOVE WS-RUN-DATE-YYYYMMDD TO NH-RETURN-DATE
           MOVE WS-FEE-INVOICE-NO    TO NH-FEE-INVOICE-NO
           IF WS-FEE-INVOICE-NO = ZERO
               MOVE ZERO TO NH-FEE-AMOUNT
           ELSE
               MOVE WS-FEE-AMOUNT TO NH-FEE-AMOUNT
           END-IF
           MOVE NT-REASON-TEXT       TO NH-REASON-TEXT
           WRITE NSF-HISTORY-RECORD
           CLOSE NSF-HISTORY-FILE.
       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Two or more returns in twelve months, this one included,
      *> puts the customer on the certified-funds list.
      *>--------------------------------------------------------------
       2500-CHECK-REPEAT-RETURNS.
           MOVE ZERO TO WS-RETURN-COUNT-12
           MOVE "N"  TO WS-SCAN-EOF-SWITCH
           OPEN INPUT NSF-HISTORY-FILE
           IF WS-NSF-HISTORY-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           PERFORM UNTIL WS-SCAN-EOF
               READ NSF-HISTORY-FILE
                   AT END SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF NH-CUST-IDENT = NT-CUST-IDENT
                          AND NH-RETURN-DATE >= WS-WINDOW-START-DATE
                           ADD 1 TO WS-RETURN-COUNT-12
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NSF-HISTORY-FILE
           IF WS-RETURN-COUNT-12 < 2
               GO TO 2500-EXIT
           END-IF
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
               UNTIL WS-CERT-IDX > WS-CERT-COUNT
                  OR WS-CF-CUST-IDENT (WS-CERT-IDX) = NT-CUST-IDENT
               CONTINUE
           END-PERFORM
           IF WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CERT-COUNT >= 500
                   MOVE "CERTFUND FULL - NOT FLAGGED" TO NX-REASON-TEXT
                   MOVE ZERO TO NX-AMOUNT
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO WS-CERT-COUNT
               MOVE WS-CERT-COUNT TO WS-CERT-IDX
               MOVE NT-CUST-IDENT TO WS-CF-CUST-IDENT (WS-CERT-IDX)
               MOVE WS-RUN-DATE-YYYYMMDD
                   TO WS-CF-FLAGGED-DATE (WS-CERT-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE WS-RETURN-COUNT-12 TO WS-CF-RETURN-COUNT (WS-CERT-IDX)
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CF-LAST-RETURN (WS-CERT-IDX)
           MOVE NT-CUST-IDENT TO WS-D-CUST-IDENT
           MOVE ZERO          TO WS-D-INVOICE-NO
           MOVE ZERO          TO WS-D-AMOUNT
           MOVE "CERTIFIED FUNDS REQUIRED" TO WS-D-ACTION
           WRITE NSF-REGISTER-LINE FROM WS-DETAIL-LINE.
       2500-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           MOVE NT-CUST-IDENT   TO NX-CUST-IDENT
           MOVE NT-RECEIPT-DATE TO NX-RECEIPT-DATE
           WRITE NSF-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT.
       2900-EXIT.
           EXIT.

       7000-REWRITE-SUSPENSE.
           IF WS-SUSP-REVERSED-TOTAL = ZERO
               GO TO 7000-EXIT
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
       7000-EXIT.
           EXIT.

       7100-REWRITE-WRITE-OFF-HIST.
           IF WS-RECOVERY-REVERSED-TOTAL = ZERO
               GO TO 7100-EXIT
           END-IF
           OPEN OUTPUT WRITE-OFF-HISTORY-FILE
           PERFORM VARYING WS-WOHIST-IDX FROM 1 BY 1
               UNTIL WS-WOHIST-IDX > WS-WOHIST-COUNT
               MOVE WS-WH-IMAGE (WS-WOHIST-IDX)
                   TO WRITE-OFF-HISTORY-RECORD
               WRITE WRITE-OFF-HISTORY-RECORD
           END-PERFORM
           CLOSE WRITE-OFF-HISTORY-FILE.
       7100-EXIT.
           EXIT.

       7200-REWRITE-CERTIFIED-FUNDS.
           IF WS-CERT-COUNT = ZERO
               GO TO 7200-EXIT
           END-IF
           OPEN OUTPUT CERTIFIED-FUNDS-FILE
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
               UNTIL WS-CERT-IDX > WS-CERT-COUNT
               MOVE WS-CF-CUST-IDENT (WS-CERT-IDX)   TO CF-CUST-IDENT
               MOVE WS-CF-FLAGGED-DATE (WS-CERT-IDX) TO CF-FLAGGED-DATE
               MOVE WS-CF-RETURN-COUNT (WS-CERT-IDX) TO CF-RETURN-COUNT
               MOVE WS-CF-LAST-RETURN (WS-CERT-IDX)
                   TO CF-LAST-RETURN-DATE
               WRITE CERTIFIED-FUNDS-RECORD
           END-PERFORM
           CLOSE CERTIFIED-FUNDS-FILE.
       7200-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-REVERSED-COUNT  TO WS-T-REVERSED
           MOVE WS-RETURNED-TOTAL  TO WS-T-AMOUNT
           MOVE WS-EXCEPTION-COUNT TO WS-T-EXCEPTIONS
           WRITE NSF-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Returned checks:        " WS-REVERSED-COUNT
           DISPLAY "Returned total:         " WS-RETURNED-TOTAL
           DISPLAY "Items reopened:         " WS-REOPENED-COUNT
           DISPLAY "Reversed from AR:       " WS-AR-REVERSED-TOTAL
           DISPLAY "Reversed from suspense: " WS-SUSP-REVERSED-TOTAL
           DISPLAY "Recoveries reversed:    " WS-RECOVERY-REVERSED-TOTAL
           DISPLAY "Not located:            " WS-UNLOCATED-TOTAL
           DISPLAY "Returned-item fees:     " WS-FEE-TOTAL
           DISPLAY "Newly certified funds:  " WS-FLAGGED-COUNT.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The bounced money comes back out of cash against wherever
      *> it had gone, and the fees bill to receivables.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           MOVE WS-AR-REVERSED-TOTAL TO WS-GL-AMOUNT
           MOVE "NSF REVERSAL" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-AR-ACCT
               WS-GL-CASH-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           COMPUTE WS-GL-AMOUNT =
               WS-SUSP-REVERSED-TOTAL + WS-UNLOCATED-TOTAL
           MOVE "NSF SUSPENSE" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-SUSPENSE-ACCT
               WS-GL-CASH-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-RECOVERY-REVERSED-TOTAL TO WS-GL-AMOUNT
           MOVE "NSF RECOVERY" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-BAD-DEBT-ACCT
               WS-GL-CASH-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-FEE-TOTAL TO WS-GL-AMOUNT
           MOVE "NSF FEE" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-AR-ACCT
               WS-GL-FEE-INCOME-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           OPEN OUTPUT NSF-CONTROL-FILE
           MOVE WS-NEXT-FEE-INVOICE-NO TO NC-NEXT-FEE-INVOICE-NO
           WRITE NSF-CONTROL-RECORD
           CLOSE NSF-CONTROL-FILE
           CLOSE NSF-TRANS-FILE
           CLOSE AR-OPEN-ITEM-FILE
           CLOSE NSF-REGISTER-FILE
           CLOSE NSF-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.
