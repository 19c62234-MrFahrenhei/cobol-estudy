      *> with control totals.  A payment for an open item that does
      *> not exist goes to the CASHXCP exception file instead of
      *> disappearing into somebody's drawer.
      *> 10/15/2026 - once the run's receipts are on, the automatic
      *> STUHOLD registration holds (holdrun.cob) are rechecked
      *> against their customers' open items and released on the
      *> spot when paid down: a past-due tuition hold (PD) once no
      *> tuition older than the HOLDPRM days is owed, a collections
      *> hold (CL) once nothing more than 30 days old is owed.  Each
      *> release prints on CASHRPT.
      *> 10/15/2026 - every piece of a receipt put to work - keyed
      *> application, suspense auto-application, write-off
      *> recovery - is logged to the CASHAPPL cash application
      *> history under the customer and original receipt date, so
      *> the returned-payment run (nsfrev.cob) can find and back
      *> out everything a bounced check paid.
      *> 10/15/2026 - money from a customer whose items were written
      *> off as bad debt (wrtoff.cob) is recognized as a recovery:
      *> a payment that finds no open item to apply to - unknown
      *> invoice, credit memo, or an item already written off -
      *> first recovers against the customer's unrecovered WOHIST
      *> rows, oldest write-off first, and only what is left over
      *> goes to suspense.  Recoveries post debit cash, credit
      *> bad-debt expense.
      *> 10/15/2026 - open credit memos (the negative 950000-range
      *> items crmemo.cob posts for returns) now net against the
      *> same customer's open invoices, oldest first, after the
      *> keyed payments apply and before suspense cash does: the
      *> invoice is relieved and the credit used up on ARFILE
      *> alone, with no ledger entry, since both sides are
      *> receivables.  A payment keyed against a credit-memo
      *> number goes to suspense like any unusable invoice number.
      *> 09/02/2026 - a payment whose invoice number matches no open
      *> item no longer dies on CASHXCP while the money sits in
      *> nobody's drawer: it lands in the CASHSUSP unapplied-cash
           SELECT CASH-SUSPENSE-FILE ASSIGN TO "CASHSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-SUSPENSE-STATUS.
           SELECT WRITE-OFF-HISTORY-FILE ASSIGN TO "WOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-HISTORY-STATUS.
           SELECT CASH-APPLICATION-FILE ASSIGN TO "CASHAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-APPLICATION-STATUS.
           SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STUDENT-HOLD-STATUS.
           SELECT HOLD-PARM-FILE ASSIGN TO "HOLDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 CS-REMAINING-AMOUNT      PIC 9(7)V99.

       FD  WRITE-OFF-HISTORY-FILE.
           COPY WOHIST.

       FD  CASH-APPLICATION-FILE.
           COPY CASHAPPL.

       FD  STUDENT-HOLD-FILE.
           COPY STUHOLD.

       FD  HOLD-PARM-FILE.
           COPY HOLDPRM.

       WORKING-STORAGE SECTION.
       01 WS-CASH-TRANS-STATUS        PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-CASH-REGISTER-STATUS     PIC XX VALUE "00".
       01 WS-CASH-EXCEPTION-STATUS    PIC XX VALUE "00".
       01 WS-CASH-SUSPENSE-STATUS     PIC XX VALUE "00".
       01 WS-WRITE-OFF-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-CASH-APPLICATION-STATUS  PIC XX VALUE "00".
       01 WS-STUDENT-HOLD-STATUS      PIC XX VALUE "00".
       01 WS-HOLD-PARM-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-SUSPENSE-HELD-COUNT      PIC 9(5) COMP VALUE ZERO.
       01 WS-SUSPENSE-IN-TOTAL        PIC 9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Open credit memos, collected in one pass of ARFILE before
      *> any of them nets, so the netting scans never lose the
      *> collecting scan's place in the file.
      *>--------------------------------------------------------------
       01 WS-CREDIT-MEMO-COUNT        PIC 9(3) COMP VALUE ZERO.
       01 WS-CREDIT-MEMO-IDX          PIC 9(3) COMP VALUE ZERO.
       01 WS-CREDIT-MEMO-TABLE.
           02 WS-CREDIT-MEMO-ENTRY OCCURS 500 TIMES.
               03 WS-CM-CUST-IDENT    PIC 9(7).
               03 WS-CM-INVOICE-NO    PIC 9(6).
       01 WS-CREDIT-REMAINING         PIC S9(7)V99 VALUE ZERO.
       01 WS-CREDIT-USED              PIC S9(7)V99 VALUE ZERO.
       01 WS-CREDIT-NETTED-TOTAL      PIC 9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Write-off history, loaded whole so recoveries can add to
      *> WH-RECOVERED-AMOUNT in place and rewrite it at end.  A
      *> history past the table's size turns recoveries off for the
      *> run rather than rewrite the file short.
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
       01 WS-UNRECOVERED              PIC S9(7)V99 VALUE ZERO.
       01 WS-RECOVER-AMOUNT           PIC 9(7)V99 VALUE ZERO.
       01 WS-RECOVERY-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-RECOVERY-TOTAL           PIC 9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Automatic registration holds, collected in one pass of
      *> STUHOLD before any is rechecked or released.  Holds past
      *> the table's size wait for the nightly hold run.
      *>--------------------------------------------------------------
       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".
       01 WS-HOLD-SCAN-EOF-SWITCH     PIC X VALUE "N".
           88 WS-HOLD-SCAN-EOF            VALUE "Y".
       01 WS-PAST-DUE-DAYS            PIC 9(3) VALUE 60.
       01 WS-RUN-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01 WS-DAYS-OPEN                PIC S9(7) VALUE ZERO.
       01 WS-HOLD-PAST-DUE            PIC S9(9)V99 VALUE ZERO.
       01 WS-HOLD-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-HOLD-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 500 TIMES.
               03 WS-HL-STUDENT-ID    PIC 9(5).
               03 WS-HL-REASON-CODE   PIC X(2).
               03 WS-HL-CUST-IDENT    PIC 9(7).
       01 WS-HOLDS-RELEASED-COUNT     PIC 9(5) COMP VALUE ZERO.

       01 WS-TRANS-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-APPLIED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-EXCEPTION-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-GL-SUSPENSE-ACCT   PIC 9(4) VALUE 2300.
       01 WS-GL-SUSP-IN-REF     PIC X(12) VALUE "TO SUSPENSE".
       01 WS-GL-SUSP-OUT-REF    PIC X(12) VALUE "SUSP APPLIED".
       01 WS-GL-BAD-DEBT-ACCT   PIC 9(4) VALUE 5200.
       01 WS-GL-RECOVERY-REF    PIC X(12) VALUE "WO RECOVERY".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** CASH RECEIPTS REGISTER ***".
           02 WS-T-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(13) VALUE " EXCEPTIONS: ".
           02 WS-T-EXCEPTIONS   PIC ZZZZ9.
       01 WS-HOLD-RELEASE-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-HR-CUST-IDENT  PIC 9(7).
           02 FILLER            PIC X(10) VALUE "  STUDENT ".
           02 WS-HR-STUDENT-ID  PIC 9(5).
           02 FILLER            PIC X(6)  VALUE "  HOLD".
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-HR-REASON-CODE PIC X(2).
           02 FILLER            PIC X(9)  VALUE " RELEASED".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-PAYMENT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 2500-NET-CREDIT-MEMOS THRU 2500-EXIT
           PERFORM 3000-AUTO-APPLY-SUSPENSE THRU 3000-EXIT
           PERFORM 7000-REWRITE-SUSPENSE THRU 7000-EXIT
           PERFORM 7100-REWRITE-WRITE-OFF-HIST THRU 7100-EXIT
           PERFORM 7200-RELEASE-STUDENT-HOLDS THRU 7200-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT

       1000-INITIALIZE.
           PERFORM 1100-LOAD-SUSPENSE THRU 1100-EXIT
           PERFORM 1200-LOAD-WRITE-OFF-HIST THRU 1200-EXIT
           OPEN INPUT CASH-TRANS-FILE
           OPEN I-O AR-OPEN-ITEM-FILE
           OPEN OUTPUT CASH-REGISTER-FILE
           OPEN OUTPUT CASH-EXCEPTION-FILE
           OPEN EXTEND CASH-APPLICATION-FILE
           IF WS-CASH-APPLICATION-STATUS = "05" OR "35"
               OPEN OUTPUT CASH-APPLICATION-FILE
           END-IF
           WRITE CASH-REGISTER-LINE FROM WS-HEADING-LINE-1
           READ CASH-TRANS-FILE
               AT END SET WS-EOF TO TRUE
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Write-off history for recoveries; no file just means
      *> nothing has ever been written off.
      *>--------------------------------------------------------------
       1200-LOAD-WRITE-OFF-HIST.
           OPEN INPUT WRITE-OFF-HISTORY-FILE
           IF WS-WRITE-OFF-HISTORY-STATUS = "35"
               GO TO 1200-EXIT
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
                           "held in suspense this run"
               END-READ
           END-IF
           CLOSE WRITE-OFF-HISTORY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Apply one payment to its open item; the item flips to paid
      *> once the applied total covers the invoice amount.

           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   PERFORM 2200-RECOVER-OR-SUSPEND THRU 2200-EXIT
                   GO TO 2000-NEXT
           END-READ
           IF AR-CREDIT-MEMO-NO OR AR-ITEM-WRITTEN-OFF
               PERFORM 2200-RECOVER-OR-SUSPEND THRU 2200-EXIT
               GO TO 2000-NEXT
           END-IF

           ADD CT-PAYMENT-AMOUNT TO AR-PAID-AMOUNT
           IF AR-PAID-AMOUNT >= AR-INVOICE-AMOUNT
               MOVE "PARTIAL"      TO WS-D-STATUS
           END-IF
           WRITE CASH-REGISTER-LINE FROM WS-DETAIL-LINE
           MOVE CT-CUST-IDENT     TO CA-CUST-IDENT
           MOVE CT-PAYMENT-DATE   TO CA-RECEIPT-DATE
           MOVE CT-INVOICE-NO     TO CA-INVOICE-NO
           MOVE CT-PAYMENT-AMOUNT TO CA-APPLIED-AMOUNT
           SET CA-KEYED TO TRUE
           PERFORM 2900-LOG-APPLICATION THRU 2900-EXIT
           ADD 1 TO WS-APPLIED-COUNT
           ADD CT-PAYMENT-AMOUNT TO WS-TOTAL-APPLIED.
       2000-NEXT.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> No open item to take the payment: if the customer has
      *> written-off balances not yet recovered, the money recovers
      *> against them oldest write-off first, and only what is left
      *> goes to suspense.
      *>--------------------------------------------------------------
       2200-RECOVER-OR-SUSPEND.
           IF WS-WOHIST-LOADED AND NOT WS-WOHIST-OVERFLOW
               PERFORM 2250-RECOVER-ONE-WRITE-OFF THRU 2250-EXIT
                   VARYING WS-WOHIST-IDX FROM 1 BY 1
                   UNTIL WS-WOHIST-IDX > WS-WOHIST-COUNT
                      OR CT-PAYMENT-AMOUNT = ZERO
           END-IF
           IF CT-PAYMENT-AMOUNT > ZERO
               PERFORM 2300-MOVE-TO-SUSPENSE THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2250-RECOVER-ONE-WRITE-OFF.
           MOVE WS-WH-IMAGE (WS-WOHIST-IDX) TO WRITE-OFF-HISTORY-RECORD
           IF WH-CUST-IDENT NOT = CT-CUST-IDENT
               GO TO 2250-EXIT
           END-IF
           COMPUTE WS-UNRECOVERED =
               WH-WRITTEN-OFF-AMOUNT - WH-RECOVERED-AMOUNT
           IF WS-UNRECOVERED <= ZERO
               GO TO 2250-EXIT
           END-IF
           IF CT-PAYMENT-AMOUNT < WS-UNRECOVERED
               MOVE CT-PAYMENT-AMOUNT TO WS-RECOVER-AMOUNT
           ELSE
               MOVE WS-UNRECOVERED TO WS-RECOVER-AMOUNT
           END-IF
           ADD WS-RECOVER-AMOUNT TO WH-RECOVERED-AMOUNT
           MOVE WRITE-OFF-HISTORY-RECORD TO WS-WH-IMAGE (WS-WOHIST-IDX)
           SUBTRACT WS-RECOVER-AMOUNT FROM CT-PAYMENT-AMOUNT
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-RECOVER-AMOUNT TO WS-RECOVERY-TOTAL
           MOVE WH-CUST-IDENT     TO WS-D-CUST-IDENT
           MOVE WH-INVOICE-NO     TO WS-D-INVOICE-NO
           MOVE WS-RECOVER-AMOUNT TO WS-D-AMOUNT
           MOVE "RECOVERY"        TO WS-D-STATUS
           WRITE CASH-REGISTER-LINE FROM WS-DETAIL-LINE
           MOVE WH-CUST-IDENT     TO CA-CUST-IDENT
           MOVE CT-PAYMENT-DATE   TO CA-RECEIPT-DATE
           MOVE WH-INVOICE-NO     TO CA-INVOICE-NO
           MOVE WS-RECOVER-AMOUNT TO CA-APPLIED-AMOUNT
           SET CA-RECOVERY TO TRUE
           PERFORM 2900-LOG-APPLICATION THRU 2900-EXIT.
       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> No usable invoice number: the money holds in suspense under
      *> the customer instead of dying as an exception while the
       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Credit-memo netting: every open credit memo on ARFILE
      *> relieves its customer's open invoices oldest first until
      *> the credit is used up.  Receivable against receivable, so
      *> nothing posts to the ledger.
      *>--------------------------------------------------------------
       2500-NET-CREDIT-MEMOS.
           PERFORM 2510-COLLECT-CREDIT-MEMOS THRU 2510-EXIT
           PERFORM 2550-NET-ONE-CREDIT-MEMO THRU 2550-EXIT
               VARYING WS-CREDIT-MEMO-IDX FROM 1 BY 1
               UNTIL WS-CREDIT-MEMO-IDX > WS-CREDIT-MEMO-COUNT.
       2500-EXIT.
           EXIT.

       2510-COLLECT-CREDIT-MEMOS.
           MOVE "N"  TO WS-AR-SCAN-EOF-SWITCH
           MOVE ZERO TO AR-CUST-IDENT
           MOVE ZERO TO AR-INVOICE-NO
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   SET WS-AR-SCAN-EOF TO TRUE
           END-START
           PERFORM 2520-COLLECT-ONE-ITEM THRU 2520-EXIT
               UNTIL WS-AR-SCAN-EOF.
       2510-EXIT.
           EXIT.

       2520-COLLECT-ONE-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-AR-SCAN-EOF TO TRUE
                   GO TO 2520-EXIT
           END-READ
           IF NOT AR-CREDIT-MEMO-NO OR NOT AR-ITEM-OPEN
               GO TO 2520-EXIT
           END-IF
           IF AR-PAID-AMOUNT <= AR-INVOICE-AMOUNT
               GO TO 2520-EXIT
           END-IF
           IF WS-CREDIT-MEMO-COUNT >= 500
               DISPLAY "Over 500 open credit memos - rest net next run"
               SET WS-AR-SCAN-EOF TO TRUE
               GO TO 2520-EXIT
           END-IF
           ADD 1 TO WS-CREDIT-MEMO-COUNT
           MOVE AR-CUST-IDENT
               TO WS-CM-CUST-IDENT (WS-CREDIT-MEMO-COUNT)
           MOVE AR-INVOICE-NO
               TO WS-CM-INVOICE-NO (WS-CREDIT-MEMO-COUNT).
       2520-EXIT.
           EXIT.

       2550-NET-ONE-CREDIT-MEMO.
           MOVE WS-CM-CUST-IDENT (WS-CREDIT-MEMO-IDX) TO AR-CUST-IDENT
           MOVE WS-CM-INVOICE-NO (WS-CREDIT-MEMO-IDX) TO AR-INVOICE-NO
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   GO TO 2550-EXIT
           END-READ
           COMPUTE WS-CREDIT-REMAINING =
               AR-PAID-AMOUNT - AR-INVOICE-AMOUNT
           MOVE ZERO TO WS-CREDIT-USED
           MOVE "N"  TO WS-AR-SCAN-EOF-SWITCH
           MOVE ZERO TO AR-INVOICE-NO
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   SET WS-AR-SCAN-EOF TO TRUE
           END-START
           PERFORM 2560-NET-AGAINST-ONE-ITEM THRU 2560-EXIT
               UNTIL WS-AR-SCAN-EOF
                  OR WS-CREDIT-REMAINING = ZERO
           IF WS-CREDIT-USED = ZERO
               GO TO 2550-EXIT
           END-IF
      *>   The credit is used up by running its paid amount down
      *>   toward its negative invoice amount - invoice less paid
      *>   stays the balance on every item.
           MOVE WS-CM-CUST-IDENT (WS-CREDIT-MEMO-IDX) TO AR-CUST-IDENT
           MOVE WS-CM-INVOICE-NO (WS-CREDIT-MEMO-IDX) TO AR-INVOICE-NO
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   GO TO 2550-EXIT
           END-READ
           SUBTRACT WS-CREDIT-USED FROM AR-PAID-AMOUNT
           IF AR-PAID-AMOUNT <= AR-INVOICE-AMOUNT
               SET AR-ITEM-PAID TO TRUE
           END-IF
           REWRITE AR-OPEN-ITEM-RECORD
           ADD WS-CREDIT-USED TO WS-CREDIT-NETTED-TOTAL
           MOVE AR-CUST-IDENT  TO WS-D-CUST-IDENT
           MOVE AR-INVOICE-NO  TO WS-D-INVOICE-NO
           MOVE WS-CREDIT-USED TO WS-D-AMOUNT
           MOVE "CREDIT USED"  TO WS-D-STATUS
           WRITE CASH-REGISTER-LINE FROM WS-DETAIL-LINE.
       2550-EXIT.
           EXIT.

       2560-NET-AGAINST-ONE-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-AR-SCAN-EOF TO TRUE
                   GO TO 2560-EXIT
           END-READ
           IF AR-CUST-IDENT NOT = WS-CM-CUST-IDENT (WS-CREDIT-MEMO-IDX)
               SET WS-AR-SCAN-EOF TO TRUE
               GO TO 2560-EXIT
           END-IF
           IF AR-ITEM-CLOSED OR AR-CREDIT-MEMO-NO
               GO TO 2560-EXIT
           END-IF
           COMPUTE WS-ITEM-DUE = AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           IF WS-ITEM-DUE <= ZERO
               GO TO 2560-EXIT
           END-IF
           IF WS-CREDIT-REMAINING < WS-ITEM-DUE
               MOVE WS-CREDIT-REMAINING TO WS-ITEM-DUE
           END-IF
           ADD WS-ITEM-DUE TO AR-PAID-AMOUNT
           IF AR-PAID-AMOUNT >= AR-INVOICE-AMOUNT
               SET AR-ITEM-PAID TO TRUE
           END-IF
           REWRITE AR-OPEN-ITEM-RECORD
           SUBTRACT WS-ITEM-DUE FROM WS-CREDIT-REMAINING
           ADD WS-ITEM-DUE TO WS-CREDIT-USED
           MOVE AR-CUST-IDENT TO WS-D-CUST-IDENT
           MOVE AR-INVOICE-NO TO WS-D-INVOICE-NO
           MOVE WS-ITEM-DUE   TO WS-D-AMOUNT
           MOVE "CM NETTED"   TO WS-D-STATUS
           WRITE CASH-REGISTER-LINE FROM WS-DETAIL-LINE.
       2560-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Where the money went, by the receipt it came in on - the
      *> trail a returned check is reversed from.
      *>--------------------------------------------------------------
       2900-LOG-APPLICATION.
           WRITE CASH-APPLICATION-RECORD.
       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The auto-application pass: every suspense balance tries to
      *> apply against its customer's open items, oldest invoice
               SET WS-AR-SCAN-EOF TO TRUE
               GO TO 3150-EXIT
           END-IF
           IF AR-ITEM-CLOSED
               GO TO 3150-EXIT
           END-IF
           COMPUTE WS-ITEM-DUE = AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           MOVE AR-INVOICE-NO  TO WS-D-INVOICE-NO
           MOVE WS-APPLY-AMOUNT TO WS-D-AMOUNT
           MOVE "AUTO APPLIED" TO WS-D-STATUS
           WRITE CASH-REGISTER-LINE FROM WS-DETAIL-LINE
           MOVE AR-CUST-IDENT   TO CA-CUST-IDENT
           MOVE WS-SP-RECEIPT-DATE (WS-SUSP-IDX) TO CA-RECEIPT-DATE
           MOVE AR-INVOICE-NO   TO CA-INVOICE-NO
           MOVE WS-APPLY-AMOUNT TO CA-APPLIED-AMOUNT
           SET CA-FROM-SUSPENSE TO TRUE
           PERFORM 2900-LOG-APPLICATION THRU 2900-EXIT.
       3150-EXIT.
           EXIT.

       7000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Recoveries land back on WOHIST.  Only a history this run
      *> loaded whole is rewritten.
      *>--------------------------------------------------------------
       7100-REWRITE-WRITE-OFF-HIST.
           IF NOT WS-WOHIST-LOADED OR WS-WOHIST-OVERFLOW
               GO TO 7100-EXIT
           END-IF
           IF WS-RECOVERY-COUNT = ZERO
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

      *>--------------------------------------------------------------
      *> With the receipts on, each automatic registration hold is
      *> rechecked against its customer's open items and released
      *> if paid down.  No STUHOLD means nobody is held.
      *>--------------------------------------------------------------
       7200-RELEASE-STUDENT-HOLDS.
           OPEN I-O STUDENT-HOLD-FILE
           IF WS-STUDENT-HOLD-STATUS NOT = "00"
               GO TO 7200-EXIT
           END-IF
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           OPEN INPUT HOLD-PARM-FILE
           IF WS-HOLD-PARM-STATUS NOT = "35"
               READ HOLD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HP-PAST-DUE-DAYS TO WS-PAST-DUE-DAYS
               END-READ
               CLOSE HOLD-PARM-FILE
           END-IF
           MOVE LOW-VALUES TO SH-KEY
           START STUDENT-HOLD-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET WS-HOLD-SCAN-EOF TO TRUE
           END-START
           PERFORM 7210-COLLECT-ONE-HOLD THRU 7210-EXIT
               UNTIL WS-HOLD-SCAN-EOF
           PERFORM 7220-RECHECK-ONE-HOLD THRU 7220-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           CLOSE STUDENT-HOLD-FILE.
       7200-EXIT.
           EXIT.

       7210-COLLECT-ONE-HOLD.
           READ STUDENT-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-EOF TO TRUE
                   GO TO 7210-EXIT
           END-READ
           IF NOT SH-AUTOMATIC-HOLD OR WS-HOLD-COUNT >= 500
               GO TO 7210-EXIT
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE SH-STUDENT-ID  TO WS-HL-STUDENT-ID (WS-HOLD-COUNT)
           MOVE SH-REASON-CODE TO WS-HL-REASON-CODE (WS-HOLD-COUNT)
           MOVE SH-CUST-IDENT  TO WS-HL-CUST-IDENT (WS-HOLD-COUNT).
       7210-EXIT.
           EXIT.

       7220-RECHECK-ONE-HOLD.
           MOVE ZERO TO WS-HOLD-PAST-DUE
           MOVE "N"  TO WS-AR-SCAN-EOF-SWITCH
           MOVE WS-HL-CUST-IDENT (WS-HOLD-IDX) TO AR-CUST-IDENT
           MOVE ZERO TO AR-INVOICE-NO
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   SET WS-AR-SCAN-EOF TO TRUE
           END-START
           PERFORM 7230-SUM-ONE-PAST-DUE THRU 7230-EXIT
               UNTIL WS-AR-SCAN-EOF
           IF WS-HOLD-PAST-DUE > ZERO
               GO TO 7220-EXIT
           END-IF
           MOVE WS-HL-STUDENT-ID (WS-HOLD-IDX)  TO SH-STUDENT-ID
           MOVE WS-HL-REASON-CODE (WS-HOLD-IDX) TO SH-REASON-CODE
           DELETE STUDENT-HOLD-FILE RECORD
               INVALID KEY
                   GO TO 7220-EXIT
           END-DELETE
           ADD 1 TO WS-HOLDS-RELEASED-COUNT
           MOVE WS-HL-CUST-IDENT (WS-HOLD-IDX)  TO WS-HR-CUST-IDENT
           MOVE WS-HL-STUDENT-ID (WS-HOLD-IDX)  TO WS-HR-STUDENT-ID
           MOVE WS-HL-REASON-CODE (WS-HOLD-IDX) TO WS-HR-REASON-CODE
           WRITE CASH-REGISTER-LINE FROM WS-HOLD-RELEASE-LINE.
       7220-EXIT.
           EXIT.

       7230-SUM-ONE-PAST-DUE.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-AR-SCAN-EOF TO TRUE
                   GO TO 7230-EXIT
           END-READ
           IF AR-CUST-IDENT NOT = WS-HL-CUST-IDENT (WS-HOLD-IDX)
               SET WS-AR-SCAN-EOF TO TRUE
               GO TO 7230-EXIT
           END-IF
           IF NOT AR-ITEM-OPEN
               GO TO 7230-EXIT
           END-IF
           COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE (AR-INVOICE-DATE)
           IF WS-HL-REASON-CODE (WS-HOLD-IDX) = "PD"
               IF AR-INVOICE-NO < 700000 OR AR-INVOICE-NO > 709999
                   OR WS-DAYS-OPEN NOT > WS-PAST-DUE-DAYS
                   GO TO 7230-EXIT
               END-IF
           ELSE
               IF WS-DAYS-OPEN NOT > 30
                   GO TO 7230-EXIT
               END-IF
           END-IF
           IF AR-INVOICE-AMOUNT > AR-PAID-AMOUNT
               COMPUTE WS-HOLD-PAST-DUE = WS-HOLD-PAST-DUE
                   + AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           END-IF.
       7230-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-APPLIED-COUNT   TO WS-T-APPLIED
           MOVE WS-TOTAL-APPLIED   TO WS-T-AMOUNT
           WRITE CASH-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Receipts to suspense:   " WS-SUSPENSE-IN-COUNT
           DISPLAY "Suspense auto-applied:  " WS-AUTO-APPLIED-TOTAL
           DISPLAY "Suspense held forward:  " WS-SUSPENSE-HELD-COUNT
           DISPLAY "Credit memos netted:    " WS-CREDIT-NETTED-TOTAL
           DISPLAY "Write-off recoveries:   " WS-RECOVERY-TOTAL
           DISPLAY "Student holds released: " WS-HOLDS-RELEASED-COUNT.
       8000-EXIT.
           EXIT.

           MOVE WS-TOTAL-APPLIED TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-CREDIT-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
      *>   Cash that arrived without a home is still cash: it books
      *>   into the unapplied-cash liability on arrival, and moves
      *>   from there to receivables as the suspense pass applies it.
           MOVE WS-SUSPENSE-IN-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-SUSPENSE-ACCT WS-GL-AMOUNT WS-GL-SUSP-IN-REF
               WS-GL-COST-CENTER
           MOVE WS-AUTO-APPLIED-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-SUSPENSE-ACCT WS-GL-CREDIT-ACCT
               WS-GL-AMOUNT WS-GL-SUSP-OUT-REF WS-GL-COST-CENTER
      *>   A written-off debt paid after all reverses the expense
      *>   it was charged to.
           MOVE WS-RECOVERY-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-BAD-DEBT-ACCT WS-GL-AMOUNT WS-GL-RECOVERY-REF
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

           CLOSE CASH-TRANS-FILE
           CLOSE AR-OPEN-ITEM-FILE
           CLOSE CASH-REGISTER-FILE
           CLOSE CASH-EXCEPTION-FILE
           CLOSE CASH-APPLICATION-FILE.
       9000-EXIT.
           EXIT.
