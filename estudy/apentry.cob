       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. apentry.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Vendor invoice entry batch.  Payables keys one APTRAN
      *> transaction per vendor invoice line, and this run puts each
      *> on the APOPEN open-item file (see APREC.cpy) dated from the
      *> VENDMAST terms (see VENDREC.cpy): due so many net days from
      *> the invoice date, and carrying the early-pay discount the
      *> vendor offers within its discount days.
      *>   - A line billed against a PO line is three-way matched
      *>     before anyone pays it: the PO must be the vendor's, the
      *>     billed unit price the PO's agreed unit cost, and the
      *>     quantity no more than porecv.cob has received on that
      *>     line less what the vendor has already billed for.  A
      *>     matching line is OPEN and charged to inventory; one that
      *>     does not match is HELD with the reason, and is matched
      *>     again at the top of every run - the usual cure is the
      *>     goods arriving after the bill.
      *>   - A line with no PO is a plain expense bill, OPEN at once
      *>     against the expense account keyed on it, or the
      *>     vendor's own.
      *> An OPEN line posts to the general ledger through glpost:
      *> inventory or expense debited, accounts payable credited.
      *> A held line posts nothing until it matches.  The APENTREG
      *> register lists every transaction and every release.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-TRANS-FILE ASSIGN TO "APTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-TRANS-STATUS.
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
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
           SELECT AP-ENTRY-REGISTER-FILE ASSIGN TO "APENTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-ENTRY-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-TRANS-FILE.
       01 AP-TRANS-RECORD.
           02 AT-VENDOR-ID            PIC X(8).
           02 FILLER                  PIC X(2).
           02 AT-INVOICE-NO           PIC X(10).
           02 FILLER                  PIC X(2).
           02 AT-LINE-NO              PIC 9(3).
           02 FILLER                  PIC X(2).
           02 AT-INVOICE-DATE         PIC 9(8).
           02 FILLER                  PIC X(2).
           02 AT-PO-NUMBER            PIC 9(6).
           02 FILLER                  PIC X(2).
           02 AT-PO-LINE-NO           PIC 9(3).
           02 FILLER                  PIC X(2).
           02 AT-QTY-INVOICED         PIC 9(7).
           02 FILLER                  PIC X(2).
           02 AT-UNIT-PRICE           PIC 9(5)V99.
           02 FILLER                  PIC X(2).
           02 AT-AMOUNT               PIC 9(7)V99.
           02 FILLER                  PIC X(2).
           02 AT-EXPENSE-ACCT         PIC 9(4).

       FD  VENDOR-MASTER-FILE.
           COPY VENDREC.

       FD  AP-OPEN-ITEM-FILE.
           COPY APREC.

       FD  PURCHASE-ORDER-FILE.
           COPY POREC.

       FD  AP-ENTRY-REGISTER-FILE.
       01 AP-ENTRY-REGISTER-LINE      PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-AP-TRANS-STATUS          PIC XX VALUE "00".
       01 WS-VENDOR-MASTER-STATUS     PIC XX VALUE "00".
       01 WS-AP-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-PURCHASE-ORDER-STATUS    PIC XX VALUE "00".
       01 WS-AP-ENTRY-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-HELD-EOF-SWITCH           PIC X VALUE "N".
           88 WS-HELD-EOF                  VALUE "Y".
       01 WS-MATCH-SWITCH              PIC X VALUE "N".
           88 WS-MATCHED                   VALUE "Y".

       01 WS-INVOICE-DATE-INTEGER     PIC 9(8) COMP VALUE ZERO.
       01 WS-BILLABLE-QTY             PIC 9(7) VALUE ZERO.

       01 WS-TRANS-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-OPEN-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-HELD-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-RELEASED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-POSTED-TOTAL             PIC 9(9)V99 VALUE ZERO.

      *> A bill against a PO is stock coming in; a bill with no PO
      *> and no account of its own lands on general expense.
       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "APENTRY".
       01 WS-GL-INVENTORY-ACCT  PIC 9(4) VALUE 1300.
       01 WS-GL-EXPENSE-ACCT    PIC 9(4) VALUE 5100.
       01 WS-GL-PAYABLE-ACCT    PIC 9(4) VALUE 2200.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** VENDOR INVOICE ENTRY REGISTER ***".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-VENDOR-ID    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-INVOICE-NO   PIC X(10).
           02 FILLER            PIC X(1)  VALUE "-".
           02 WS-D-LINE-NO      PIC 9(3).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-PO-NUMBER    PIC 9(6).
           02 FILLER            PIC X(1)  VALUE "-".
           02 WS-D-PO-LINE-NO   PIC 9(3).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(35).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(13) VALUE "*** OPENED: ".
           02 WS-T-OPEN         PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE "  HELD: ".
           02 WS-T-HELD         PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE "  RELEASED: ".
           02 WS-T-RELEASED     PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE "  REFUSED: ".
           02 WS-T-REFUSED      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-REMATCH-HELD-LINE THRU 3000-EXIT
               UNTIL WS-HELD-EOF
           PERFORM 2000-ENTER-INVOICE-LINE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT AP-TRANS-FILE
           IF WS-AP-TRANS-STATUS = "35"
               DISPLAY "No APTRAN on disk - no new invoices"
               SET WS-EOF TO TRUE
           END-IF
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
           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF
           OPEN OUTPUT AP-ENTRY-REGISTER-FILE
           WRITE AP-ENTRY-REGISTER-LINE FROM WS-HEADING-LINE-1

           MOVE LOW-VALUES TO AP-KEY
           START AP-OPEN-ITEM-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY SET WS-HELD-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               READ AP-TRANS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One new invoice line.  The vendor must be on file and
      *> active, and the line not already entered.
      *>--------------------------------------------------------------
       2000-ENTER-INVOICE-LINE.
           ADD 1 TO WS-TRANS-COUNT
           MOVE AT-VENDOR-ID    TO WS-D-VENDOR-ID
           MOVE AT-INVOICE-NO   TO WS-D-INVOICE-NO
           MOVE AT-LINE-NO      TO WS-D-LINE-NO
           MOVE AT-PO-NUMBER    TO WS-D-PO-NUMBER
           MOVE AT-PO-LINE-NO   TO WS-D-PO-LINE-NO
           MOVE AT-AMOUNT       TO WS-D-AMOUNT
           IF AT-INVOICE-NO = SPACES
               MOVE "REFUSED - NO INVOICE NUMBER" TO WS-D-ACTION
               GO TO 2000-REFUSE
           END-IF
           MOVE AT-VENDOR-ID TO VN-VENDOR-ID
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   MOVE "REFUSED - VENDOR NOT ON FILE" TO WS-D-ACTION
                   GO TO 2000-REFUSE
           END-READ
           IF NOT VN-ACTIVE
               MOVE "REFUSED - VENDOR INACTIVE" TO WS-D-ACTION
               GO TO 2000-REFUSE
           END-IF
           MOVE AT-VENDOR-ID  TO AP-VENDOR-ID
           MOVE AT-INVOICE-NO TO AP-INVOICE-NO
           MOVE AT-LINE-NO    TO AP-LINE-NO
           READ AP-OPEN-ITEM-FILE
               NOT INVALID KEY
                   MOVE "REFUSED - LINE ALREADY ENTERED"
                       TO WS-D-ACTION
                   GO TO 2000-REFUSE
           END-READ
           MOVE AT-VENDOR-ID  TO AP-VENDOR-ID
           MOVE AT-INVOICE-NO TO AP-INVOICE-NO
           MOVE AT-LINE-NO    TO AP-LINE-NO

           PERFORM 2100-BUILD-OPEN-ITEM THRU 2100-EXIT
           IF AP-AMOUNT = ZERO
               MOVE "REFUSED - NO AMOUNT" TO WS-D-ACTION
               GO TO 2000-REFUSE
           END-IF
           MOVE AP-AMOUNT TO WS-D-AMOUNT

           IF AP-PO-NUMBER = ZERO
               SET AP-OPEN TO TRUE
               MOVE "OPEN - EXPENSE" TO WS-D-ACTION
           ELSE
               PERFORM 4000-MATCH-PO-LINE THRU 4000-EXIT
               IF WS-MATCHED
                   SET AP-OPEN TO TRUE
                   MOVE "OPEN - MATCHED TO PO" TO WS-D-ACTION
               ELSE
                   SET AP-HELD TO TRUE
                   MOVE SPACES TO WS-D-ACTION
                   STRING "HELD - " DELIMITED BY SIZE
                       AP-HOLD-REASON DELIMITED BY SIZE
                       INTO WS-D-ACTION
               END-IF
           END-IF

           WRITE AP-INVOICE-RECORD
           IF AP-OPEN
               PERFORM 5000-POST-OPEN-ITEM THRU 5000-EXIT
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF
           WRITE AP-ENTRY-REGISTER-LINE FROM WS-DETAIL-LINE
           GO TO 2000-NEXT.
       2000-REFUSE.
           WRITE AP-ENTRY-REGISTER-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-REFUSED-COUNT.
       2000-NEXT.
           READ AP-TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The open item from the transaction and the vendor's terms.
      *> A PO line is billed at quantity times unit price; a plain
      *> bill at its keyed amount.  An invoice dated zero is dated
      *> today.
      *>--------------------------------------------------------------
       2100-BUILD-OPEN-ITEM.
           MOVE SPACES            TO AP-HOLD-REASON
           MOVE AT-PO-NUMBER      TO AP-PO-NUMBER
           MOVE AT-PO-LINE-NO     TO AP-PO-LINE-NO
           MOVE WS-BUSINESS-DATE  TO AP-ENTERED-DATE
           MOVE ZERO TO AP-PAID-DATE AP-CHECK-NO AP-DISCOUNT-TAKEN
           IF AT-INVOICE-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO AP-INVOICE-DATE
           ELSE
               MOVE AT-INVOICE-DATE TO AP-INVOICE-DATE
           END-IF
           IF AT-PO-NUMBER = ZERO
               MOVE ZERO          TO AP-QTY-INVOICED AP-UNIT-PRICE
               MOVE AT-AMOUNT     TO AP-AMOUNT
               EVALUATE TRUE
                   WHEN AT-EXPENSE-ACCT > ZERO
                       MOVE AT-EXPENSE-ACCT TO AP-DEBIT-ACCT
                   WHEN VN-EXPENSE-ACCT > ZERO
                       MOVE VN-EXPENSE-ACCT TO AP-DEBIT-ACCT
                   WHEN OTHER
                       MOVE WS-GL-EXPENSE-ACCT TO AP-DEBIT-ACCT
               END-EVALUATE
           ELSE
               MOVE AT-QTY-INVOICED TO AP-QTY-INVOICED
               MOVE AT-UNIT-PRICE   TO AP-UNIT-PRICE
               COMPUTE AP-AMOUNT = AT-QTY-INVOICED * AT-UNIT-PRICE
               MOVE WS-GL-INVENTORY-ACCT TO AP-DEBIT-ACCT
           END-IF

           COMPUTE WS-INVOICE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (AP-INVOICE-DATE)
           COMPUTE AP-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-INVOICE-DATE-INTEGER + VN-NET-DAYS)
           IF VN-DISCOUNT-PERCENT > ZERO
               COMPUTE AP-DISCOUNT-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-INVOICE-DATE-INTEGER + VN-DISCOUNT-DAYS)
               COMPUTE AP-DISCOUNT-AMOUNT ROUNDED =
                   AP-AMOUNT * VN-DISCOUNT-PERCENT / 100
           ELSE
               MOVE ZERO TO AP-DISCOUNT-DATE AP-DISCOUNT-AMOUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Held lines from earlier runs get another try at the match
      *> before the new batch is entered.
      *>--------------------------------------------------------------
       3000-REMATCH-HELD-LINE.
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-HELD-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF NOT AP-HELD
               GO TO 3000-EXIT
           END-IF
           PERFORM 4000-MATCH-PO-LINE THRU 4000-EXIT
           IF NOT WS-MATCHED
               REWRITE AP-INVOICE-RECORD
               GO TO 3000-EXIT
           END-IF
           SET AP-OPEN TO TRUE
           MOVE SPACES TO AP-HOLD-REASON
           REWRITE AP-INVOICE-RECORD
           PERFORM 5000-POST-OPEN-ITEM THRU 5000-EXIT
           ADD 1 TO WS-RELEASED-COUNT
           MOVE AP-VENDOR-ID    TO WS-D-VENDOR-ID
           MOVE AP-INVOICE-NO   TO WS-D-INVOICE-NO
           MOVE AP-LINE-NO      TO WS-D-LINE-NO
           MOVE AP-PO-NUMBER    TO WS-D-PO-NUMBER
           MOVE AP-PO-LINE-NO   TO WS-D-PO-LINE-NO
           MOVE AP-AMOUNT       TO WS-D-AMOUNT
           MOVE "RELEASED - NOW MATCHES PO" TO WS-D-ACTION
           WRITE AP-ENTRY-REGISTER-LINE FROM WS-DETAIL-LINE.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Three-way match of the open item against its PO line: the
      *> PO's vendor, the PO's agreed unit cost, and the quantity
      *> received on the line not yet billed.  A match counts the
      *> billed quantity on the PO line so it cannot be billed again.
      *>--------------------------------------------------------------
       4000-MATCH-PO-LINE.
           MOVE "N" TO WS-MATCH-SWITCH
           MOVE AP-PO-NUMBER  TO PO-NUMBER
           MOVE AP-PO-LINE-NO TO PO-LINE-NO
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   MOVE "PO LINE NOT ON FILE" TO AP-HOLD-REASON
                   GO TO 4000-EXIT
           END-READ
           IF PO-VENDOR-ID NOT = AP-VENDOR-ID
               MOVE "NOT VENDOR'S PO" TO AP-HOLD-REASON
               GO TO 4000-EXIT
           END-IF
           IF AP-QTY-INVOICED = ZERO
               MOVE "NO QUANTITY BILLED" TO AP-HOLD-REASON
               GO TO 4000-EXIT
           END-IF
           IF AP-UNIT-PRICE NOT = PO-UNIT-COST
               MOVE "PRICE NOT PO COST" TO AP-HOLD-REASON
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-BILLABLE-QTY
           IF PO-QTY-RECEIVED > PO-QTY-INVOICED
               COMPUTE WS-BILLABLE-QTY =
                   PO-QTY-RECEIVED - PO-QTY-INVOICED
           END-IF
           IF AP-QTY-INVOICED > WS-BILLABLE-QTY
               MOVE "QTY NOT RECEIVED" TO AP-HOLD-REASON
               GO TO 4000-EXIT
           END-IF
           ADD AP-QTY-INVOICED TO PO-QTY-INVOICED
           REWRITE PURCHASE-ORDER-RECORD
           SET WS-MATCHED TO TRUE.
       4000-EXIT.
           EXIT.

       5000-POST-OPEN-ITEM.
           MOVE AP-AMOUNT     TO WS-GL-AMOUNT
           MOVE AP-INVOICE-NO TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM AP-DEBIT-ACCT
               WS-GL-PAYABLE-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           ADD AP-AMOUNT TO WS-POSTED-TOTAL.
       5000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-OPEN-COUNT     TO WS-T-OPEN
           MOVE WS-HELD-COUNT     TO WS-T-HELD
           MOVE WS-RELEASED-COUNT TO WS-T-RELEASED
           MOVE WS-REFUSED-COUNT  TO WS-T-REFUSED
           WRITE AP-ENTRY-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Invoice lines read: " WS-TRANS-COUNT
           DISPLAY "Lines opened:       " WS-OPEN-COUNT
           DISPLAY "Lines held:         " WS-HELD-COUNT
           DISPLAY "Held lines released:" WS-RELEASED-COUNT
           DISPLAY "Lines refused:      " WS-REFUSED-COUNT
           DISPLAY "Posted to payables: " WS-POSTED-TOTAL.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-AP-TRANS-STATUS NOT = "35"
               CLOSE AP-TRANS-FILE
           END-IF
           CLOSE VENDOR-MASTER-FILE
           CLOSE AP-OPEN-ITEM-FILE
           CLOSE PURCHASE-ORDER-FILE
           CLOSE AP-ENTRY-REGISTER-FILE.
       9000-EXIT.
           EXIT.
