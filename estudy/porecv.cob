       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. porecv.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Receiving batch.  The warehouse keys one RCVTRAN transaction
      *> per PO line as goods arrive (PO number, line, quantity,
      *> receipt date - zero means today), and this run posts each
      *> to the item's ITEMMAST stock record (the 99999999-dated
      *> record, see ITEMREC.cpy; created on the item's first
      *> receipt the way itemmnt.cob does) instead of anyone editing
      *> on-hand by hand.  The POMAST line (see POREC.cpy) counts
      *> the receipt and goes PARTIAL, or CLOSED once the ordered
      *> quantity is in, and RCVHIST records the receipt at the
      *> PO's agreed unit cost.  A line that was never issued, or is
      *> already closed or cancelled, receives nothing; a quantity
      *> beyond what is still outstanding is received up to the
      *> outstanding quantity and the excess listed to go back to
      *> the vendor.  The RCVREG register lists every transaction.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVING-TRANS-FILE ASSIGN TO "RCVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVING-TRANS-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-ITEM-MASTER-STATUS.
           SELECT RECEIVING-HISTORY-FILE ASSIGN TO "RCVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVING-HISTORY-STATUS.
           SELECT RECEIVING-REGISTER-FILE ASSIGN TO "RCVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVING-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVING-TRANS-FILE.
       01 RECEIVING-TRANS-RECORD.
           02 RT-PO-NUMBER            PIC 9(6).
           02 FILLER                  PIC X(2).
           02 RT-PO-LINE-NO           PIC 9(3).
           02 FILLER                  PIC X(2).
           02 RT-QTY-RECEIVED         PIC 9(7).
           02 FILLER                  PIC X(2).
           02 RT-RECEIPT-DATE         PIC 9(8).

       FD  PURCHASE-ORDER-FILE.
           COPY POREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  RECEIVING-HISTORY-FILE.
           COPY RCVHIST.

       FD  RECEIVING-REGISTER-FILE.
       01 RECEIVING-REGISTER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-RECEIVING-TRANS-STATUS    PIC XX VALUE "00".
       01 WS-PURCHASE-ORDER-STATUS     PIC XX VALUE "00".
       01 WS-ITEM-MASTER-STATUS        PIC XX VALUE "00".
       01 WS-RECEIVING-HISTORY-STATUS  PIC XX VALUE "00".
       01 WS-RECEIVING-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-RECEIPT-DATE             PIC 9(8) VALUE ZERO.
       01 WS-OUTSTANDING-QTY          PIC 9(7) VALUE ZERO.
       01 WS-RECEIVE-QTY              PIC 9(7) VALUE ZERO.
       01 WS-EXCESS-QTY               PIC 9(7) VALUE ZERO.

       01 WS-TRANS-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-RECEIVED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-CLOSED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-EXCESS-COUNT             PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** RECEIVING REGISTER ***".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-PO-NUMBER    PIC 9(6).
           02 FILLER            PIC X(1)  VALUE "-".
           02 WS-D-PO-LINE-NO   PIC 9(3).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-QUANTITY     PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(30).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(17) VALUE "*** RECEIVED: ".
           02 WS-T-RECEIVED     PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE "  REFUSED: ".
           02 WS-T-REFUSED      PIC ZZZZ9.
           02 FILLER            PIC X(16) VALUE "  LINES CLOSED: ".
           02 WS-T-CLOSED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-RECEIPT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT RECEIVING-TRANS-FILE
           IF WS-RECEIVING-TRANS-STATUS = "35"
               DISPLAY "No RCVTRAN on disk - nothing to receive"
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF
           OPEN I-O ITEM-MASTER-FILE
           IF WS-ITEM-MASTER-STATUS = "35"
               OPEN OUTPUT ITEM-MASTER-FILE
               CLOSE ITEM-MASTER-FILE
               OPEN I-O ITEM-MASTER-FILE
           END-IF
           OPEN EXTEND RECEIVING-HISTORY-FILE
           IF WS-RECEIVING-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT RECEIVING-HISTORY-FILE
           END-IF
           OPEN OUTPUT RECEIVING-REGISTER-FILE
           WRITE RECEIVING-REGISTER-LINE FROM WS-HEADING-LINE-1
           IF NOT WS-EOF
               READ RECEIVING-TRANS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One receipt: the PO line must be issued and still open,
      *> and only what is outstanding on it is taken in.
      *>--------------------------------------------------------------
       2000-PROCESS-RECEIPT.
           ADD 1 TO WS-TRANS-COUNT
           MOVE RT-PO-NUMBER    TO WS-D-PO-NUMBER
           MOVE RT-PO-LINE-NO   TO WS-D-PO-LINE-NO
           MOVE SPACES          TO WS-D-ITEM-CODE
           MOVE RT-QTY-RECEIVED TO WS-D-QUANTITY
           IF RT-QTY-RECEIVED = ZERO
               MOVE "REFUSED - NO QUANTITY" TO WS-D-ACTION
               GO TO 2000-REFUSE
           END-IF
           MOVE RT-PO-NUMBER  TO PO-NUMBER
           MOVE RT-PO-LINE-NO TO PO-LINE-NO
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   MOVE "REFUSED - PO LINE NOT ON FILE" TO WS-D-ACTION
                   GO TO 2000-REFUSE
           END-READ
           MOVE PO-ITEM-CODE TO WS-D-ITEM-CODE
           IF PO-SUGGESTED
               MOVE "REFUSED - PO NOT YET ISSUED" TO WS-D-ACTION
               GO TO 2000-REFUSE
           END-IF
           IF NOT PO-RECEIVABLE
               MOVE "REFUSED - PO LINE CLOSED" TO WS-D-ACTION
               GO TO 2000-REFUSE
           END-IF

           IF RT-RECEIPT-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO WS-RECEIPT-DATE
           ELSE
               MOVE RT-RECEIPT-DATE TO WS-RECEIPT-DATE
           END-IF
           COMPUTE WS-OUTSTANDING-QTY =
               PO-QTY-ORDERED - PO-QTY-RECEIVED
           MOVE RT-QTY-RECEIVED TO WS-RECEIVE-QTY
           MOVE ZERO TO WS-EXCESS-QTY
           IF WS-RECEIVE-QTY > WS-OUTSTANDING-QTY
               COMPUTE WS-EXCESS-QTY =
                   WS-RECEIVE-QTY - WS-OUTSTANDING-QTY
               MOVE WS-OUTSTANDING-QTY TO WS-RECEIVE-QTY
           END-IF

           PERFORM 2100-POST-TO-STOCK THRU 2100-EXIT
           PERFORM 2200-UPDATE-PO-LINE THRU 2200-EXIT
           PERFORM 2300-WRITE-HISTORY THRU 2300-EXIT
           ADD 1 TO WS-RECEIVED-COUNT
           MOVE WS-RECEIVE-QTY TO WS-D-QUANTITY
           IF PO-CLOSED
               MOVE "RECEIVED - LINE CLOSED" TO WS-D-ACTION
           ELSE
               MOVE "RECEIVED - LINE PARTIAL" TO WS-D-ACTION
           END-IF
           WRITE RECEIVING-REGISTER-LINE FROM WS-DETAIL-LINE
           IF WS-EXCESS-QTY > ZERO
               MOVE WS-EXCESS-QTY TO WS-D-QUANTITY
               MOVE "EXCESS - RETURN TO VENDOR" TO WS-D-ACTION
               WRITE RECEIVING-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-EXCESS-COUNT
           END-IF
           GO TO 2000-NEXT.
       2000-REFUSE.
           WRITE RECEIVING-REGISTER-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-REFUSED-COUNT.
       2000-NEXT.
           READ RECEIVING-TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The receipt raises the item's stock record, creating it on
      *> the first receipt with the PO line's description.
      *>--------------------------------------------------------------
       2100-POST-TO-STOCK.
           MOVE PO-ITEM-CODE TO IT-ITEM-CODE
           MOVE 99999999 TO IT-EFFECTIVE-DATE
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE PO-ITEM-CODE   TO IT-ITEM-CODE
                   MOVE 99999999       TO IT-EFFECTIVE-DATE
                   MOVE PO-DESCRIPTION TO IT-DESCRIPTION
                   MOVE ZERO           TO IT-UNIT-PRICE
                   MOVE WS-RECEIVE-QTY TO IT-QTY-ON-HAND
                   WRITE ITEM-MASTER-RECORD
               NOT INVALID KEY
                   ADD WS-RECEIVE-QTY TO IT-QTY-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
           END-READ.
       2100-EXIT.
           EXIT.

       2200-UPDATE-PO-LINE.
           ADD WS-RECEIVE-QTY TO PO-QTY-RECEIVED
           MOVE WS-RECEIPT-DATE TO PO-LAST-RECEIPT-DATE
           IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
               SET PO-CLOSED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               SET PO-PARTIAL TO TRUE
           END-IF
           REWRITE PURCHASE-ORDER-RECORD.
       2200-EXIT.
           EXIT.

       2300-WRITE-HISTORY.
           MOVE PO-NUMBER       TO RH-PO-NUMBER
           MOVE PO-LINE-NO      TO RH-PO-LINE-NO
           MOVE PO-ITEM-CODE    TO RH-ITEM-CODE
           MOVE WS-RECEIPT-DATE TO RH-RECEIPT-DATE
           MOVE WS-RECEIVE-QTY  TO RH-QTY-RECEIVED
           MOVE PO-UNIT-COST    TO RH-UNIT-COST
           MOVE PO-VENDOR-ID    TO RH-VENDOR-ID
           WRITE RECEIVING-HISTORY-RECORD.
       2300-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-RECEIVED-COUNT TO WS-T-RECEIVED
           MOVE WS-REFUSED-COUNT  TO WS-T-REFUSED
           MOVE WS-CLOSED-COUNT   TO WS-T-CLOSED
           WRITE RECEIVING-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Receipts read:      " WS-TRANS-COUNT
           DISPLAY "Receipts posted:    " WS-RECEIVED-COUNT
           DISPLAY "Receipts refused:   " WS-REFUSED-COUNT
           DISPLAY "PO lines closed:    " WS-CLOSED-COUNT
           DISPLAY "Excess quantities:  " WS-EXCESS-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-RECEIVING-TRANS-STATUS NOT = "35"
               CLOSE RECEIVING-TRANS-FILE
           END-IF
           CLOSE PURCHASE-ORDER-FILE
           CLOSE ITEM-MASTER-FILE
           CLOSE RECEIVING-HISTORY-FILE
           CLOSE RECEIVING-REGISTER-FILE.
       9000-EXIT.
           EXIT.
