      *> instead of a walk through the warehouse.  An item with no
      *> REORDPRM row gets a point of zero and only flags once it
      *> is actually out.
      *> 10/15/2026 - on-order quantities from POMAST (open, partial,
      *> and suggested PO lines, see POREC.cpy) now print beside
      *> on-hand; an item at or under its point whose on-order
      *> quantity carries it back over flags ON ORDER instead of
      *> REORDER, so purchasing is not asked twice for the same
      *> item.  REORDPRM gained a reorder quantity for posugg.cob;
      *> this report reads only the point.  On-order is held for
      *> up to 500 items; PO lines past that are counted, displayed
      *> and flagged under the totals, since the items they belong
      *> to will show short on order.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORDER-PARM-FILE ASSIGN TO "REORDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-PARM-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
           SELECT STOCK-REPORT-FILE ASSIGN TO "STOCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-REPORT-STATUS.
           02 FILLER              PIC X(2).
           02 RP-REORDER-POINT    PIC 9(5).

       FD  PURCHASE-ORDER-FILE.
           COPY POREC.

       FD  STOCK-REPORT-FILE.
       01 STOCK-REPORT-LINE       PIC X(80).

       01 WS-ITEM-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-REORDER-PARM-STATUS      PIC XX VALUE "00".
       01 WS-STOCK-REPORT-STATUS      PIC XX VALUE "00".
       01 WS-PURCHASE-ORDER-STATUS    PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
               03 WS-RP-POINT         PIC 9(5).
       01 WS-ITEM-REORDER-POINT       PIC 9(5) VALUE ZERO.

       01 WS-ON-ORDER-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-ON-ORDER-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-ON-ORDER-FOUND-IDX       PIC 9(3) COMP VALUE ZERO.
       01 WS-ON-ORDER-TABLE.
           02 WS-ON-ORDER-ENTRY OCCURS 500 TIMES.
               03 WS-OO-ITEM-CODE     PIC X(8).
               03 WS-OO-QTY           PIC 9(7).
       01 WS-ITEM-ON-ORDER            PIC 9(7) VALUE ZERO.
       01 WS-AVAILABLE-QTY            PIC S9(8) VALUE ZERO.
       01 WS-ON-ORDER-DROPPED-COUNT   PIC 9(5) COMP VALUE ZERO.

       01 WS-ITEM-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-ON-ORDER-FLAG-COUNT      PIC 9(5) COMP VALUE ZERO.
       01 WS-REORDER-FLAG-COUNT       PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(40) VALUE
               " ITEM      DESCRIPTION            ON HAN".
           02 FILLER            PIC X(30) VALUE
               "D   ON ORDER REORDER AT   FLAG".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ITEM-CODE    PIC X(8).
           02 WS-D-DESCRIPTION  PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ON-HAND      PIC -ZZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ON-ORDER     PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-D-POINT        PIC ZZ,ZZ9.
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-T-ITEMS        PIC ZZZZ9.
           02 FILLER            PIC X(14) VALUE "  AT REORDER: ".
           02 WS-T-REORDER      PIC ZZZZ9.
           02 FILLER            PIC X(14) VALUE "  ON ORDER: ".
           02 WS-T-ON-ORDER     PIC ZZZZ9.
       01 WS-DROPPED-LINE.
           02 FILLER            PIC X(39)
               VALUE "*** ON-ORDER TABLE FULL AT 500 ITEMS - ".
           02 FILLER            PIC X(22)
               VALUE "PO LINES NOT COUNTED: ".
           02 WS-DR-COUNT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-REORDER-POINTS THRU 1100-EXIT
           PERFORM 1200-LOAD-ON-ORDER THRU 1200-EXIT
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEM-MASTER-STATUS = "35"
               DISPLAY "No ITEMMAST on disk - nothing to report"
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> What is still to come in on every PO line on order, by
      *> item - the same figure posugg.cob weighs.
      *>--------------------------------------------------------------
       1200-LOAD-ON-ORDER.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF PO-ON-ORDER
                           PERFORM 1250-ADD-ON-ORDER THRU 1250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1250-ADD-ON-ORDER.
           MOVE PO-ITEM-CODE TO IT-ITEM-CODE
           PERFORM 2200-FIND-ON-ORDER THRU 2200-EXIT
           IF WS-ON-ORDER-FOUND-IDX = ZERO
               IF WS-ON-ORDER-COUNT >= 500
                   ADD 1 TO WS-ON-ORDER-DROPPED-COUNT
                   GO TO 1250-EXIT
               END-IF
               ADD 1 TO WS-ON-ORDER-COUNT
               MOVE WS-ON-ORDER-COUNT TO WS-ON-ORDER-FOUND-IDX
               MOVE PO-ITEM-CODE TO
                   WS-OO-ITEM-CODE (WS-ON-ORDER-FOUND-IDX)
               MOVE ZERO TO WS-OO-QTY (WS-ON-ORDER-FOUND-IDX)
           END-IF
           IF PO-QTY-ORDERED > PO-QTY-RECEIVED
               COMPUTE WS-OO-QTY (WS-ON-ORDER-FOUND-IDX) =
                   WS-OO-QTY (WS-ON-ORDER-FOUND-IDX)
                   + PO-QTY-ORDERED - PO-QTY-RECEIVED
           END-IF.
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Only the 99999999 stock records report; the effective-dated
      *> price records pass through - they carry no stock.
           MOVE IT-DESCRIPTION   TO WS-D-DESCRIPTION
           MOVE IT-QTY-ON-HAND   TO WS-D-ON-HAND
           MOVE WS-ITEM-REORDER-POINT TO WS-D-POINT
           PERFORM 2200-FIND-ON-ORDER THRU 2200-EXIT
           MOVE ZERO TO WS-ITEM-ON-ORDER
           IF WS-ON-ORDER-FOUND-IDX > ZERO
               MOVE WS-OO-QTY (WS-ON-ORDER-FOUND-IDX)
                   TO WS-ITEM-ON-ORDER
           END-IF
           MOVE WS-ITEM-ON-ORDER TO WS-D-ON-ORDER
           COMPUTE WS-AVAILABLE-QTY = IT-QTY-ON-HAND + WS-ITEM-ON-ORDER
           EVALUATE TRUE
               WHEN IT-QTY-ON-HAND > WS-ITEM-REORDER-POINT
                   MOVE SPACES TO WS-D-FLAG
               WHEN WS-AVAILABLE-QTY > WS-ITEM-REORDER-POINT
                   MOVE "ON ORDER" TO WS-D-FLAG
                   ADD 1 TO WS-ON-ORDER-FLAG-COUNT
               WHEN OTHER
                   MOVE "REORDER" TO WS-D-FLAG
                   ADD 1 TO WS-REORDER-FLAG-COUNT
           END-EVALUATE
           WRITE STOCK-REPORT-LINE FROM WS-DETAIL-LINE.
       2000-NEXT.
           READ ITEM-MASTER-FILE NEXT RECORD
       2100-EXIT.
           EXIT.

       2200-FIND-ON-ORDER.
           MOVE ZERO TO WS-ON-ORDER-FOUND-IDX
           PERFORM VARYING WS-ON-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ON-ORDER-IDX > WS-ON-ORDER-COUNT
                  OR WS-ON-ORDER-FOUND-IDX > ZERO
               IF WS-OO-ITEM-CODE (WS-ON-ORDER-IDX) = IT-ITEM-CODE
                   MOVE WS-ON-ORDER-IDX TO WS-ON-ORDER-FOUND-IDX
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-ITEM-COUNT         TO WS-T-ITEMS
           MOVE WS-REORDER-FLAG-COUNT TO WS-T-REORDER
           MOVE WS-ON-ORDER-FLAG-COUNT TO WS-T-ON-ORDER
           WRITE STOCK-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Items tracked: " WS-ITEM-COUNT
           DISPLAY "At reorder:    " WS-REORDER-FLAG-COUNT
           DISPLAY "On order:      " WS-ON-ORDER-FLAG-COUNT
           IF WS-ON-ORDER-DROPPED-COUNT > ZERO
               MOVE WS-ON-ORDER-DROPPED-COUNT TO WS-DR-COUNT
               WRITE STOCK-REPORT-LINE FROM WS-DROPPED-LINE
               DISPLAY "On-order table full at 500 items - "
                   WS-ON-ORDER-DROPPED-COUNT
                   " PO lines not counted"
           END-IF.
       8000-EXIT.
           EXIT.

