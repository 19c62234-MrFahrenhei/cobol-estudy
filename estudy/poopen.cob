       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. poopen.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Open purchase-order report: every POMAST line still on order
      *> (suggested, open, or partially received - see POREC.cpy) in
      *> PO and line order, with what was ordered, what has come in,
      *> what is still outstanding, and the outstanding value at the
      *> agreed unit cost, so purchasing sees what is coming without
      *> walking the warehouse.  The same on-order quantities are
      *> what stockrpt.cob and posugg.cob weigh against an item's
      *> reorder point.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
           SELECT OPEN-PO-REPORT-FILE ASSIGN TO "POOPNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-PO-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
           COPY POREC.

       FD  OPEN-PO-REPORT-FILE.
       01 OPEN-PO-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-PURCHASE-ORDER-STATUS    PIC XX VALUE "00".
       01 WS-OPEN-PO-REPORT-STATUS    PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-OUTSTANDING-QTY          PIC 9(7) VALUE ZERO.
       01 WS-OUTSTANDING-VALUE        PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-TOTAL-VALUE              PIC 9(11)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** OPEN PURCHASE ORDER REPORT ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(40) VALUE
               " PO-LINE     ST ITEM      VENDOR    ORDE".
           02 FILLER            PIC X(52) VALUE
               "RED    ORDERED   RECEIVED OUTSTANDING          VALUE".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-PO-NUMBER    PIC 9(6).
           02 FILLER            PIC X(1)  VALUE "-".
           02 WS-D-PO-LINE-NO   PIC 9(3).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-STATUS       PIC X(1).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-VENDOR-ID    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ORDER-DATE   PIC 9(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ORDERED      PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-RECEIVED     PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-D-OUTSTANDING  PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(20) VALUE "*** LINES ON ORDER: ".
           02 WS-T-LINES        PIC ZZZZ9.
           02 FILLER            PIC X(10) VALUE "  VALUE: ".
           02 WS-T-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REPORT-ONE-LINE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               DISPLAY "No POMAST on disk - nothing on order"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT OPEN-PO-REPORT-FILE
           WRITE OPEN-PO-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE OPEN-PO-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE OPEN-PO-REPORT-LINE FROM WS-COLUMN-LINE
           IF NOT WS-EOF
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

       2000-REPORT-ONE-LINE.
           IF NOT PO-ON-ORDER
               GO TO 2000-NEXT
           END-IF
           MOVE ZERO TO WS-OUTSTANDING-QTY
           IF PO-QTY-ORDERED > PO-QTY-RECEIVED
               COMPUTE WS-OUTSTANDING-QTY =
                   PO-QTY-ORDERED - PO-QTY-RECEIVED
           END-IF
           COMPUTE WS-OUTSTANDING-VALUE =
               WS-OUTSTANDING-QTY * PO-UNIT-COST
           MOVE PO-NUMBER        TO WS-D-PO-NUMBER
           MOVE PO-LINE-NO       TO WS-D-PO-LINE-NO
           MOVE PO-STATUS        TO WS-D-STATUS
           MOVE PO-ITEM-CODE     TO WS-D-ITEM-CODE
           MOVE PO-VENDOR-ID     TO WS-D-VENDOR-ID
           MOVE PO-ORDER-DATE    TO WS-D-ORDER-DATE
           MOVE PO-QTY-ORDERED   TO WS-D-ORDERED
           MOVE PO-QTY-RECEIVED  TO WS-D-RECEIVED
           MOVE WS-OUTSTANDING-QTY  TO WS-D-OUTSTANDING
           MOVE WS-OUTSTANDING-VALUE TO WS-D-VALUE
           WRITE OPEN-PO-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-OUTSTANDING-VALUE TO WS-TOTAL-VALUE.
       2000-NEXT.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-LINE-COUNT  TO WS-T-LINES
           MOVE WS-TOTAL-VALUE TO WS-T-VALUE
           WRITE OPEN-PO-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "PO lines on order:  " WS-LINE-COUNT
           DISPLAY "Value on order:     " WS-TOTAL-VALUE.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PURCHASE-ORDER-STATUS NOT = "35"
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           CLOSE OPEN-PO-REPORT-FILE.
       9000-EXIT.
           EXIT.
