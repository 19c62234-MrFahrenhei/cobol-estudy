       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cntvar.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Inventory count variance report and posting.  Lists every
      *> row of the count in progress (see COUNTREC.cpy) on the
      *> CNTVARPT report - frozen book quantity, counted quantity,
      *> the difference in units and at the frozen unit cost - and
      *> acts on each as far as it has got:
      *>   - a count that agrees with the book is closed POSTED with
      *>     nothing to move;
      *>   - a variance approved through cntaprv.cob adjusts the
      *>     item's ITEMMAST stock record (the 99999999 record, see
      *>     ITEMREC.cpy) by the difference - not to the counted
      *>     figure, so sales and receipts since the freeze stand -
      *>     writes an ADJHIST adjustment history row (see
      *>     ADJHIST.cpy), and is closed POSTED;
      *>   - a row not yet counted, or counted off the book and not
      *>     yet approved, is listed and left for a later run.
      *> The approved shrink posts through glpost against inventory,
      *> an overage the other way.  Once every row is POSTED the
      *> count is finished and cntsheet.cob can start the next.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO "CNTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-ITEM-CODE
               FILE STATUS IS WS-COUNT-FILE-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-ITEM-MASTER-STATUS.
           SELECT STOCK-ADJUSTMENT-FILE ASSIGN TO "ADJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-ADJUSTMENT-STATUS.
           SELECT COUNT-VARIANCE-REPORT-FILE ASSIGN TO "CNTVARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-VARIANCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
           COPY COUNTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  STOCK-ADJUSTMENT-FILE.
           COPY ADJHIST.

       FD  COUNT-VARIANCE-REPORT-FILE.
       01 COUNT-VARIANCE-REPORT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-COUNT-FILE-STATUS            PIC XX VALUE "00".
       01 WS-ITEM-MASTER-STATUS           PIC XX VALUE "00".
       01 WS-STOCK-ADJUSTMENT-STATUS      PIC XX VALUE "00".
       01 WS-COUNT-VARIANCE-REPORT-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-VARIANCE-QTY             PIC S9(8) VALUE ZERO.
       01 WS-VARIANCE-VALUE           PIC S9(9)V99 VALUE ZERO.

       01 WS-ROW-COUNT                PIC 9(5) COMP VALUE ZERO.
       01 WS-UNCOUNTED-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-AWAITING-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-AGREED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-ADJUSTED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-MISSING-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-SHRINK-QTY               PIC 9(9) VALUE ZERO.
       01 WS-OVERAGE-QTY              PIC 9(9) VALUE ZERO.
       01 WS-SHRINK-VALUE             PIC 9(9)V99 VALUE ZERO.
       01 WS-OVERAGE-VALUE            PIC 9(9)V99 VALUE ZERO.

       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "CNTVAR".
       01 WS-GL-INVENTORY-ACCT  PIC 9(4) VALUE 1300.
       01 WS-GL-SHRINK-ACCT     PIC 9(4) VALUE 5300.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** INVENTORY COUNT VARIANCE REPORT ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(40) VALUE
               " ITEM      DESCRIPTION               BOO".
           02 FILLER            PIC X(50) VALUE
               "K    COUNTED   VARIANCE     VALUE  STATUS".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DESCRIPTION  PIC X(20).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-BOOK         PIC -,ZZZ,ZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-COUNTED      PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-VARIANCE     PIC -,ZZZ,ZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-VALUE        PIC -ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-STATUS       PIC X(20).
       01 WS-TOTAL-LINE-1.
           02 FILLER            PIC X(18) VALUE "*** SHRINK UNITS: ".
           02 WS-T-SHRINK-QTY   PIC ZZZ,ZZZ,ZZ9.
           02 FILLER            PIC X(9)  VALUE "  VALUE: ".
           02 WS-T-SHRINK-VALUE PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-2.
           02 FILLER            PIC X(18) VALUE "*** OVER UNITS:   ".
           02 WS-T-OVERAGE-QTY  PIC ZZZ,ZZZ,ZZ9.
           02 FILLER            PIC X(9)  VALUE "  VALUE: ".
           02 WS-T-OVERAGE-VALUE PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-3.
           02 FILLER            PIC X(18) VALUE "*** NOT COUNTED: ".
           02 WS-T-UNCOUNTED    PIC ZZZZ9.
           02 FILLER            PIC X(22) VALUE
               "  AWAITING APPROVAL: ".
           02 WS-T-AWAITING     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-COUNT-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN I-O COUNT-FILE
           IF WS-COUNT-FILE-STATUS = "35"
               DISPLAY "No CNTFILE on disk - no count in progress"
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O ITEM-MASTER-FILE
           IF WS-ITEM-MASTER-STATUS = "35"
               OPEN OUTPUT ITEM-MASTER-FILE
               CLOSE ITEM-MASTER-FILE
               OPEN I-O ITEM-MASTER-FILE
           END-IF
           OPEN EXTEND STOCK-ADJUSTMENT-FILE
           IF WS-STOCK-ADJUSTMENT-STATUS = "05" OR "35"
               OPEN OUTPUT STOCK-ADJUSTMENT-FILE
           END-IF
           OPEN OUTPUT COUNT-VARIANCE-REPORT-FILE
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-COLUMN-LINE
           IF NOT WS-EOF
               READ COUNT-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One count row, taken as far as its status allows.
      *>--------------------------------------------------------------
       2000-PROCESS-COUNT-ROW.
           ADD 1 TO WS-ROW-COUNT
           MOVE CT-ITEM-CODE    TO WS-D-ITEM-CODE
           MOVE CT-DESCRIPTION  TO WS-D-DESCRIPTION
           MOVE CT-BOOK-QTY     TO WS-D-BOOK
           MOVE CT-COUNTED-QTY  TO WS-D-COUNTED
           MOVE ZERO TO WS-VARIANCE-QTY WS-VARIANCE-VALUE
           IF NOT CT-FROZEN
               COMPUTE WS-VARIANCE-QTY = CT-COUNTED-QTY - CT-BOOK-QTY
               COMPUTE WS-VARIANCE-VALUE =
                   WS-VARIANCE-QTY * CT-UNIT-COST
           END-IF
           MOVE WS-VARIANCE-QTY   TO WS-D-VARIANCE
           MOVE WS-VARIANCE-VALUE TO WS-D-VALUE

           EVALUATE TRUE
               WHEN CT-FROZEN
                   MOVE "NOT YET COUNTED" TO WS-D-STATUS
                   ADD 1 TO WS-UNCOUNTED-COUNT
               WHEN CT-COUNTED AND WS-VARIANCE-QTY = ZERO
                   SET CT-POSTED TO TRUE
                   REWRITE COUNT-SHEET-RECORD
                   MOVE "AGREES - CLOSED" TO WS-D-STATUS
                   ADD 1 TO WS-AGREED-COUNT
               WHEN CT-COUNTED
                   MOVE "AWAITING APPROVAL" TO WS-D-STATUS
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN CT-APPROVED
                   PERFORM 3000-ADJUST-STOCK THRU 3000-EXIT
               WHEN OTHER
                   MOVE "POSTED EARLIER" TO WS-D-STATUS
           END-EVALUATE
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-DETAIL-LINE
           READ COUNT-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> An approved variance moves the stock record by the
      *> difference and leaves its trail on ADJHIST.
      *>--------------------------------------------------------------
       3000-ADJUST-STOCK.
           MOVE CT-ITEM-CODE TO IT-ITEM-CODE
           MOVE 99999999 TO IT-EFFECTIVE-DATE
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "STOCK RECORD MISSING" TO WS-D-STATUS
                   ADD 1 TO WS-MISSING-COUNT
                   GO TO 3000-EXIT
           END-READ
           ADD WS-VARIANCE-QTY TO IT-QTY-ON-HAND
           REWRITE ITEM-MASTER-RECORD

           MOVE CT-ITEM-CODE     TO AJ-ITEM-CODE
           MOVE WS-BUSINESS-DATE TO AJ-ADJUST-DATE
           MOVE CT-FREEZE-DATE   TO AJ-FREEZE-DATE
           MOVE CT-COUNT-TYPE    TO AJ-COUNT-TYPE
           MOVE CT-BOOK-QTY      TO AJ-BOOK-QTY
           MOVE CT-COUNTED-QTY   TO AJ-COUNTED-QTY
           MOVE CT-UNIT-COST     TO AJ-UNIT-COST
           MOVE CT-DECIDED-BY    TO AJ-APPROVED-BY
           IF WS-VARIANCE-QTY < ZERO
               SET AJ-SHRINK TO TRUE
               COMPUTE AJ-VARIANCE-QTY = 0 - WS-VARIANCE-QTY
               COMPUTE AJ-VARIANCE-VALUE = 0 - WS-VARIANCE-VALUE
               ADD AJ-VARIANCE-QTY   TO WS-SHRINK-QTY
               ADD AJ-VARIANCE-VALUE TO WS-SHRINK-VALUE
           ELSE
               SET AJ-OVERAGE TO TRUE
               MOVE WS-VARIANCE-QTY   TO AJ-VARIANCE-QTY
               MOVE WS-VARIANCE-VALUE TO AJ-VARIANCE-VALUE
               ADD AJ-VARIANCE-QTY   TO WS-OVERAGE-QTY
               ADD AJ-VARIANCE-VALUE TO WS-OVERAGE-VALUE
           END-IF
           WRITE STOCK-ADJUSTMENT-RECORD

           SET CT-POSTED TO TRUE
           REWRITE COUNT-SHEET-RECORD
           MOVE "ADJUSTED" TO WS-D-STATUS
           ADD 1 TO WS-ADJUSTED-COUNT.
       3000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-SHRINK-QTY      TO WS-T-SHRINK-QTY
           MOVE WS-SHRINK-VALUE    TO WS-T-SHRINK-VALUE
           MOVE WS-OVERAGE-QTY     TO WS-T-OVERAGE-QTY
           MOVE WS-OVERAGE-VALUE   TO WS-T-OVERAGE-VALUE
           MOVE WS-UNCOUNTED-COUNT TO WS-T-UNCOUNTED
           MOVE WS-AWAITING-COUNT  TO WS-T-AWAITING
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-TOTAL-LINE-1
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-TOTAL-LINE-2
           WRITE COUNT-VARIANCE-REPORT-LINE FROM WS-TOTAL-LINE-3
           DISPLAY "Count rows:         " WS-ROW-COUNT
           DISPLAY "Agreed and closed:  " WS-AGREED-COUNT
           DISPLAY "Adjusted:           " WS-ADJUSTED-COUNT
           DISPLAY "Awaiting approval:  " WS-AWAITING-COUNT
           DISPLAY "Not yet counted:    " WS-UNCOUNTED-COUNT
           DISPLAY "Stock rec missing:  " WS-MISSING-COUNT
           DISPLAY "Shrink value:       " WS-SHRINK-VALUE
           DISPLAY "Overage value:      " WS-OVERAGE-VALUE.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Shrink expensed out of inventory; an overage back in.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           MOVE WS-SHRINK-VALUE TO WS-GL-AMOUNT
           MOVE "COUNT SHRINK" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-SHRINK-ACCT
               WS-GL-INVENTORY-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-OVERAGE-VALUE TO WS-GL-AMOUNT
           MOVE "COUNT OVER" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-INVENTORY-ACCT WS-GL-SHRINK-ACCT WS-GL-AMOUNT
               WS-GL-REFERENCE WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-COUNT-FILE-STATUS NOT = "35"
               CLOSE COUNT-FILE
           END-IF
           CLOSE ITEM-MASTER-FILE
           CLOSE STOCK-ADJUSTMENT-FILE
           CLOSE COUNT-VARIANCE-REPORT-FILE.
       9000-EXIT.
           EXIT.
