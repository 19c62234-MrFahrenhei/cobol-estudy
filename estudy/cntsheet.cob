       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cntsheet.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Inventory count-sheet generator.  Starts a count by freezing
      *> the book on-hand quantity of a set of stock items on the
      *> CNTFILE count file (see COUNTREC.cpy) and printing the
      *> CNTSHEET sheet the warehouse counts from.  The CNTPARM
      *> parameter says which kind of count:
      *>   - F, a full physical: every item with a stock record
      *>     (the 99999999 record, see ITEMREC.cpy), for year end;
      *>   - C, a cycle count (the default): the next so many items
      *>     in item order after the last one the previous cycle
      *>     took, remembered on CNTCTL, wrapping to the top of the
      *>     file - so the rotation covers every item in turn.
      *> The sheet is blind: it shows no book quantity, so the count
      *> is what is on the shelf and not what the system expects.
      *> Each row also freezes the item's unit cost - the IT-UNIT-COST
      *> in effect on the freeze date, off the same effective-dated
      *> price records the stock record follows in key order - so the
      *> variance values at what the stock cost and not what it
      *> sells for.  A count still in
      *> progress (any row not yet posted by cntvar.cob) refuses the
      *> run: a second freeze would lose the first count.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-PARM-FILE ASSIGN TO "CNTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-PARM-STATUS.
           SELECT COUNT-CONTROL-FILE ASSIGN TO "CNTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-CONTROL-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-ITEM-MASTER-STATUS.
           SELECT COUNT-FILE ASSIGN TO "CNTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-ITEM-CODE
               FILE STATUS IS WS-COUNT-FILE-STATUS.
           SELECT COUNT-SHEET-REPORT-FILE ASSIGN TO "CNTSHEET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-SHEET-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-PARM-FILE.
       01 COUNT-PARM-RECORD.
           02 CP-COUNT-TYPE           PIC X(1).
           02 FILLER                  PIC X(2).
           02 CP-CYCLE-ITEMS          PIC 9(5).

       FD  COUNT-CONTROL-FILE.
       01 COUNT-CONTROL-RECORD.
           02 CC-LAST-ITEM-CODE       PIC X(8).

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  COUNT-FILE.
           COPY COUNTREC.

       FD  COUNT-SHEET-REPORT-FILE.
       01 COUNT-SHEET-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-COUNT-PARM-STATUS        PIC XX VALUE "00".
       01 WS-COUNT-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-ITEM-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-COUNT-FILE-STATUS        PIC XX VALUE "00".
       01 WS-COUNT-SHEET-REPORT-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-IN-PROGRESS-SWITCH        PIC X VALUE "N".
           88 WS-COUNT-IN-PROGRESS         VALUE "Y".
       01 WS-WRAP-SWITCH               PIC X VALUE "N".
           88 WS-WRAPPED                   VALUE "Y".

      *> A cycle count of fifty items unless CNTPARM says otherwise.
       01 WS-COUNT-TYPE               PIC X VALUE "C".
           88 WS-FULL-PHYSICAL            VALUE "F".
           88 WS-CYCLE-COUNT              VALUE "C".
       01 WS-CYCLE-ITEMS              PIC 9(5) VALUE 50.
       01 WS-LAST-ITEM-CODE           PIC X(8) VALUE SPACES.
       01 WS-NEW-LAST-ITEM-CODE       PIC X(8) VALUE SPACES.

      *> The cost in effect follows the item's price records, which
      *> read ahead of its stock record.
       01 WS-COST-ITEM-CODE           PIC X(8) VALUE SPACES.
       01 WS-ITEM-UNIT-COST           PIC 9(5)V99 VALUE ZERO.

       01 WS-SELECTED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-UNCOSTED-COUNT           PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** INVENTORY COUNT SHEET ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(12) VALUE "FROZEN ON:  ".
           02 WS-H-FREEZE-DATE  PIC 9(8).
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-H-COUNT-TYPE   PIC X(20).
       01 WS-COLUMN-LINE     PIC X(60) VALUE
           " ITEM      DESCRIPTION           COUNTED      BY".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DESCRIPTION  PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 FILLER            PIC X(10) VALUE "__________".
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 FILLER            PIC X(8)  VALUE "________".
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(20) VALUE "*** ITEMS TO COUNT: ".
           02 WS-T-SELECTED     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-COUNT-IN-PROGRESS
               DISPLAY "CNTFILE HOLDS A COUNT NOT YET POSTED - "
                   "RUN REFUSED, FINISH IT THROUGH CNTVAR FIRST"
               STOP RUN
           END-IF
           PERFORM 1400-OPEN-FILES THRU 1400-EXIT
           PERFORM 2000-SELECT-ONE-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           IF WS-CYCLE-COUNT AND WS-SELECTED-COUNT < WS-CYCLE-ITEMS
               AND WS-LAST-ITEM-CODE NOT = SPACES
               AND WS-ITEM-MASTER-STATUS NOT = "35"
      *>       Ran off the end of the file short of a full slice:
      *>       wrap to the top for the items the last cycle passed.
               SET WS-WRAPPED TO TRUE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE SPACES TO WS-COST-ITEM-CODE
               CLOSE ITEM-MASTER-FILE
               OPEN INPUT ITEM-MASTER-FILE
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 2000-SELECT-ONE-ITEM THRU 2000-EXIT
                   UNTIL WS-EOF
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-COUNT-PARM THRU 1100-EXIT
           PERFORM 1200-CHECK-COUNT-FILE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-COUNT-PARM.
           OPEN INPUT COUNT-PARM-FILE
           IF WS-COUNT-PARM-STATUS = "00"
               READ COUNT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CP-COUNT-TYPE = "F" OR "C"
                           MOVE CP-COUNT-TYPE TO WS-COUNT-TYPE
                       END-IF
                       IF CP-CYCLE-ITEMS IS NUMERIC
                           AND CP-CYCLE-ITEMS > ZERO
                           MOVE CP-CYCLE-ITEMS TO WS-CYCLE-ITEMS
                       END-IF
               END-READ
               CLOSE COUNT-PARM-FILE
           END-IF
           OPEN INPUT COUNT-CONTROL-FILE
           IF WS-COUNT-CONTROL-STATUS = "00"
               READ COUNT-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CC-LAST-ITEM-CODE TO WS-LAST-ITEM-CODE
               END-READ
               CLOSE COUNT-CONTROL-FILE
           END-IF
           MOVE WS-LAST-ITEM-CODE TO WS-NEW-LAST-ITEM-CODE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Any row of the last count short of POSTED means that count
      *> is still being worked.
      *>--------------------------------------------------------------
       1200-CHECK-COUNT-FILE.
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-FILE-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-COUNT-IN-PROGRESS
               READ COUNT-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF CT-IN-PROGRESS
                           SET WS-COUNT-IN-PROGRESS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COUNT-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1400-OPEN-FILES.
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEM-MASTER-STATUS = "35"
               DISPLAY "No ITEMMAST on disk - nothing to count"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT COUNT-FILE
           OPEN OUTPUT COUNT-SHEET-REPORT-FILE
           WRITE COUNT-SHEET-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-FREEZE-DATE
           IF WS-FULL-PHYSICAL
               MOVE "FULL PHYSICAL" TO WS-H-COUNT-TYPE
           ELSE
               MOVE "CYCLE COUNT" TO WS-H-COUNT-TYPE
           END-IF
           WRITE COUNT-SHEET-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE COUNT-SHEET-REPORT-LINE FROM WS-COLUMN-LINE
           IF NOT WS-EOF
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Only stock records are counted.  A cycle count takes items
      *> past the last one counted until its slice is full; after
      *> the wrap, items up to and including that last one.  The
      *> price records ahead of the stock record set the unit cost
      *> in effect on the freeze date.
      *>--------------------------------------------------------------
       2000-SELECT-ONE-ITEM.
           IF IT-ITEM-CODE NOT = WS-COST-ITEM-CODE
               MOVE IT-ITEM-CODE TO WS-COST-ITEM-CODE
               MOVE ZERO TO WS-ITEM-UNIT-COST
           END-IF
           IF IT-EFFECTIVE-DATE NOT = 99999999
               IF IT-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                   AND IT-UNIT-COST NUMERIC
                   MOVE IT-UNIT-COST TO WS-ITEM-UNIT-COST
               END-IF
               GO TO 2000-NEXT
           END-IF
           IF WS-CYCLE-COUNT
               IF WS-SELECTED-COUNT >= WS-CYCLE-ITEMS
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
               END-IF
               IF WS-WRAPPED
                   IF IT-ITEM-CODE > WS-LAST-ITEM-CODE
                       SET WS-EOF TO TRUE
                       GO TO 2000-EXIT
                   END-IF
               ELSE
                   IF IT-ITEM-CODE NOT > WS-LAST-ITEM-CODE
                       GO TO 2000-NEXT
                   END-IF
               END-IF
               MOVE IT-ITEM-CODE TO WS-NEW-LAST-ITEM-CODE
           END-IF

           MOVE IT-ITEM-CODE    TO CT-ITEM-CODE
           SET CT-FROZEN        TO TRUE
           MOVE WS-COUNT-TYPE   TO CT-COUNT-TYPE
           MOVE IT-DESCRIPTION  TO CT-DESCRIPTION
           MOVE WS-BUSINESS-DATE TO CT-FREEZE-DATE
           MOVE IT-QTY-ON-HAND  TO CT-BOOK-QTY
           MOVE ZERO            TO CT-COUNTED-QTY CT-COUNT-DATE
           MOVE SPACES          TO CT-DECIDED-BY
           MOVE WS-ITEM-UNIT-COST TO CT-UNIT-COST
           IF WS-ITEM-UNIT-COST = ZERO
               ADD 1 TO WS-UNCOSTED-COUNT
           END-IF
           WRITE COUNT-SHEET-RECORD

           MOVE IT-ITEM-CODE   TO WS-D-ITEM-CODE
           MOVE IT-DESCRIPTION TO WS-D-DESCRIPTION
           WRITE COUNT-SHEET-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-SELECTED-COUNT.
       2000-NEXT.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-SELECTED-COUNT TO WS-T-SELECTED
           WRITE COUNT-SHEET-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Count type:         " WS-H-COUNT-TYPE
           DISPLAY "Items frozen:       " WS-SELECTED-COUNT
           DISPLAY "Items with no cost: " WS-UNCOSTED-COUNT.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A full physical leaves the cycle rotation where it was.
      *>--------------------------------------------------------------
       9000-TERMINATE.
           IF WS-ITEM-MASTER-STATUS NOT = "35"
               CLOSE ITEM-MASTER-FILE
           END-IF
           CLOSE COUNT-FILE
           CLOSE COUNT-SHEET-REPORT-FILE
           IF WS-CYCLE-COUNT AND WS-SELECTED-COUNT > ZERO
               OPEN OUTPUT COUNT-CONTROL-FILE
               MOVE WS-NEW-LAST-ITEM-CODE TO CC-LAST-ITEM-CODE
               WRITE COUNT-CONTROL-RECORD
               CLOSE COUNT-CONTROL-FILE
           END-IF.
       9000-EXIT.
           EXIT.
