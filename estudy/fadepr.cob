       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fadepr.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Monthly fixed-asset depreciation and disposal run, fired by
      *> dailydrv.cob at month-end ahead of the trial balance.  Walks
      *> FAMAST (see FAREC.cpy) and, for every asset in service by
      *> the business month and not yet charged for it, asks
      *> fadcalc.cob for the month's depreciation, adds it to the
      *> asset's accumulated depreciation, and stamps the period so
      *> a rerun charges nothing twice; an asset that reaches its
      *> salvage value is marked fully depreciated.  The month's
      *> charges are totalled by the asset's department and posted
      *> through glpost - depreciation expense against accumulated
      *> depreciation - under that department's cost center.
      *> A disposal famaint.cob recorded for this month or earlier
      *> is then finished: the final month taken, the asset's cost
      *> and accumulated depreciation taken off the books, the
      *> proceeds banked, and the difference between proceeds and
      *> book value posted as a gain or loss on disposal.  Every
      *> charge and disposal is listed on FADEPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMAST-FILE ASSIGN TO "FAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FAMAST-STATUS.
           SELECT DEPR-REPORT-FILE ASSIGN TO "FADEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAMAST-FILE.
           COPY FAREC.

       FD  DEPR-REPORT-FILE.
       01 DEPR-REPORT-LINE            PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-FAMAST-STATUS            PIC XX VALUE "00".
       01 WS-DEPR-REPORT-STATUS       PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-RUN-PERIOD               PIC 9(6) VALUE ZERO.
       01 WS-MONTH-CHARGE             PIC 9(9)V99 VALUE ZERO.
       01 WS-BOOK-VALUE               PIC S9(9)V99 VALUE ZERO.
       01 WS-REWRITE-SWITCH           PIC X VALUE "N".
           88 WS-REWRITE-NEEDED           VALUE "Y".

       01 WS-ASSET-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-CHARGED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-DISPOSED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-TOTAL-DEPRECIATION       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-GAIN-LOSS          PIC S9(11)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> The month's depreciation by department, posted once the
      *> file has been walked; past the first 200 departments the
      *> charge posts at company level, from the 201st entry kept
      *> for it.
      *>--------------------------------------------------------------
       01 WS-FA-DEPT-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 WS-FA-DEPT-IDX              PIC 9(3) COMP VALUE ZERO.
       01 WS-FA-DEPT-FOUND-IDX        PIC 9(3) COMP VALUE ZERO.
       01 WS-FA-OVERFLOW-SWITCH       PIC X VALUE "N".
           88 WS-FA-DEPT-OVERFLOW         VALUE "Y".
       01 WS-FA-DEPT-TABLE.
           02 WS-FA-DEPT-ENTRY OCCURS 201 TIMES.
               03 WS-FD-DEPARTMENT    PIC X(15).
               03 WS-FD-DEPRECIATION  PIC 9(11)V99.

       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "FADEPR".
       01 WS-GL-CASH-ACCT       PIC 9(4) VALUE 1000.
       01 WS-GL-ASSET-ACCT      PIC 9(4) VALUE 1500.
       01 WS-GL-ACCUM-DEPR-ACCT PIC 9(4) VALUE 1510.
       01 WS-GL-DISPOSAL-GAIN-ACCT PIC 9(4) VALUE 4950.
       01 WS-GL-DEPR-EXPENSE-ACCT  PIC 9(4) VALUE 5500.
       01 WS-GL-DISPOSAL-LOSS-ACCT PIC 9(4) VALUE 5950.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** FIXED-ASSET DEPRECIATION RUN ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(10) VALUE "  PERIOD: ".
           02 WS-H-PERIOD       PIC 9(6).
       01 WS-DETAIL-LINE.
           02 WS-D-ASSET-NUMBER PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DESCRIPTION  PIC X(30).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-DEPARTMENT   PIC X(15).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(10).
           02 WS-D-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-BOOK-VALUE   PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(26) VALUE
               "*** DEPRECIATION CHARGED: ".
           02 WS-T-DEPRECIATION PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(23) VALUE
               "  NET GAIN/LOSS ON SALE".
           02 WS-T-GAIN-LOSS    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ASSET THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 4000-POST-ONE-DEPARTMENT THRU 4000-EXIT
               VARYING WS-FA-DEPT-IDX FROM 1 BY 1
               UNTIL WS-FA-DEPT-IDX > WS-FA-DEPT-COUNT
           IF WS-FA-DEPT-OVERFLOW
               MOVE 201 TO WS-FA-DEPT-IDX
               PERFORM 4000-POST-ONE-DEPARTMENT THRU 4000-EXIT
               DISPLAY "More than 200 departments - the rest posted "
                   "at company level"
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE (1:6) TO WS-RUN-PERIOD
           OPEN I-O FAMAST-FILE
           IF WS-FAMAST-STATUS = "35"
               DISPLAY "No FAMAST on disk - no assets to depreciate"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT DEPR-REPORT-FILE
           WRITE DEPR-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-RUN-PERIOD    TO WS-H-PERIOD
           WRITE DEPR-REPORT-LINE FROM WS-HEADING-LINE-2
           IF NOT WS-EOF
               READ FAMAST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One asset: the month's depreciation if it is in service
      *> and not yet charged for the month, then its disposal if
      *> one is due.
      *>--------------------------------------------------------------
       2000-PROCESS-ONE-ASSET.
           ADD 1 TO WS-ASSET-COUNT
           MOVE "N" TO WS-REWRITE-SWITCH
           IF FA-DISPOSED
               GO TO 2000-NEXT
           END-IF
           IF FA-ACQUISITION-DATE (1:6) > WS-RUN-PERIOD
               GO TO 2000-NEXT
           END-IF
           IF FA-LAST-DEPR-PERIOD < WS-RUN-PERIOD
               AND NOT FA-FULLY-DEPRECIATED
               PERFORM 2100-CHARGE-MONTH THRU 2100-EXIT
           END-IF
           IF FA-DISPOSAL-PENDING
               AND FA-DISPOSAL-DATE (1:6) NOT > WS-RUN-PERIOD
               PERFORM 3000-DISPOSE-ASSET THRU 3000-EXIT
           END-IF
           IF WS-REWRITE-NEEDED
               REWRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       DISPLAY "FADEPR - ASSET " FA-ASSET-NUMBER
                           " COULD NOT BE UPDATED"
               END-REWRITE
           END-IF.
       2000-NEXT.
           READ FAMAST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-CHARGE-MONTH.
           CALL "fadcalc" USING FA-METHOD FA-ACQUISITION-COST
               FA-SALVAGE-VALUE FA-USEFUL-LIFE FA-MONTHS-DEPRECIATED
               FA-ACCUM-DEPRECIATION WS-MONTH-CHARGE
           SET WS-REWRITE-NEEDED TO TRUE
           MOVE WS-RUN-PERIOD TO FA-LAST-DEPR-PERIOD
           IF WS-MONTH-CHARGE > ZERO
               ADD WS-MONTH-CHARGE TO FA-ACCUM-DEPRECIATION
               ADD 1 TO FA-MONTHS-DEPRECIATED
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-MONTH-CHARGE TO WS-TOTAL-DEPRECIATION
               PERFORM 2200-ADD-TO-DEPARTMENT THRU 2200-EXIT
               MOVE "DEPRECIATE" TO WS-D-ACTION
               MOVE WS-MONTH-CHARGE TO WS-D-AMOUNT
               PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           END-IF
           IF FA-ACCUM-DEPRECIATION
                   NOT < FA-ACQUISITION-COST - FA-SALVAGE-VALUE
               AND FA-ACTIVE
               SET FA-FULLY-DEPRECIATED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ADD-TO-DEPARTMENT.
           MOVE ZERO TO WS-FA-DEPT-FOUND-IDX
           PERFORM VARYING WS-FA-DEPT-IDX FROM 1 BY 1
               UNTIL WS-FA-DEPT-IDX > WS-FA-DEPT-COUNT
                  OR WS-FA-DEPT-FOUND-IDX > ZERO
               IF WS-FD-DEPARTMENT (WS-FA-DEPT-IDX) = FA-DEPARTMENT
                   MOVE WS-FA-DEPT-IDX TO WS-FA-DEPT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FA-DEPT-FOUND-IDX = ZERO
               IF WS-FA-DEPT-COUNT < 200
                   ADD 1 TO WS-FA-DEPT-COUNT
                   MOVE WS-FA-DEPT-COUNT TO WS-FA-DEPT-FOUND-IDX
                   MOVE FA-DEPARTMENT TO
                       WS-FD-DEPARTMENT (WS-FA-DEPT-FOUND-IDX)
                   MOVE ZERO TO
                       WS-FD-DEPRECIATION (WS-FA-DEPT-FOUND-IDX)
               ELSE
                   MOVE 201 TO WS-FA-DEPT-FOUND-IDX
                   IF NOT WS-FA-DEPT-OVERFLOW
                       SET WS-FA-DEPT-OVERFLOW TO TRUE
                       MOVE SPACES TO
                           WS-FD-DEPARTMENT (WS-FA-DEPT-FOUND-IDX)
                       MOVE ZERO TO
                           WS-FD-DEPRECIATION (WS-FA-DEPT-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           ADD WS-MONTH-CHARGE
               TO WS-FD-DEPRECIATION (WS-FA-DEPT-FOUND-IDX).
       2200-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE FA-ASSET-NUMBER TO WS-D-ASSET-NUMBER
           MOVE FA-DESCRIPTION  TO WS-D-DESCRIPTION
           MOVE FA-DEPARTMENT   TO WS-D-DEPARTMENT
           COMPUTE WS-BOOK-VALUE =
               FA-ACQUISITION-COST - FA-ACCUM-DEPRECIATION
           MOVE WS-BOOK-VALUE TO WS-D-BOOK-VALUE
           WRITE DEPR-REPORT-LINE FROM WS-DETAIL-LINE.
       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Take the asset off the books: accumulated depreciation
      *> against cost, the proceeds into cash up to the book value,
      *> and the rest of the cost to loss or the rest of the
      *> proceeds to gain - each leg a balanced glpost pair under
      *> the asset's department.
      *>--------------------------------------------------------------
       3000-DISPOSE-ASSET.
           COMPUTE WS-BOOK-VALUE =
               FA-ACQUISITION-COST - FA-ACCUM-DEPRECIATION
           COMPUTE FA-GAIN-LOSS = FA-DISPOSAL-PROCEEDS - WS-BOOK-VALUE
           MOVE FA-ASSET-NUMBER TO WS-GL-REFERENCE
           MOVE FA-DEPARTMENT   TO WS-GL-COST-CENTER

           MOVE FA-ACCUM-DEPRECIATION TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-ACCUM-DEPR-ACCT WS-GL-ASSET-ACCT WS-GL-AMOUNT
               WS-GL-REFERENCE WS-GL-COST-CENTER
           IF FA-GAIN-LOSS < ZERO
               MOVE FA-DISPOSAL-PROCEEDS TO WS-GL-AMOUNT
               CALL "glpost" USING WS-GL-SOURCE-PROGRAM
                   WS-GL-CASH-ACCT WS-GL-ASSET-ACCT WS-GL-AMOUNT
                   WS-GL-REFERENCE WS-GL-COST-CENTER
               COMPUTE WS-GL-AMOUNT = ZERO - FA-GAIN-LOSS
               CALL "glpost" USING WS-GL-SOURCE-PROGRAM
                   WS-GL-DISPOSAL-LOSS-ACCT WS-GL-ASSET-ACCT
                   WS-GL-AMOUNT WS-GL-REFERENCE WS-GL-COST-CENTER
           ELSE
               MOVE WS-BOOK-VALUE TO WS-GL-AMOUNT
               CALL "glpost" USING WS-GL-SOURCE-PROGRAM
                   WS-GL-CASH-ACCT WS-GL-ASSET-ACCT WS-GL-AMOUNT
                   WS-GL-REFERENCE WS-GL-COST-CENTER
               MOVE FA-GAIN-LOSS TO WS-GL-AMOUNT
               CALL "glpost" USING WS-GL-SOURCE-PROGRAM
                   WS-GL-CASH-ACCT WS-GL-DISPOSAL-GAIN-ACCT
                   WS-GL-AMOUNT WS-GL-REFERENCE WS-GL-COST-CENTER
           END-IF

           SET FA-DISPOSED TO TRUE
           SET WS-REWRITE-NEEDED TO TRUE
           ADD 1 TO WS-DISPOSED-COUNT
           ADD FA-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
           IF FA-GAIN-LOSS < ZERO
               MOVE "LOSS" TO WS-D-ACTION
           ELSE
               MOVE "GAIN" TO WS-D-ACTION
           END-IF
           MOVE FA-GAIN-LOSS TO WS-D-AMOUNT
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
       3000-EXIT.
           EXIT.

       4000-POST-ONE-DEPARTMENT.
           MOVE WS-FD-DEPRECIATION (WS-FA-DEPT-IDX) TO WS-GL-AMOUNT
           MOVE WS-FD-DEPARTMENT (WS-FA-DEPT-IDX) TO WS-GL-COST-CENTER
           MOVE SPACES TO WS-GL-REFERENCE
           STRING "DEPR " WS-RUN-PERIOD DELIMITED BY SIZE
               INTO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-DEPR-EXPENSE-ACCT WS-GL-ACCUM-DEPR-ACCT
               WS-GL-AMOUNT WS-GL-REFERENCE WS-GL-COST-CENTER.
       4000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-TOTAL-DEPRECIATION TO WS-T-DEPRECIATION
           MOVE WS-TOTAL-GAIN-LOSS    TO WS-T-GAIN-LOSS
           WRITE DEPR-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Assets read:        " WS-ASSET-COUNT
           DISPLAY "Assets depreciated: " WS-CHARGED-COUNT
           DISPLAY "Assets disposed:    " WS-DISPOSED-COUNT
           DISPLAY "Depreciation total: " WS-TOTAL-DEPRECIATION.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-FAMAST-STATUS NOT = "35"
               CLOSE FAMAST-FILE
           END-IF
           CLOSE DEPR-REPORT-FILE.
       9000-EXIT.
           EXIT.
