       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fareg.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Fixed-asset register and depreciation schedule, run by
      *> dailydrv.cob at month-end after fadepr.cob has charged the
      *> month.  The register lists every asset on FAMAST (see
      *> FAREC.cpy) - department, acquisition date and cost, method
      *> and life, accumulated depreciation, book value, and status,
      *> with a disposed asset's date, proceeds and gain or loss -
      *> and totals cost, accumulated depreciation and book value,
      *> the figures the ledger's fixed-asset and accumulated
      *> depreciation accounts should agree with.  The schedule then
      *> projects each asset still in service forward, month by
      *> month through fadcalc.cob (the same arithmetic the monthly
      *> run charges by), and prints the depreciation still to come
      *> by calendar year with the book value left at each year end.
      *> Report FAREGRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMAST-FILE ASSIGN TO "FAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FAMAST-STATUS.
           SELECT ASSET-REGISTER-FILE ASSIGN TO "FAREGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAMAST-FILE.
           COPY FAREC.

       FD  ASSET-REGISTER-FILE.
       01 ASSET-REGISTER-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-FAMAST-STATUS            PIC XX VALUE "00".
       01 WS-ASSET-REGISTER-STATUS    PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-ASSET-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-BOOK-VALUE               PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-COST               PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-ACCUM              PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-BOOK               PIC S9(11)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Projection state for one asset: its figures copied so the
      *> monthly charges can be run forward without touching the
      *> record, and the calendar month being projected.
      *>--------------------------------------------------------------
       01 WS-PJ-ACCUM                 PIC 9(9)V99 VALUE ZERO.
       01 WS-PJ-MONTHS                PIC 9(3) VALUE ZERO.
       01 WS-PJ-CHARGE                PIC 9(9)V99 VALUE ZERO.
       01 WS-PJ-YEAR-CHARGE           PIC 9(11)V99 VALUE ZERO.
       01 WS-PJ-PERIOD                PIC 9(6) VALUE ZERO.
       01 WS-PJ-PERIOD-PARTS REDEFINES WS-PJ-PERIOD.
           02 WS-PJ-YYYY              PIC 9(4).
           02 WS-PJ-MM                PIC 9(2).
       01 WS-PJ-DONE-SWITCH           PIC X VALUE "N".
           88 WS-PJ-DONE                  VALUE "Y".

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** FIXED-ASSET REGISTER ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(10) VALUE "ASSET".
           02 FILLER            PIC X(31) VALUE "DESCRIPTION".
           02 FILLER            PIC X(16) VALUE "DEPARTMENT".
           02 FILLER            PIC X(9)  VALUE "ACQUIRED".
           02 FILLER            PIC X(2)  VALUE "M".
           02 FILLER            PIC X(4)  VALUE "LIFE".
           02 FILLER            PIC X(15) VALUE "          COST".
           02 FILLER            PIC X(15) VALUE "    ACCUM DEPR".
           02 FILLER            PIC X(17) VALUE "     BOOK VALUE".
           02 FILLER            PIC X(4)  VALUE "STAT".
       01 WS-REGISTER-LINE.
           02 WS-R-ASSET-NUMBER PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-R-DESCRIPTION  PIC X(30).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-DEPARTMENT   PIC X(15).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-ACQ-DATE     PIC 9(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-METHOD       PIC X(1).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-LIFE         PIC ZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-COST         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-ACCUM        PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-BOOK         PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-R-STATUS       PIC X(1).
       01 WS-DISPOSAL-LINE.
           02 FILLER            PIC X(20) VALUE
               "          DISPOSED ".
           02 WS-X-DATE         PIC 9(8).
           02 FILLER            PIC X(12) VALUE "  PROCEEDS ".
           02 WS-X-PROCEEDS     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(13) VALUE "  GAIN/LOSS ".
           02 WS-X-GAIN-LOSS    PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-REGISTER-TOTAL-LINE.
           02 FILLER            PIC X(20) VALUE "*** TOTAL ASSETS: ".
           02 WS-RT-COUNT       PIC ZZZZ9.
           02 FILLER            PIC X(8)  VALUE "  COST ".
           02 WS-RT-COST        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(8)  VALUE "  ACCUM ".
           02 WS-RT-ACCUM       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(7)  VALUE "  BOOK ".
           02 WS-RT-BOOK        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SCHEDULE-HEADING  PIC X(44)
           VALUE "*** DEPRECIATION SCHEDULE ***".
       01 WS-SCHEDULE-ASSET-LINE.
           02 FILLER            PIC X(6)  VALUE "ASSET ".
           02 WS-S-ASSET-NUMBER PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-DESCRIPTION  PIC X(30).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-METHOD-TEXT  PIC X(20).
       01 WS-SCHEDULE-YEAR-LINE.
           02 FILLER            PIC X(10) VALUE "      YEAR".
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-S-YEAR         PIC 9(4).
           02 FILLER            PIC X(15) VALUE "  DEPRECIATION ".
           02 WS-S-CHARGE       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(17) VALUE "  YEAR-END BOOK ".
           02 WS-S-BOOK         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BLANK-LINE      PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REGISTER-ONE-ASSET THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 2500-PRINT-REGISTER-TOTALS THRU 2500-EXIT
           PERFORM 3000-START-SCHEDULE THRU 3000-EXIT
           PERFORM 3100-SCHEDULE-ONE-ASSET THRU 3100-EXIT
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT FAMAST-FILE
           IF WS-FAMAST-STATUS = "35"
               DISPLAY "No FAMAST on disk - no assets to report"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT ASSET-REGISTER-FILE
           WRITE ASSET-REGISTER-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE ASSET-REGISTER-LINE FROM WS-HEADING-LINE-2
           WRITE ASSET-REGISTER-LINE FROM WS-COLUMN-LINE
           IF NOT WS-EOF
               READ FAMAST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

       2000-REGISTER-ONE-ASSET.
           ADD 1 TO WS-ASSET-COUNT
           COMPUTE WS-BOOK-VALUE =
               FA-ACQUISITION-COST - FA-ACCUM-DEPRECIATION
           MOVE FA-ASSET-NUMBER       TO WS-R-ASSET-NUMBER
           MOVE FA-DESCRIPTION        TO WS-R-DESCRIPTION
           MOVE FA-DEPARTMENT         TO WS-R-DEPARTMENT
           MOVE FA-ACQUISITION-DATE   TO WS-R-ACQ-DATE
           MOVE FA-METHOD             TO WS-R-METHOD
           MOVE FA-USEFUL-LIFE        TO WS-R-LIFE
           MOVE FA-ACQUISITION-COST   TO WS-R-COST
           MOVE FA-ACCUM-DEPRECIATION TO WS-R-ACCUM
           MOVE FA-STATUS             TO WS-R-STATUS
           IF FA-DISPOSED
               MOVE ZERO TO WS-R-BOOK
           ELSE
               MOVE WS-BOOK-VALUE TO WS-R-BOOK
               ADD FA-ACQUISITION-COST   TO WS-TOTAL-COST
               ADD FA-ACCUM-DEPRECIATION TO WS-TOTAL-ACCUM
               ADD WS-BOOK-VALUE         TO WS-TOTAL-BOOK
           END-IF
           WRITE ASSET-REGISTER-LINE FROM WS-REGISTER-LINE
           IF FA-DISPOSED OR FA-DISPOSAL-PENDING
               MOVE FA-DISPOSAL-DATE     TO WS-X-DATE
               MOVE FA-DISPOSAL-PROCEEDS TO WS-X-PROCEEDS
               MOVE FA-GAIN-LOSS         TO WS-X-GAIN-LOSS
               WRITE ASSET-REGISTER-LINE FROM WS-DISPOSAL-LINE
           END-IF
           READ FAMAST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The totals are what is still on the books: a disposed
      *> asset is listed but has left the ledger.
      *>--------------------------------------------------------------
       2500-PRINT-REGISTER-TOTALS.
           MOVE WS-ASSET-COUNT  TO WS-RT-COUNT
           MOVE WS-TOTAL-COST   TO WS-RT-COST
           MOVE WS-TOTAL-ACCUM  TO WS-RT-ACCUM
           MOVE WS-TOTAL-BOOK   TO WS-RT-BOOK
           WRITE ASSET-REGISTER-LINE FROM WS-REGISTER-TOTAL-LINE
           DISPLAY "Assets on register: " WS-ASSET-COUNT
           DISPLAY "Total book value:   " WS-TOTAL-BOOK.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Second pass for the schedule: the file is read again from
      *> the top.
      *>--------------------------------------------------------------
       3000-START-SCHEDULE.
           WRITE ASSET-REGISTER-LINE FROM WS-BLANK-LINE
           WRITE ASSET-REGISTER-LINE FROM WS-SCHEDULE-HEADING
           IF WS-FAMAST-STATUS = "35"
               GO TO 3000-EXIT
           END-IF
           CLOSE FAMAST-FILE
           OPEN INPUT FAMAST-FILE
           MOVE "N" TO WS-EOF-SWITCH
           READ FAMAST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Project one asset still in service from the month after
      *> its last charge (or its acquisition month, if never
      *> charged) until fadcalc has nothing left to charge.
      *>--------------------------------------------------------------
       3100-SCHEDULE-ONE-ASSET.
           IF FA-DISPOSED OR FA-DISPOSAL-PENDING
               OR FA-FULLY-DEPRECIATED
               GO TO 3100-NEXT
           END-IF
           MOVE FA-ASSET-NUMBER TO WS-S-ASSET-NUMBER
           MOVE FA-DESCRIPTION  TO WS-S-DESCRIPTION
           IF FA-DECLINING-BALANCE
               MOVE "DECLINING BALANCE" TO WS-S-METHOD-TEXT
           ELSE
               MOVE "STRAIGHT-LINE" TO WS-S-METHOD-TEXT
           END-IF
           WRITE ASSET-REGISTER-LINE FROM WS-SCHEDULE-ASSET-LINE

           MOVE FA-ACCUM-DEPRECIATION TO WS-PJ-ACCUM
           MOVE FA-MONTHS-DEPRECIATED TO WS-PJ-MONTHS
           IF FA-LAST-DEPR-PERIOD = ZERO
               MOVE FA-ACQUISITION-DATE (1:6) TO WS-PJ-PERIOD
           ELSE
               MOVE FA-LAST-DEPR-PERIOD TO WS-PJ-PERIOD
               PERFORM 3300-ADVANCE-MONTH THRU 3300-EXIT
           END-IF
           MOVE ZERO TO WS-PJ-YEAR-CHARGE
           MOVE "N" TO WS-PJ-DONE-SWITCH
           PERFORM 3200-PROJECT-ONE-MONTH THRU 3200-EXIT
               UNTIL WS-PJ-DONE.
       3100-NEXT.
           READ FAMAST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-PROJECT-ONE-MONTH.
           CALL "fadcalc" USING FA-METHOD FA-ACQUISITION-COST
               FA-SALVAGE-VALUE FA-USEFUL-LIFE WS-PJ-MONTHS
               WS-PJ-ACCUM WS-PJ-CHARGE
           IF WS-PJ-CHARGE = ZERO
               SET WS-PJ-DONE TO TRUE
           ELSE
               ADD WS-PJ-CHARGE TO WS-PJ-ACCUM
               ADD WS-PJ-CHARGE TO WS-PJ-YEAR-CHARGE
               ADD 1 TO WS-PJ-MONTHS
           END-IF
           IF WS-PJ-YEAR-CHARGE > ZERO
               AND (WS-PJ-DONE OR WS-PJ-MM = 12)
               MOVE WS-PJ-YYYY        TO WS-S-YEAR
               MOVE WS-PJ-YEAR-CHARGE TO WS-S-CHARGE
               COMPUTE WS-S-BOOK = FA-ACQUISITION-COST - WS-PJ-ACCUM
               WRITE ASSET-REGISTER-LINE FROM WS-SCHEDULE-YEAR-LINE
               MOVE ZERO TO WS-PJ-YEAR-CHARGE
           END-IF
           PERFORM 3300-ADVANCE-MONTH THRU 3300-EXIT.
       3200-EXIT.
           EXIT.

       3300-ADVANCE-MONTH.
           IF WS-PJ-MM = 12
               ADD 1 TO WS-PJ-YYYY
               MOVE 1 TO WS-PJ-MM
           ELSE
               ADD 1 TO WS-PJ-MM
           END-IF.
       3300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-FAMAST-STATUS NOT = "35"
               CLOSE FAMAST-FILE
           END-IF
           CLOSE ASSET-REGISTER-FILE.
       9000-EXIT.
           EXIT.
