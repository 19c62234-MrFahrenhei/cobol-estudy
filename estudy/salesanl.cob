       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. salesanl.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Monthly sales analysis over the SALEHIST sales line history
      *> invoice.cob and invrel.cob append to.  One pass of the
      *> history totals each line's sales (its taxable amount - USD,
      *> net of discount, tax excluded, the figure the ledger credits
      *> to sales) into four periods ending on the business date:
      *> month to date and year to date, and the same two spans one
      *> year earlier.  The SALEANL report prints those four figures
      *> and the year-to-date change for every item, every customer
      *> and every tax state sold into, each section with its total,
      *> so "what did we sell to whom, and is it more than last
      *> year" is answered from the file and not from memory.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.
           SELECT SALES-ANALYSIS-FILE ASSIGN TO "SALEANL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-ANALYSIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
           COPY SALEHIST.

       FD  SALES-ANALYSIS-FILE.
       01 SALES-ANALYSIS-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-SALES-HISTORY-STATUS     PIC XX VALUE "00".
       01 WS-SALES-ANALYSIS-STATUS    PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

      *>--------------------------------------------------------------
      *> The four periods, all ending on the business date or its
      *> day one year back.
      *>--------------------------------------------------------------
       01 WS-THIS-YEAR-TO-DATE        PIC 9(8) VALUE ZERO.
       01 WS-THIS-YEAR-PARTS REDEFINES WS-THIS-YEAR-TO-DATE.
           02 WS-THIS-YEAR-YYYY       PIC 9(4).
           02 WS-THIS-YEAR-MM         PIC 9(2).
           02 WS-THIS-YEAR-DD         PIC 9(2).
       01 WS-LAST-YEAR-TO-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LAST-YEAR-PARTS REDEFINES WS-LAST-YEAR-TO-DATE.
           02 WS-LAST-YEAR-YYYY       PIC 9(4).
           02 WS-LAST-YEAR-MM         PIC 9(2).
           02 WS-LAST-YEAR-DD         PIC 9(2).
       01 WS-THIS-MONTH-FROM          PIC 9(8) VALUE ZERO.
       01 WS-THIS-YEAR-FROM           PIC 9(8) VALUE ZERO.
       01 WS-LAST-MONTH-FROM          PIC 9(8) VALUE ZERO.
       01 WS-LAST-YEAR-FROM           PIC 9(8) VALUE ZERO.

       01 WS-LINE-SALES               PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-COUNTED-SWITCH      PIC X VALUE "N".
           88 WS-LINE-COUNTED             VALUE "Y".

      *>--------------------------------------------------------------
      *> One table holds all three breakdowns, each entry tagged by
      *> what it totals: I item, C customer, S state.
      *>--------------------------------------------------------------
       01 WS-SEARCH-DIMENSION         PIC X VALUE SPACE.
       01 WS-SEARCH-KEY               PIC X(8) VALUE SPACES.
       01 WS-SEARCH-CUST-IDENT        PIC 9(7) VALUE ZERO.
       01 WS-SUMMARY-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-SUMMARY-IDX              PIC 9(4) COMP VALUE ZERO.
       01 WS-SUMMARY-FOUND-IDX        PIC 9(4) COMP VALUE ZERO.
       01 WS-SUMMARY-TABLE.
           02 WS-SUMMARY-ENTRY OCCURS 1500 TIMES.
               03 WS-SM-DIMENSION     PIC X.
               03 WS-SM-KEY           PIC X(8).
               03 WS-SM-THIS-MTD      PIC S9(11)V99.
               03 WS-SM-THIS-YTD      PIC S9(11)V99.
               03 WS-SM-LAST-MTD      PIC S9(11)V99.
               03 WS-SM-LAST-YTD      PIC S9(11)V99.

       01 WS-PRINT-DIMENSION          PIC X VALUE SPACE.
       01 WS-SECTION-TOTALS.
           02 WS-TOT-THIS-MTD         PIC S9(11)V99 VALUE ZERO.
           02 WS-TOT-THIS-YTD         PIC S9(11)V99 VALUE ZERO.
           02 WS-TOT-LAST-MTD         PIC S9(11)V99 VALUE ZERO.
           02 WS-TOT-LAST-YTD         PIC S9(11)V99 VALUE ZERO.
       01 WS-CHANGE-THIS-YTD          PIC S9(11)V99 VALUE ZERO.
       01 WS-CHANGE-LAST-YTD          PIC S9(11)V99 VALUE ZERO.
       01 WS-CHANGE-PERCENT           PIC S9(5)V9 VALUE ZERO.

       01 WS-LINES-READ               PIC 9(7) COMP VALUE ZERO.
       01 WS-LINES-COUNTED            PIC 9(7) COMP VALUE ZERO.
       01 WS-TABLE-FULL-COUNT         PIC 9(7) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** SALES ANALYSIS ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(14) VALUE "THROUGH DATE: ".
           02 WS-H-THIS-DATE    PIC 9(8).
           02 FILLER            PIC X(16) VALUE "  COMPARED WITH ".
           02 WS-H-LAST-DATE    PIC 9(8).
       01 WS-SECTION-HEADING.
           02 FILLER            PIC X(15) VALUE "*** SALES BY ".
           02 WS-S-SECTION-NAME PIC X(10).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(40) VALUE
               " KEY          MONTH-TO-DATE   LAST YEAR ".
           02 FILLER            PIC X(40) VALUE
               "   YEAR-TO-DATE      LAST YEAR  YTD CHG%".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-KEY          PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-THIS-MTD     PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-LAST-MTD     PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-THIS-YTD     PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-LAST-YTD     PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-CHANGE       PIC -ZZZ9.9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-NEW-FLAG     PIC X(3).
       01 WS-BLANK-LINE       PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TOTAL-ONE-LINE THRU 2000-EXIT
               UNTIL WS-EOF
           MOVE "I" TO WS-PRINT-DIMENSION
           MOVE "ITEM"     TO WS-S-SECTION-NAME
           PERFORM 3000-PRINT-SECTION THRU 3000-EXIT
           MOVE "C" TO WS-PRINT-DIMENSION
           MOVE "CUSTOMER" TO WS-S-SECTION-NAME
           PERFORM 3000-PRINT-SECTION THRU 3000-EXIT
           MOVE "S" TO WS-PRINT-DIMENSION
           MOVE "STATE"    TO WS-S-SECTION-NAME
           PERFORM 3000-PRINT-SECTION THRU 3000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-SET-PERIODS THRU 1100-EXIT
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALES-HISTORY-STATUS = "35"
               DISPLAY "No SALEHIST on disk - nothing sold"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT SALES-ANALYSIS-FILE
           WRITE SALES-ANALYSIS-LINE FROM WS-HEADING-LINE-1
           MOVE WS-THIS-YEAR-TO-DATE TO WS-H-THIS-DATE
           MOVE WS-LAST-YEAR-TO-DATE TO WS-H-LAST-DATE
           WRITE SALES-ANALYSIS-LINE FROM WS-HEADING-LINE-2
           IF NOT WS-EOF
               READ SALES-HISTORY-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Last year's spans end on the same month and day a year
      *> back; a leap day compares through February 29 of a year
      *> without one, which takes in the whole of that February.
      *>--------------------------------------------------------------
       1100-SET-PERIODS.
           MOVE WS-BUSINESS-DATE TO WS-THIS-YEAR-TO-DATE
           MOVE WS-BUSINESS-DATE TO WS-LAST-YEAR-TO-DATE
           SUBTRACT 1 FROM WS-LAST-YEAR-YYYY
           COMPUTE WS-THIS-MONTH-FROM =
               WS-THIS-YEAR-YYYY * 10000 + WS-THIS-YEAR-MM * 100 + 1
           COMPUTE WS-THIS-YEAR-FROM =
               WS-THIS-YEAR-YYYY * 10000 + 0101
           COMPUTE WS-LAST-MONTH-FROM =
               WS-LAST-YEAR-YYYY * 10000 + WS-LAST-YEAR-MM * 100 + 1
           COMPUTE WS-LAST-YEAR-FROM =
               WS-LAST-YEAR-YYYY * 10000 + 0101.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A line outside both years' spans is not this report's
      *> business; one inside rolls to its item, its customer and
      *> its state.
      *>--------------------------------------------------------------
       2000-TOTAL-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           MOVE "N" TO WS-LINE-COUNTED-SWITCH
           IF SH-INVOICE-DATE NOT < WS-THIS-YEAR-FROM
               AND SH-INVOICE-DATE NOT > WS-THIS-YEAR-TO-DATE
               SET WS-LINE-COUNTED TO TRUE
           END-IF
           IF SH-INVOICE-DATE NOT < WS-LAST-YEAR-FROM
               AND SH-INVOICE-DATE NOT > WS-LAST-YEAR-TO-DATE
               SET WS-LINE-COUNTED TO TRUE
           END-IF
           IF NOT WS-LINE-COUNTED
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-LINES-COUNTED
           MOVE SH-TAXABLE-AMOUNT TO WS-LINE-SALES

           MOVE "I"          TO WS-SEARCH-DIMENSION
           MOVE SH-ITEM-CODE TO WS-SEARCH-KEY
           PERFORM 2100-ROLL-TO-ENTRY THRU 2100-EXIT
           MOVE "C"          TO WS-SEARCH-DIMENSION
           MOVE SH-CUST-IDENT TO WS-SEARCH-CUST-IDENT
           MOVE WS-SEARCH-CUST-IDENT TO WS-SEARCH-KEY
           PERFORM 2100-ROLL-TO-ENTRY THRU 2100-EXIT
           MOVE "S"          TO WS-SEARCH-DIMENSION
           MOVE SH-TAX-STATE TO WS-SEARCH-KEY
           PERFORM 2100-ROLL-TO-ENTRY THRU 2100-EXIT.
       2000-NEXT.
           READ SALES-HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Find or add the entry, then add the line to whichever of
      *> the four spans its date falls in.  A full table leaves the
      *> new key out of its breakdown; the count shows it.
      *>--------------------------------------------------------------
       2100-ROLL-TO-ENTRY.
           MOVE ZERO TO WS-SUMMARY-FOUND-IDX
           PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
               UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
                  OR WS-SUMMARY-FOUND-IDX > ZERO
               IF WS-SM-DIMENSION (WS-SUMMARY-IDX) = WS-SEARCH-DIMENSION
                   AND WS-SM-KEY (WS-SUMMARY-IDX) = WS-SEARCH-KEY
                   MOVE WS-SUMMARY-IDX TO WS-SUMMARY-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SUMMARY-FOUND-IDX = ZERO
               IF WS-SUMMARY-COUNT >= 1500
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE WS-SUMMARY-COUNT TO WS-SUMMARY-FOUND-IDX
               MOVE WS-SEARCH-DIMENSION
                   TO WS-SM-DIMENSION (WS-SUMMARY-FOUND-IDX)
               MOVE WS-SEARCH-KEY TO WS-SM-KEY (WS-SUMMARY-FOUND-IDX)
               MOVE ZERO TO WS-SM-THIS-MTD (WS-SUMMARY-FOUND-IDX)
                            WS-SM-THIS-YTD (WS-SUMMARY-FOUND-IDX)
                            WS-SM-LAST-MTD (WS-SUMMARY-FOUND-IDX)
                            WS-SM-LAST-YTD (WS-SUMMARY-FOUND-IDX)
           END-IF
           IF SH-INVOICE-DATE NOT < WS-THIS-YEAR-FROM
               AND SH-INVOICE-DATE NOT > WS-THIS-YEAR-TO-DATE
               ADD WS-LINE-SALES
                   TO WS-SM-THIS-YTD (WS-SUMMARY-FOUND-IDX)
               IF SH-INVOICE-DATE NOT < WS-THIS-MONTH-FROM
                   ADD WS-LINE-SALES
                       TO WS-SM-THIS-MTD (WS-SUMMARY-FOUND-IDX)
               END-IF
           END-IF
           IF SH-INVOICE-DATE NOT < WS-LAST-YEAR-FROM
               AND SH-INVOICE-DATE NOT > WS-LAST-YEAR-TO-DATE
               ADD WS-LINE-SALES
                   TO WS-SM-LAST-YTD (WS-SUMMARY-FOUND-IDX)
               IF SH-INVOICE-DATE NOT < WS-LAST-MONTH-FROM
                   ADD WS-LINE-SALES
                       TO WS-SM-LAST-MTD (WS-SUMMARY-FOUND-IDX)
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One section: every entry of the dimension, then its total.
      *> Something sold this year and not last prints NEW instead of
      *> a percentage.
      *>--------------------------------------------------------------
       3000-PRINT-SECTION.
           MOVE ZERO TO WS-TOT-THIS-MTD WS-TOT-THIS-YTD
                        WS-TOT-LAST-MTD WS-TOT-LAST-YTD
           WRITE SALES-ANALYSIS-LINE FROM WS-BLANK-LINE
           WRITE SALES-ANALYSIS-LINE FROM WS-SECTION-HEADING
           WRITE SALES-ANALYSIS-LINE FROM WS-COLUMN-LINE
           PERFORM 3100-PRINT-ONE-ENTRY THRU 3100-EXIT
               VARYING WS-SUMMARY-IDX FROM 1 BY 1
               UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
           MOVE "*TOTAL*"       TO WS-D-KEY
           MOVE WS-TOT-THIS-MTD TO WS-D-THIS-MTD
           MOVE WS-TOT-LAST-MTD TO WS-D-LAST-MTD
           MOVE WS-TOT-THIS-YTD TO WS-D-THIS-YTD
           MOVE WS-TOT-LAST-YTD TO WS-D-LAST-YTD
           MOVE WS-TOT-THIS-YTD TO WS-CHANGE-THIS-YTD
           MOVE WS-TOT-LAST-YTD TO WS-CHANGE-LAST-YTD
           PERFORM 3200-FIGURE-CHANGE THRU 3200-EXIT
           WRITE SALES-ANALYSIS-LINE FROM WS-DETAIL-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-ENTRY.
           IF WS-SM-DIMENSION (WS-SUMMARY-IDX) NOT = WS-PRINT-DIMENSION
               GO TO 3100-EXIT
           END-IF
           MOVE WS-SM-KEY (WS-SUMMARY-IDX)      TO WS-D-KEY
           MOVE WS-SM-THIS-MTD (WS-SUMMARY-IDX) TO WS-D-THIS-MTD
           MOVE WS-SM-LAST-MTD (WS-SUMMARY-IDX) TO WS-D-LAST-MTD
           MOVE WS-SM-THIS-YTD (WS-SUMMARY-IDX) TO WS-D-THIS-YTD
           MOVE WS-SM-LAST-YTD (WS-SUMMARY-IDX) TO WS-D-LAST-YTD
           ADD WS-SM-THIS-MTD (WS-SUMMARY-IDX) TO WS-TOT-THIS-MTD
           ADD WS-SM-LAST-MTD (WS-SUMMARY-IDX) TO WS-TOT-LAST-MTD
           ADD WS-SM-THIS-YTD (WS-SUMMARY-IDX) TO WS-TOT-THIS-YTD
           ADD WS-SM-LAST-YTD (WS-SUMMARY-IDX) TO WS-TOT-LAST-YTD
           MOVE WS-SM-THIS-YTD (WS-SUMMARY-IDX) TO WS-CHANGE-THIS-YTD
           MOVE WS-SM-LAST-YTD (WS-SUMMARY-IDX) TO WS-CHANGE-LAST-YTD
           PERFORM 3200-FIGURE-CHANGE THRU 3200-EXIT
           WRITE SALES-ANALYSIS-LINE FROM WS-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       3200-FIGURE-CHANGE.
           MOVE SPACES TO WS-D-NEW-FLAG
           MOVE ZERO TO WS-CHANGE-PERCENT
           IF WS-CHANGE-LAST-YTD = ZERO
               IF WS-CHANGE-THIS-YTD NOT = ZERO
                   MOVE "NEW" TO WS-D-NEW-FLAG
               END-IF
           ELSE
               COMPUTE WS-CHANGE-PERCENT ROUNDED =
                   (WS-CHANGE-THIS-YTD - WS-CHANGE-LAST-YTD) * 100
                       / WS-CHANGE-LAST-YTD
                   ON SIZE ERROR
                       MOVE ZERO TO WS-CHANGE-PERCENT
               END-COMPUTE
           END-IF
           MOVE WS-CHANGE-PERCENT TO WS-D-CHANGE.
       3200-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY "Sales lines read:    " WS-LINES-READ
           DISPLAY "Lines analysed:      " WS-LINES-COUNTED
           DISPLAY "Left off breakdown:  " WS-TABLE-FULL-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-SALES-HISTORY-STATUS NOT = "35"
               CLOSE SALES-HISTORY-FILE
           END-IF
           CLOSE SALES-ANALYSIS-FILE.
       9000-EXIT.
           EXIT.
