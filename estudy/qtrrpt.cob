      *> employee and prints the QTRRPT summary the quarterly
      *> filing is prepared from - the numbers that used to be
      *> rebuilt by hand from a year of old registers.
      *> 10/15/2026 - the summary now shows the tax split payroll
      *> rolls onto PAYYTD: federal and FICA withheld from the
      *> employees beside the employer's matching FICA, FUTA, and
      *> SUTA, with the quarter's 941 deposit total (federal plus
      *> both sides of FICA) and a line for the year, in place of
      *> the lumped withholding column.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY YTDREC.

       FD  QTR-REPORT-FILE.
       01 QTR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-QUARTER-TOTALS.
           02 WS-QT-ENTRY OCCURS 4 TIMES.
               03 WS-QT-GROSS         PIC 9(10)V99.
               03 WS-QT-FEDERAL       PIC 9(10)V99.
               03 WS-QT-EE-FICA       PIC 9(10)V99.
               03 WS-QT-ER-FICA       PIC 9(10)V99.
               03 WS-QT-ER-FUTA       PIC 9(10)V99.
               03 WS-QT-ER-SUTA       PIC 9(10)V99.
       01 WS-YEAR-TOTALS.
           02 WS-YR-GROSS             PIC 9(10)V99.
           02 WS-YR-FEDERAL           PIC 9(10)V99.
           02 WS-YR-EE-FICA           PIC 9(10)V99.
           02 WS-YR-ER-FICA           PIC 9(10)V99.
           02 WS-YR-ER-FUTA           PIC 9(10)V99.
           02 WS-YR-ER-SUTA           PIC 9(10)V99.
       01 WS-EMPLOYEE-COUNT           PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-LINE-1.
           02 FILLER            PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(35) VALUE
               "------------- EMPLOYEE ------------".
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 FILLER            PIC X(53) VALUE
               "---------------------- EMPLOYER ---------------------".
       01 WS-COLUMN-LINE-2.
           02 FILLER            PIC X(24) VALUE
               "QUARTER      GROSS WAGES".
           02 FILLER            PIC X(18) VALUE "        FEDERAL WH".
           02 FILLER            PIC X(18) VALUE "           FICA WH".
           02 FILLER            PIC X(18) VALUE "        FICA MATCH".
           02 FILLER            PIC X(18) VALUE "              FUTA".
           02 FILLER            PIC X(18) VALUE "              SUTA".
           02 FILLER            PIC X(18) VALUE "         941 TOTAL".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(4)  VALUE "  Q".
           02 WS-D-QUARTER      PIC 9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-GROSS        PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-FEDERAL      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-EE-FICA      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ER-FICA      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ER-FUTA      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ER-SUTA      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-941-TOTAL    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-941-TOTAL          PIC 9(10)V99 VALUE ZERO.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(17) VALUE "*** EMPLOYEES: ".
           02 WS-T-EMPLOYEES    PIC ZZZZ9.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           INITIALIZE WS-QUARTER-TOTALS
           INITIALIZE WS-YEAR-TOTALS
           OPEN INPUT YTD-EARNINGS-FILE
           IF WS-YTD-EARNINGS-STATUS = "35"
               DISPLAY "No PAYYTD on disk - nothing to summarize"
           WRITE QTR-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE QTR-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE QTR-REPORT-LINE FROM WS-COLUMN-LINE-1
           WRITE QTR-REPORT-LINE FROM WS-COLUMN-LINE-2
           IF NOT WS-EOF
               READ YTD-EARNINGS-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               UNTIL WS-QTR-IDX > 4
               ADD YTD-Q-GROSS (WS-QTR-IDX)
                   TO WS-QT-GROSS (WS-QTR-IDX)
      *>       A record written before the tax split was carried has
      *>       spaces there; it counts its gross and no taxes.
               IF YTD-TAX-QUARTER (WS-QTR-IDX) NUMERIC
                   ADD YTD-Q-FEDERAL-WITHHELD (WS-QTR-IDX)
                       TO WS-QT-FEDERAL (WS-QTR-IDX)
                   ADD YTD-Q-FICA-WITHHELD (WS-QTR-IDX)
                       TO WS-QT-EE-FICA (WS-QTR-IDX)
                   ADD YTD-Q-ER-FICA (WS-QTR-IDX)
                       TO WS-QT-ER-FICA (WS-QTR-IDX)
                   ADD YTD-Q-ER-FUTA (WS-QTR-IDX)
                       TO WS-QT-ER-FUTA (WS-QTR-IDX)
                   ADD YTD-Q-ER-SUTA (WS-QTR-IDX)
                       TO WS-QT-ER-SUTA (WS-QTR-IDX)
               END-IF
           END-PERFORM
           READ YTD-EARNINGS-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > 4
               MOVE WS-QTR-IDX TO WS-D-QUARTER
               MOVE WS-QT-GROSS (WS-QTR-IDX)   TO WS-D-GROSS
               MOVE WS-QT-FEDERAL (WS-QTR-IDX) TO WS-D-FEDERAL
               MOVE WS-QT-EE-FICA (WS-QTR-IDX) TO WS-D-EE-FICA
               MOVE WS-QT-ER-FICA (WS-QTR-IDX) TO WS-D-ER-FICA
               MOVE WS-QT-ER-FUTA (WS-QTR-IDX) TO WS-D-ER-FUTA
               MOVE WS-QT-ER-SUTA (WS-QTR-IDX) TO WS-D-ER-SUTA
               COMPUTE WS-941-TOTAL = WS-QT-FEDERAL (WS-QTR-IDX)
                   + WS-QT-EE-FICA (WS-QTR-IDX)
                   + WS-QT-ER-FICA (WS-QTR-IDX)
               MOVE WS-941-TOTAL TO WS-D-941-TOTAL
               WRITE QTR-REPORT-LINE FROM WS-DETAIL-LINE
               ADD WS-QT-GROSS (WS-QTR-IDX)   TO WS-YR-GROSS
               ADD WS-QT-FEDERAL (WS-QTR-IDX) TO WS-YR-FEDERAL
               ADD WS-QT-EE-FICA (WS-QTR-IDX) TO WS-YR-EE-FICA
               ADD WS-QT-ER-FICA (WS-QTR-IDX) TO WS-YR-ER-FICA
               ADD WS-QT-ER-FUTA (WS-QTR-IDX) TO WS-YR-ER-FUTA
               ADD WS-QT-ER-SUTA (WS-QTR-IDX) TO WS-YR-ER-SUTA
           END-PERFORM
      *>   The year line reuses the detail layout with "YR" for the
      *>   quarter.
           MOVE ZERO TO WS-D-QUARTER
           MOVE WS-YR-GROSS   TO WS-D-GROSS
           MOVE WS-YR-FEDERAL TO WS-D-FEDERAL
           MOVE WS-YR-EE-FICA TO WS-D-EE-FICA
           MOVE WS-YR-ER-FICA TO WS-D-ER-FICA
           MOVE WS-YR-ER-FUTA TO WS-D-ER-FUTA
           MOVE WS-YR-ER-SUTA TO WS-D-ER-SUTA
           COMPUTE WS-941-TOTAL =
               WS-YR-FEDERAL + WS-YR-EE-FICA + WS-YR-ER-FICA
           MOVE WS-941-TOTAL TO WS-D-941-TOTAL
           MOVE WS-DETAIL-LINE TO QTR-REPORT-LINE
           MOVE "  YR " TO QTR-REPORT-LINE (1:5)
           WRITE QTR-REPORT-LINE
           MOVE WS-EMPLOYEE-COUNT TO WS-T-EMPLOYEES
           WRITE QTR-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Employees summarized: " WS-EMPLOYEE-COUNT.
