       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glclose.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> General-ledger month-end close.  Takes the month to close -
      *> the business date's month, or the one named on the optional
      *> GLCLSPRM card (CCYYMM, plus the retained-earnings account
      *> when it is not 3100) - sums that month's GLJRNL lines by
      *> account within cost center (department) onto the GLPERBAL
      *> period-balance file (see GLPERBAL.cpy), and marks the month
      *> CLOSED on GLPERCTL (see GLPERIOD.cpy), after which glpost
      *> refuses any posting dated into it.  A month already closed
      *> is refused, return code 8, so the close can never double
      *> the period balances.
      *> Closing December closes the fiscal year (the calendar
      *> year): every income and expense account's twelve-month net
      *> is reversed into retained earnings as period CCYY13 rows on
      *> GLPERBAL, so the new year's income statement starts from
      *> zero while the balance sheet carries the year's earnings in
      *> equity.  Each cost center closes into its own retained-
      *> earnings row, so a department's statements balance on their
      *> own as the consolidated ones do.  Those closing entries
      *> live on GLPERBAL only - they are not journal postings and
      *> gltrial does not see them.
      *> An account's type comes from the GLCOA chart; one the chart
      *> never defined is typed by its first digit (1 asset,
      *> 2 liability, 3 equity, 4 income, anything else expense).
      *> GLCLSRPT lists what the close wrote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CLOSE-PARM-FILE ASSIGN TO "GLCLSPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CLOSE-PARM-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-PERIOD-STATUS.
           SELECT GL-CHART-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CHART-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT GL-PERIOD-BALANCE-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-PERIOD-BALANCE-STATUS.
           SELECT GL-CLOSE-REPORT-FILE ASSIGN TO "GLCLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CLOSE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CLOSE-PARM-FILE.
       01 GL-CLOSE-PARM-RECORD.
           02 CL-PERIOD               PIC 9(6).
           02 FILLER                  PIC X(2).
           02 CL-RETAINED-ACCT        PIC 9(4).

       FD  GL-PERIOD-FILE.
           COPY GLPERIOD.

       FD  GL-CHART-FILE.
           COPY GLCOA.

       FD  GL-JOURNAL-FILE.
           COPY GLJRNL.

       FD  GL-PERIOD-BALANCE-FILE.
           COPY GLPERBAL.

       FD  GL-CLOSE-REPORT-FILE.
       01 GL-CLOSE-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-GL-CLOSE-PARM-STATUS     PIC XX VALUE "00".
       01 WS-GL-PERIOD-STATUS         PIC XX VALUE "00".
       01 WS-GL-CHART-STATUS          PIC XX VALUE "00".
       01 WS-GL-JOURNAL-STATUS        PIC XX VALUE "00".
       01 WS-GL-PERIOD-BALANCE-STATUS PIC XX VALUE "00".
       01 WS-GL-CLOSE-REPORT-STATUS   PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-CLOSE-PERIOD             PIC 9(6) VALUE ZERO.
       01 WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
           02 WS-CLOSE-YYYY           PIC 9(4).
           02 WS-CLOSE-MM             PIC 9(2).
       01 WS-YEAR-END-PERIOD          PIC 9(6) VALUE ZERO.
       01 WS-RETAINED-ACCT            PIC 9(4) VALUE 3100.

      *>--------------------------------------------------------------
      *> The GLPERCTL rows, held so the file can be rewritten with
      *> this month's row added or turned CLOSED.
      *>--------------------------------------------------------------
       01 WS-PERIOD-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-PERIOD-IDX               PIC 9(3) COMP VALUE ZERO.
       01 WS-PERIOD-FOUND-IDX         PIC 9(3) COMP VALUE ZERO.
       01 WS-PERIOD-TABLE.
           02 WS-PERIOD-ENTRY OCCURS 600 TIMES.
               03 WS-PT-PERIOD        PIC 9(6).
               03 WS-PT-STATUS        PIC X(1).
               03 WS-PT-CLOSED-DATE   PIC 9(8).

      *>--------------------------------------------------------------
      *> The chart, for account names and types.
      *>--------------------------------------------------------------
       01 WS-CHART-COUNT              PIC 9(3) COMP VALUE ZERO.
       01 WS-CHART-IDX                PIC 9(3) COMP VALUE ZERO.
       01 WS-CHART-TABLE.
           02 WS-CHART-ENTRY OCCURS 200 TIMES.
               03 WS-CH-NUMBER        PIC 9(4).
               03 WS-CH-NAME          PIC X(30).
               03 WS-CH-TYPE          PIC X(1).
       01 WS-LOOKUP-ACCT              PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-ACCT-DIGITS REDEFINES WS-LOOKUP-ACCT.
           02 WS-LOOKUP-FIRST-DIGIT   PIC 9(1).
           02 FILLER                  PIC 9(3).
       01 WS-LOOKUP-NAME              PIC X(30) VALUE SPACES.
       01 WS-LOOKUP-COST-CENTER       PIC X(15) VALUE SPACES.
       01 WS-LOOKUP-TYPE              PIC X(1) VALUE SPACE.
           88 WS-LOOKUP-INCOME-EXPENSE    VALUE "I" "E".

      *>--------------------------------------------------------------
      *> One slot per account within cost center: the month's
      *> journal totals, then (year end) the twelve months' income
      *> and expense totals.
      *>--------------------------------------------------------------
       01 WS-ACCT-COUNT               PIC 9(4) COMP VALUE ZERO.
       01 WS-ACCT-IDX                 PIC 9(4) COMP VALUE ZERO.
       01 WS-ACCT-FOUND-IDX           PIC 9(4) COMP VALUE ZERO.
       01 WS-ACCT-TABLE.
           02 WS-ACCT-ENTRY OCCURS 2000 TIMES.
               03 WS-AT-NUMBER        PIC 9(4).
               03 WS-AT-COST-CENTER   PIC X(15).
               03 WS-AT-DEBITS        PIC S9(11)V99.
               03 WS-AT-CREDITS       PIC S9(11)V99.

      *>--------------------------------------------------------------
      *> Year end: each cost center's retained-earnings offset.  The
      *> 501st slot is kept at company level for cost centers past
      *> the first 500.
      *>--------------------------------------------------------------
       01 WS-RE-COUNT                 PIC 9(3) COMP VALUE ZERO.
       01 WS-RE-IDX                   PIC 9(3) COMP VALUE ZERO.
       01 WS-RE-FOUND-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-RE-OVERFLOW-SWITCH       PIC X VALUE "N".
           88 WS-RE-OVERFLOW              VALUE "Y".
       01 WS-RE-TABLE.
           02 WS-RE-ENTRY OCCURS 501 TIMES.
               03 WS-RE-COST-CENTER   PIC X(15).
               03 WS-RE-DEBITS        PIC S9(11)V99.
               03 WS-RE-CREDITS       PIC S9(11)V99.

       01 WS-JOURNAL-LINE-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-BALANCE-ROW-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-CLOSING-ROW-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-PERIOD-DEBITS            PIC S9(11)V99 VALUE ZERO.
       01 WS-PERIOD-CREDITS           PIC S9(11)V99 VALUE ZERO.
       01 WS-ACCT-NET                 PIC S9(11)V99 VALUE ZERO.
       01 WS-RETAINED-DEBITS          PIC S9(11)V99 VALUE ZERO.
       01 WS-RETAINED-CREDITS         PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-INCOME               PIC S9(11)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** GENERAL LEDGER PERIOD CLOSE ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(10) VALUE "  PERIOD: ".
           02 WS-H-PERIOD       PIC 9(6).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(43) VALUE
               "PERIOD ACCT  NAME".
           02 FILLER            PIC X(38) VALUE
               "           DEBITS            CREDITS".
           02 FILLER            PIC X(11) VALUE "COST CENTER".
       01 WS-DETAIL-LINE.
           02 WS-D-PERIOD       PIC 9(6).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ACCT-NUMBER  PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACCT-NAME    PIC X(30).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-DEBITS       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CREDITS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-COST-CENTER  PIC X(15).
       01 WS-TOTAL-LINE.
           02 WS-T-LABEL        PIC X(44).
           02 WS-T-DEBITS       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-T-CREDITS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-NET-INCOME-LINE.
           02 FILLER            PIC X(44) VALUE
               "*** NET INCOME CLOSED TO RETAINED EARNINGS".
           02 WS-N-NET-INCOME   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SUMMARIZE-PERIOD THRU 2000-EXIT
           IF WS-CLOSE-MM = 12
               PERFORM 3000-CLOSE-FISCAL-YEAR THRU 3000-EXIT
           END-IF
           PERFORM 4000-MARK-PERIOD-CLOSED THRU 4000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE (1:6) TO WS-CLOSE-PERIOD
           OPEN INPUT GL-CLOSE-PARM-FILE
           IF WS-GL-CLOSE-PARM-STATUS = "00"
               READ GL-CLOSE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CL-PERIOD IS NUMERIC AND CL-PERIOD > ZERO
                           MOVE CL-PERIOD TO WS-CLOSE-PERIOD
                       END-IF
                       IF CL-RETAINED-ACCT IS NUMERIC
                           AND CL-RETAINED-ACCT > ZERO
                           MOVE CL-RETAINED-ACCT TO WS-RETAINED-ACCT
                       END-IF
               END-READ
               CLOSE GL-CLOSE-PARM-FILE
           END-IF
           IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "GLCLOSE REFUSED - " WS-CLOSE-PERIOD
                   " IS NOT A CCYYMM PERIOD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-PERIODS THRU 1100-EXIT
           IF WS-PERIOD-FOUND-IDX > ZERO
               IF WS-PT-STATUS (WS-PERIOD-FOUND-IDX) = "C"
                   DISPLAY "GLCLOSE REFUSED - PERIOD " WS-CLOSE-PERIOD
                       " IS ALREADY CLOSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1200-LOAD-CHART THRU 1200-EXIT

           OPEN OUTPUT GL-CLOSE-REPORT-FILE
           WRITE GL-CLOSE-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-CLOSE-PERIOD  TO WS-H-PERIOD
           WRITE GL-CLOSE-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE GL-CLOSE-REPORT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Hold every GLPERCTL row and note this month's, if any.
      *>--------------------------------------------------------------
       1100-LOAD-PERIODS.
           MOVE ZERO TO WS-PERIOD-FOUND-IDX
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GL-PERIOD-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ GL-PERIOD-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-PERIOD-COUNT < 600
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE GP-PERIOD TO
                               WS-PT-PERIOD (WS-PERIOD-COUNT)
                           MOVE GP-STATUS TO
                               WS-PT-STATUS (WS-PERIOD-COUNT)
                           MOVE GP-CLOSED-DATE TO
                               WS-PT-CLOSED-DATE (WS-PERIOD-COUNT)
                           IF GP-PERIOD = WS-CLOSE-PERIOD
                               MOVE WS-PERIOD-COUNT
                                   TO WS-PERIOD-FOUND-IDX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

       1200-LOAD-CHART.
           OPEN INPUT GL-CHART-FILE
           IF WS-GL-CHART-STATUS = "35"
               DISPLAY "No GLCOA chart on file - accounts typed by "
                   "number"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-CHART-COUNT >= 200
               READ GL-CHART-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHART-COUNT
                       MOVE GL-ACCT-NUMBER TO
                           WS-CH-NUMBER (WS-CHART-COUNT)
                       MOVE GL-ACCT-NAME TO
                           WS-CH-NAME (WS-CHART-COUNT)
                       MOVE GL-ACCT-TYPE TO
                           WS-CH-TYPE (WS-CHART-COUNT)
               END-READ
           END-PERFORM
           CLOSE GL-CHART-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Sum the month's journal lines by account and append one
      *> GLPERBAL row per account that moved.
      *>--------------------------------------------------------------
       2000-SUMMARIZE-PERIOD.
           MOVE ZERO TO WS-ACCT-COUNT
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-STATUS = "35"
               DISPLAY "No GLJRNL on file - nothing has posted yet"
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ GL-JOURNAL-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF GJ-POST-DATE (1:6) = WS-CLOSE-PERIOD
                           ADD 1 TO WS-JOURNAL-LINE-COUNT
                           MOVE GJ-ACCT-NUMBER TO WS-LOOKUP-ACCT
                           MOVE GJ-COST-CENTER
                               TO WS-LOOKUP-COST-CENTER
                           PERFORM 2100-FIND-ACCOUNT-SLOT
                               THRU 2100-EXIT
                           ADD GJ-DEBIT-AMOUNT TO
                               WS-AT-DEBITS (WS-ACCT-FOUND-IDX)
                           ADD GJ-CREDIT-AMOUNT TO
                               WS-AT-CREDITS (WS-ACCT-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           MOVE "N" TO WS-EOF-SWITCH

           PERFORM 2200-OPEN-BALANCE-EXTEND THRU 2200-EXIT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE WS-CLOSE-PERIOD TO PB-PERIOD
               MOVE WS-AT-NUMBER (WS-ACCT-IDX)  TO PB-ACCT-NUMBER
               MOVE WS-AT-DEBITS (WS-ACCT-IDX)  TO PB-DEBIT-AMOUNT
               MOVE WS-AT-CREDITS (WS-ACCT-IDX) TO PB-CREDIT-AMOUNT
               MOVE WS-AT-COST-CENTER (WS-ACCT-IDX) TO PB-COST-CENTER
               WRITE GL-PERIOD-BALANCE-RECORD
               ADD 1 TO WS-BALANCE-ROW-COUNT
               ADD PB-DEBIT-AMOUNT  TO WS-PERIOD-DEBITS
               ADD PB-CREDIT-AMOUNT TO WS-PERIOD-CREDITS
               PERFORM 2300-PRINT-BALANCE-ROW THRU 2300-EXIT
           END-PERFORM
           CLOSE GL-PERIOD-BALANCE-FILE
           MOVE "*** PERIOD TOTALS" TO WS-T-LABEL
           MOVE WS-PERIOD-DEBITS  TO WS-T-DEBITS
           MOVE WS-PERIOD-CREDITS TO WS-T-CREDITS
           WRITE GL-CLOSE-REPORT-LINE FROM WS-TOTAL-LINE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Find (or open) the slot for WS-LOOKUP-ACCT within
      *> WS-LOOKUP-COST-CENTER.
      *>--------------------------------------------------------------
       2100-FIND-ACCOUNT-SLOT.
           MOVE ZERO TO WS-ACCT-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR WS-ACCT-FOUND-IDX > ZERO
               IF WS-AT-NUMBER (WS-ACCT-IDX) = WS-LOOKUP-ACCT
                   AND WS-AT-COST-CENTER (WS-ACCT-IDX)
                       = WS-LOOKUP-COST-CENTER
                   MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND-IDX = ZERO
               IF WS-ACCT-COUNT >= 2000
                   DISPLAY "GLCLOSE REFUSED - MORE THAN 2000 ACCOUNT "
                       "AND COST CENTER BALANCES IN " WS-CLOSE-PERIOD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-LOOKUP-ACCT TO WS-AT-NUMBER (WS-ACCT-COUNT)
               MOVE WS-LOOKUP-COST-CENTER
                   TO WS-AT-COST-CENTER (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AT-DEBITS (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AT-CREDITS (WS-ACCT-COUNT)
               MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

       2200-OPEN-BALANCE-EXTEND.
           OPEN EXTEND GL-PERIOD-BALANCE-FILE
           IF WS-GL-PERIOD-BALANCE-STATUS = "05" OR "35"
               OPEN OUTPUT GL-PERIOD-BALANCE-FILE
           END-IF.
       2200-EXIT.
           EXIT.

       2300-PRINT-BALANCE-ROW.
           MOVE PB-ACCT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM 2500-CLASSIFY-ACCOUNT THRU 2500-EXIT
           MOVE PB-PERIOD        TO WS-D-PERIOD
           MOVE PB-ACCT-NUMBER   TO WS-D-ACCT-NUMBER
           MOVE WS-LOOKUP-NAME   TO WS-D-ACCT-NAME
           MOVE PB-DEBIT-AMOUNT  TO WS-D-DEBITS
           MOVE PB-CREDIT-AMOUNT TO WS-D-CREDITS
           MOVE PB-COST-CENTER   TO WS-D-COST-CENTER
           WRITE GL-CLOSE-REPORT-LINE FROM WS-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Name and type of WS-LOOKUP-ACCT: the chart's, else typed by
      *> its first digit.
      *>--------------------------------------------------------------
       2500-CLASSIFY-ACCOUNT.
           MOVE "(NOT ON CHART)" TO WS-LOOKUP-NAME
           MOVE SPACE TO WS-LOOKUP-TYPE
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
               IF WS-CH-NUMBER (WS-CHART-IDX) = WS-LOOKUP-ACCT
                   MOVE WS-CH-NAME (WS-CHART-IDX) TO WS-LOOKUP-NAME
                   MOVE WS-CH-TYPE (WS-CHART-IDX) TO WS-LOOKUP-TYPE
               END-IF
           END-PERFORM
           IF WS-LOOKUP-TYPE = SPACE
               EVALUATE WS-LOOKUP-FIRST-DIGIT
                   WHEN 1
                       MOVE "A" TO WS-LOOKUP-TYPE
                   WHEN 2
                       MOVE "L" TO WS-LOOKUP-TYPE
                   WHEN 3
                       MOVE "Q" TO WS-LOOKUP-TYPE
                   WHEN 4
                       MOVE "I" TO WS-LOOKUP-TYPE
                   WHEN OTHER
                       MOVE "E" TO WS-LOOKUP-TYPE
               END-EVALUATE
           END-IF.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Fiscal year end: net every income and expense account over
      *> the year's twelve months and reverse it into retained
      *> earnings as period CCYY13 rows.
      *>--------------------------------------------------------------
       3000-CLOSE-FISCAL-YEAR.
           MOVE ZERO TO WS-ACCT-COUNT
           COMPUTE WS-YEAR-END-PERIOD = WS-CLOSE-YYYY * 100 + 13
           OPEN INPUT GL-PERIOD-BALANCE-FILE
           IF WS-GL-PERIOD-BALANCE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ GL-PERIOD-BALANCE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF PB-PERIOD-YYYY = WS-CLOSE-YYYY
                           AND PB-PERIOD-MM <= 12
                           MOVE PB-ACCT-NUMBER TO WS-LOOKUP-ACCT
                           PERFORM 2500-CLASSIFY-ACCOUNT
                               THRU 2500-EXIT
                           IF WS-LOOKUP-INCOME-EXPENSE
                               MOVE PB-COST-CENTER
                                   TO WS-LOOKUP-COST-CENTER
                               PERFORM 2100-FIND-ACCOUNT-SLOT
                                   THRU 2100-EXIT
                               ADD PB-DEBIT-AMOUNT TO
                                   WS-AT-DEBITS (WS-ACCT-FOUND-IDX)
                               ADD PB-CREDIT-AMOUNT TO
                                   WS-AT-CREDITS (WS-ACCT-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-BALANCE-FILE
           MOVE "N" TO WS-EOF-SWITCH

           PERFORM 2200-OPEN-BALANCE-EXTEND THRU 2200-EXIT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               COMPUTE WS-ACCT-NET = WS-AT-DEBITS (WS-ACCT-IDX)
                   - WS-AT-CREDITS (WS-ACCT-IDX)
               IF WS-ACCT-NET NOT = ZERO
                   MOVE WS-YEAR-END-PERIOD TO PB-PERIOD
                   MOVE WS-AT-NUMBER (WS-ACCT-IDX) TO PB-ACCT-NUMBER
                   MOVE WS-AT-COST-CENTER (WS-ACCT-IDX)
                       TO PB-COST-CENTER
                   PERFORM 3100-FIND-RETAINED-SLOT THRU 3100-EXIT
                   IF WS-ACCT-NET > ZERO
                       MOVE ZERO        TO PB-DEBIT-AMOUNT
                       MOVE WS-ACCT-NET TO PB-CREDIT-AMOUNT
                       ADD WS-ACCT-NET  TO WS-RETAINED-DEBITS
                       ADD WS-ACCT-NET
                           TO WS-RE-DEBITS (WS-RE-FOUND-IDX)
                   ELSE
                       COMPUTE PB-DEBIT-AMOUNT = ZERO - WS-ACCT-NET
                       MOVE ZERO        TO PB-CREDIT-AMOUNT
                       ADD PB-DEBIT-AMOUNT TO WS-RETAINED-CREDITS
                       ADD PB-DEBIT-AMOUNT
                           TO WS-RE-CREDITS (WS-RE-FOUND-IDX)
                   END-IF
                   WRITE GL-PERIOD-BALANCE-RECORD
                   ADD 1 TO WS-CLOSING-ROW-COUNT
                   PERFORM 2300-PRINT-BALANCE-ROW THRU 2300-EXIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-RE-COUNT
               MOVE WS-YEAR-END-PERIOD  TO PB-PERIOD
               MOVE WS-RETAINED-ACCT    TO PB-ACCT-NUMBER
               MOVE WS-RE-DEBITS (WS-RE-IDX)  TO PB-DEBIT-AMOUNT
               MOVE WS-RE-CREDITS (WS-RE-IDX) TO PB-CREDIT-AMOUNT
               MOVE WS-RE-COST-CENTER (WS-RE-IDX) TO PB-COST-CENTER
               WRITE GL-PERIOD-BALANCE-RECORD
               ADD 1 TO WS-CLOSING-ROW-COUNT
               PERFORM 2300-PRINT-BALANCE-ROW THRU 2300-EXIT
           END-PERFORM
           IF WS-RE-OVERFLOW
               MOVE 501 TO WS-RE-IDX
               MOVE WS-YEAR-END-PERIOD  TO PB-PERIOD
               MOVE WS-RETAINED-ACCT    TO PB-ACCT-NUMBER
               MOVE WS-RE-DEBITS (WS-RE-IDX)  TO PB-DEBIT-AMOUNT
               MOVE WS-RE-CREDITS (WS-RE-IDX) TO PB-CREDIT-AMOUNT
               MOVE WS-RE-COST-CENTER (WS-RE-IDX) TO PB-COST-CENTER
               WRITE GL-PERIOD-BALANCE-RECORD
               ADD 1 TO WS-CLOSING-ROW-COUNT
               PERFORM 2300-PRINT-BALANCE-ROW THRU 2300-EXIT
           END-IF
           CLOSE GL-PERIOD-BALANCE-FILE
           COMPUTE WS-NET-INCOME = WS-RETAINED-CREDITS
               - WS-RETAINED-DEBITS
           MOVE WS-NET-INCOME TO WS-N-NET-INCOME
           WRITE GL-CLOSE-REPORT-LINE FROM WS-NET-INCOME-LINE.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Find (or open) the retained-earnings slot for the cost
      *> center on the closing row being built.
      *>--------------------------------------------------------------
       3100-FIND-RETAINED-SLOT.
           MOVE ZERO TO WS-RE-FOUND-IDX
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-RE-COUNT
                  OR WS-RE-FOUND-IDX > ZERO
               IF WS-RE-COST-CENTER (WS-RE-IDX) = PB-COST-CENTER
                   MOVE WS-RE-IDX TO WS-RE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-RE-FOUND-IDX = ZERO
               IF WS-RE-COUNT < 500
                   ADD 1 TO WS-RE-COUNT
                   MOVE WS-RE-COUNT TO WS-RE-FOUND-IDX
                   MOVE PB-COST-CENTER
                       TO WS-RE-COST-CENTER (WS-RE-FOUND-IDX)
                   MOVE ZERO TO WS-RE-DEBITS (WS-RE-FOUND-IDX)
                   MOVE ZERO TO WS-RE-CREDITS (WS-RE-FOUND-IDX)
               ELSE
      *>           Past the table's end the rest close at company
      *>           level, the consolidated books still in balance.
                   MOVE 501 TO WS-RE-FOUND-IDX
                   IF NOT WS-RE-OVERFLOW
                       SET WS-RE-OVERFLOW TO TRUE
                       MOVE SPACES
                           TO WS-RE-COST-CENTER (WS-RE-FOUND-IDX)
                       MOVE ZERO TO WS-RE-DEBITS (WS-RE-FOUND-IDX)
                       MOVE ZERO TO WS-RE-CREDITS (WS-RE-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Turn this month's GLPERCTL row CLOSED (adding it if the
      *> month never had one) and rewrite the file.
      *>--------------------------------------------------------------
       4000-MARK-PERIOD-CLOSED.
           IF WS-PERIOD-FOUND-IDX = ZERO
               IF WS-PERIOD-COUNT >= 600
                   DISPLAY "GLPERCTL TABLE FULL - PERIOD "
                       WS-CLOSE-PERIOD " NOT MARKED CLOSED"
                   MOVE 8 TO RETURN-CODE
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-PERIOD-FOUND-IDX
               MOVE WS-CLOSE-PERIOD TO
                   WS-PT-PERIOD (WS-PERIOD-FOUND-IDX)
           END-IF
           MOVE "C" TO WS-PT-STATUS (WS-PERIOD-FOUND-IDX)
           MOVE WS-BUSINESS-DATE TO
               WS-PT-CLOSED-DATE (WS-PERIOD-FOUND-IDX)
           OPEN OUTPUT GL-PERIOD-FILE
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               MOVE WS-PT-PERIOD (WS-PERIOD-IDX) TO GP-PERIOD
               MOVE WS-PT-STATUS (WS-PERIOD-IDX) TO GP-STATUS
               MOVE WS-PT-CLOSED-DATE (WS-PERIOD-IDX)
                   TO GP-CLOSED-DATE
               WRITE GL-PERIOD-RECORD
           END-PERFORM
           CLOSE GL-PERIOD-FILE.
       4000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY "Period closed:      " WS-CLOSE-PERIOD
           DISPLAY "Journal lines read: " WS-JOURNAL-LINE-COUNT
           DISPLAY "Balance rows:       " WS-BALANCE-ROW-COUNT
           IF WS-CLOSE-MM = 12
               DISPLAY "Year-end rows:      " WS-CLOSING-ROW-COUNT
               DISPLAY "Net income closed:  " WS-N-NET-INCOME
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE GL-CLOSE-REPORT-FILE.
       9000-EXIT.
           EXIT.
