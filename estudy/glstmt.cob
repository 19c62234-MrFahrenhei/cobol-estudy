       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glstmt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Financial statements from the closed-period balances
      *> glclose.cob leaves on GLPERBAL (see GLPERBAL.cpy).  The
      *> statement month is the one named on the optional GLSTMPRM
      *> card (CCYYMM), else the latest month GLPERCTL shows CLOSED.
      *> The income statement lists the income and expense accounts
      *> with the month, the year to date, and the prior year to the
      *> same month, down to net income.  The balance sheet lists the
      *> asset, liability and equity accounts at the end of the month
      *> beside the same month a year earlier; every row up to the
      *> month counts, so earlier years' CCYY13 closing rows carry
      *> their earnings in retained earnings, and this year's
      *> earnings not yet closed print as CURRENT YEAR EARNINGS under
      *> equity so the sheet balances.  Accounts are typed from the
      *> GLCOA chart the way glclose.cob types them.  Income,
      *> liabilities and equity print credit-positive, assets and
      *> expenses debit-positive.  The statements are consolidated
      *> unless the GLSTMPRM card also names a cost center (a
      *> DEPTMAST department code, or COMPANY for the company-level
      *> postings), in which case only that cost center's rows
      *> count - each cost center closes into its own retained
      *> earnings, so its sheet balances as the company's does.
      *> Report GLSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-STMT-PARM-FILE ASSIGN TO "GLSTMPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STMT-PARM-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-PERIOD-STATUS.
           SELECT GL-CHART-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CHART-STATUS.
           SELECT GL-PERIOD-BALANCE-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-PERIOD-BALANCE-STATUS.
           SELECT GL-STATEMENT-FILE ASSIGN TO "GLSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-STMT-PARM-FILE.
       01 GL-STMT-PARM-RECORD.
           02 SP-PERIOD               PIC 9(6).
           02 FILLER                  PIC X(2).
           02 SP-COST-CENTER          PIC X(15).

       FD  GL-PERIOD-FILE.
           COPY GLPERIOD.

       FD  GL-CHART-FILE.
           COPY GLCOA.

       FD  GL-PERIOD-BALANCE-FILE.
           COPY GLPERBAL.

       FD  GL-STATEMENT-FILE.
       01 GL-STATEMENT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-GL-STMT-PARM-STATUS      PIC XX VALUE "00".
       01 WS-GL-PERIOD-STATUS         PIC XX VALUE "00".
       01 WS-GL-CHART-STATUS          PIC XX VALUE "00".
       01 WS-GL-PERIOD-BALANCE-STATUS PIC XX VALUE "00".
       01 WS-GL-STATEMENT-STATUS      PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-STMT-PERIOD              PIC 9(6) VALUE ZERO.
       01 WS-STMT-PERIOD-PARTS REDEFINES WS-STMT-PERIOD.
           02 WS-STMT-YYYY            PIC 9(4).
           02 WS-STMT-MM              PIC 9(2).
       01 WS-PRIOR-PERIOD             PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-YYYY               PIC 9(4) VALUE ZERO.
       01 WS-COST-CENTER-SWITCH       PIC X VALUE "N".
           88 WS-ONE-COST-CENTER          VALUE "Y".
       01 WS-STMT-COST-CENTER         PIC X(15) VALUE SPACES.
       01 WS-SKIPPED-ROW-COUNT        PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------------
      *> One slot per account, chart accounts first.  Every amount
      *> is held debits less credits; the print turns it round for
      *> the credit-side types.
      *>--------------------------------------------------------------
       01 WS-ACCT-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-ACCT-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-ACCT-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-ACCT-TABLE.
           02 WS-ACCT-ENTRY OCCURS 200 TIMES.
               03 WS-AT-NUMBER        PIC 9(4).
               03 WS-AT-NAME          PIC X(30).
               03 WS-AT-TYPE          PIC X(1).
               03 WS-AT-MONTH         PIC S9(11)V99.
               03 WS-AT-YTD           PIC S9(11)V99.
               03 WS-AT-PRIOR-YTD     PIC S9(11)V99.
               03 WS-AT-BALANCE       PIC S9(11)V99.
               03 WS-AT-PRIOR-BALANCE PIC S9(11)V99.
       01 WS-LOOKUP-ACCT              PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-ACCT-DIGITS REDEFINES WS-LOOKUP-ACCT.
           02 WS-LOOKUP-FIRST-DIGIT   PIC 9(1).
           02 FILLER                  PIC 9(3).
       01 WS-BALANCE-NET              PIC S9(11)V99 VALUE ZERO.
       01 WS-BALANCE-ROW-COUNT        PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------------
      *> Section printing: the type being printed, its sign, and the
      *> section's four column totals.
      *>--------------------------------------------------------------
       01 WS-SECTION-TYPE             PIC X(1) VALUE SPACE.
       01 WS-SECTION-SIGN             PIC S9(1) VALUE +1.
       01 WS-SECTION-MONTH            PIC S9(11)V99 VALUE ZERO.
       01 WS-SECTION-YTD              PIC S9(11)V99 VALUE ZERO.
       01 WS-SECTION-PRIOR-YTD        PIC S9(11)V99 VALUE ZERO.
       01 WS-SECTION-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01 WS-SECTION-PRIOR-BALANCE    PIC S9(11)V99 VALUE ZERO.
       01 WS-INCOME-MONTH             PIC S9(11)V99 VALUE ZERO.
       01 WS-INCOME-YTD               PIC S9(11)V99 VALUE ZERO.
       01 WS-INCOME-PRIOR-YTD         PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-MONTH                PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-YTD                  PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-PRIOR-YTD            PIC S9(11)V99 VALUE ZERO.
       01 WS-ASSET-BALANCE            PIC S9(11)V99 VALUE ZERO.
       01 WS-ASSET-PRIOR-BALANCE      PIC S9(11)V99 VALUE ZERO.
       01 WS-LIAB-BALANCE             PIC S9(11)V99 VALUE ZERO.
       01 WS-LIAB-PRIOR-BALANCE       PIC S9(11)V99 VALUE ZERO.
       01 WS-EARNINGS-BALANCE         PIC S9(11)V99 VALUE ZERO.
       01 WS-EARNINGS-PRIOR-BALANCE   PIC S9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-1                 PIC S9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-2                 PIC S9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-3                 PIC S9(11)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** GENERAL LEDGER STATEMENTS ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(17) VALUE "  PERIOD ENDING: ".
           02 WS-H-PERIOD       PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-H-COST-CENTER  PIC X(30) VALUE "CONSOLIDATED".
       01 WS-IS-TITLE-LINE   PIC X(40) VALUE "INCOME STATEMENT".
       01 WS-IS-COLUMN-LINE.
           02 FILLER            PIC X(37) VALUE "ACCT  NAME".
           02 FILLER            PIC X(60) VALUE
               "          MONTH             YTD    PRIOR YR YTD".
       01 WS-BS-TITLE-LINE   PIC X(40) VALUE "BALANCE SHEET".
       01 WS-BS-COLUMN-LINE.
           02 FILLER            PIC X(37) VALUE "ACCT  NAME".
           02 FILLER            PIC X(60) VALUE
               "      THIS YEAR      PRIOR YEAR".
       01 WS-SECTION-LINE.
           02 FILLER            PIC X(4)  VALUE "--- ".
           02 WS-S-SECTION-NAME PIC X(30).
       01 WS-DETAIL-LINE.
           02 WS-D-ACCT-NUMBER  PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACCT-NAME    PIC X(30).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-AMOUNT-1     PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-AMOUNT-2     PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-AMOUNT-3     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-BLANK-LINE      PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ACCUMULATE-BALANCE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-PRINT-INCOME-STATEMENT THRU 3000-EXIT
           PERFORM 4000-PRINT-BALANCE-SHEET THRU 4000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT GL-STMT-PARM-FILE
           IF WS-GL-STMT-PARM-STATUS = "00"
               READ GL-STMT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-PERIOD IS NUMERIC AND SP-PERIOD > ZERO
                           MOVE SP-PERIOD TO WS-STMT-PERIOD
                       END-IF
                       IF SP-COST-CENTER NOT = SPACES
                           SET WS-ONE-COST-CENTER TO TRUE
                           MOVE SP-COST-CENTER TO WS-STMT-COST-CENTER
                       END-IF
               END-READ
               CLOSE GL-STMT-PARM-FILE
           END-IF
           IF WS-STMT-PERIOD = ZERO
               PERFORM 1100-FIND-LATEST-CLOSED THRU 1100-EXIT
           END-IF
           IF WS-STMT-PERIOD = ZERO
               MOVE WS-BUSINESS-DATE (1:6) TO WS-STMT-PERIOD
               DISPLAY "No closed period on GLPERCTL - statements "
                   "for " WS-STMT-PERIOD " show nothing closed"
           END-IF
           COMPUTE WS-PRIOR-YYYY = WS-STMT-YYYY - 1
           COMPUTE WS-PRIOR-PERIOD = WS-STMT-PERIOD - 100

           PERFORM 1200-LOAD-CHART THRU 1200-EXIT
           OPEN INPUT GL-PERIOD-BALANCE-FILE
           IF WS-GL-PERIOD-BALANCE-STATUS = "35"
               DISPLAY "No GLPERBAL on file - no period has closed"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT GL-STATEMENT-FILE
           WRITE GL-STATEMENT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-STMT-PERIOD   TO WS-H-PERIOD
           IF WS-ONE-COST-CENTER
               MOVE SPACES TO WS-H-COST-CENTER
               STRING "COST CENTER " DELIMITED BY SIZE
                   WS-STMT-COST-CENTER DELIMITED BY SIZE
                   INTO WS-H-COST-CENTER
               IF WS-STMT-COST-CENTER = "COMPANY"
                   MOVE SPACES TO WS-STMT-COST-CENTER
               END-IF
           END-IF
           WRITE GL-STATEMENT-LINE FROM WS-HEADING-LINE-2
           IF NOT WS-EOF
               READ GL-PERIOD-BALANCE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

       1100-FIND-LATEST-CLOSED.
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GL-PERIOD-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ GL-PERIOD-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF GP-CLOSED AND GP-PERIOD > WS-STMT-PERIOD
                           MOVE GP-PERIOD TO WS-STMT-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Seed the account table from the chart so the statements
      *> print in chart order.
      *>--------------------------------------------------------------
       1200-LOAD-CHART.
           OPEN INPUT GL-CHART-FILE
           IF WS-GL-CHART-STATUS = "35"
               DISPLAY "No GLCOA chart on file - accounts typed by "
                   "number"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ACCT-COUNT >= 200
               READ GL-CHART-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE GL-ACCT-NUMBER TO
                           WS-AT-NUMBER (WS-ACCT-COUNT)
                       MOVE GL-ACCT-NAME TO
                           WS-AT-NAME (WS-ACCT-COUNT)
                       MOVE GL-ACCT-TYPE TO
                           WS-AT-TYPE (WS-ACCT-COUNT)
                       PERFORM 1300-ZERO-ACCOUNT-SLOT THRU 1300-EXIT
               END-READ
           END-PERFORM
           CLOSE GL-CHART-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1300-ZERO-ACCOUNT-SLOT.
           MOVE ZERO TO WS-AT-MONTH (WS-ACCT-COUNT)
           MOVE ZERO TO WS-AT-YTD (WS-ACCT-COUNT)
           MOVE ZERO TO WS-AT-PRIOR-YTD (WS-ACCT-COUNT)
           MOVE ZERO TO WS-AT-BALANCE (WS-ACCT-COUNT)
           MOVE ZERO TO WS-AT-PRIOR-BALANCE (WS-ACCT-COUNT).
       1300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One period-balance row lands in whichever columns it
      *> belongs to.  Closing rows (month 13) only ever move the
      *> balance sheet.
      *>--------------------------------------------------------------
       2000-ACCUMULATE-BALANCE-ROW.
           IF WS-ONE-COST-CENTER
               AND PB-COST-CENTER NOT = WS-STMT-COST-CENTER
               ADD 1 TO WS-SKIPPED-ROW-COUNT
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-BALANCE-ROW-COUNT
           PERFORM 2100-FIND-ACCOUNT-SLOT THRU 2100-EXIT
           COMPUTE WS-BALANCE-NET = PB-DEBIT-AMOUNT - PB-CREDIT-AMOUNT
           IF PB-PERIOD = WS-STMT-PERIOD
               ADD WS-BALANCE-NET TO WS-AT-MONTH (WS-ACCT-FOUND-IDX)
           END-IF
           IF PB-PERIOD-YYYY = WS-STMT-YYYY
               AND PB-PERIOD-MM <= WS-STMT-MM
               ADD WS-BALANCE-NET TO WS-AT-YTD (WS-ACCT-FOUND-IDX)
           END-IF
           IF PB-PERIOD-YYYY = WS-PRIOR-YYYY
               AND PB-PERIOD-MM <= WS-STMT-MM
               ADD WS-BALANCE-NET
                   TO WS-AT-PRIOR-YTD (WS-ACCT-FOUND-IDX)
           END-IF
           IF PB-PERIOD <= WS-STMT-PERIOD
               ADD WS-BALANCE-NET
                   TO WS-AT-BALANCE (WS-ACCT-FOUND-IDX)
           END-IF
           IF PB-PERIOD <= WS-PRIOR-PERIOD
               ADD WS-BALANCE-NET
                   TO WS-AT-PRIOR-BALANCE (WS-ACCT-FOUND-IDX)
           END-IF.
       2000-NEXT.
           READ GL-PERIOD-BALANCE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Find (or open) the row's account slot; one the chart never
      *> defined is typed by its first digit.
      *>--------------------------------------------------------------
       2100-FIND-ACCOUNT-SLOT.
           MOVE ZERO TO WS-ACCT-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR WS-ACCT-FOUND-IDX > ZERO
               IF WS-AT-NUMBER (WS-ACCT-IDX) = PB-ACCT-NUMBER
                   MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND-IDX = ZERO
               ADD 1 TO WS-ACCT-COUNT
               MOVE PB-ACCT-NUMBER TO WS-AT-NUMBER (WS-ACCT-COUNT)
               MOVE "(NOT ON CHART)" TO WS-AT-NAME (WS-ACCT-COUNT)
               MOVE PB-ACCT-NUMBER TO WS-LOOKUP-ACCT
               EVALUATE WS-LOOKUP-FIRST-DIGIT
                   WHEN 1
                       MOVE "A" TO WS-AT-TYPE (WS-ACCT-COUNT)
                   WHEN 2
                       MOVE "L" TO WS-AT-TYPE (WS-ACCT-COUNT)
                   WHEN 3
                       MOVE "Q" TO WS-AT-TYPE (WS-ACCT-COUNT)
                   WHEN 4
                       MOVE "I" TO WS-AT-TYPE (WS-ACCT-COUNT)
                   WHEN OTHER
                       MOVE "E" TO WS-AT-TYPE (WS-ACCT-COUNT)
               END-EVALUATE
               PERFORM 1300-ZERO-ACCOUNT-SLOT THRU 1300-EXIT
               MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Income, then expense, then net income.
      *>--------------------------------------------------------------
       3000-PRINT-INCOME-STATEMENT.
           WRITE GL-STATEMENT-LINE FROM WS-BLANK-LINE
           WRITE GL-STATEMENT-LINE FROM WS-IS-TITLE-LINE
           WRITE GL-STATEMENT-LINE FROM WS-IS-COLUMN-LINE

           MOVE "I" TO WS-SECTION-TYPE
           MOVE -1  TO WS-SECTION-SIGN
           MOVE "INCOME" TO WS-S-SECTION-NAME
           PERFORM 3100-PRINT-IS-SECTION THRU 3100-EXIT
           MOVE "TOTAL INCOME" TO WS-D-ACCT-NAME
           PERFORM 3200-PRINT-IS-TOTAL THRU 3200-EXIT
           MOVE WS-SECTION-MONTH     TO WS-INCOME-MONTH
           MOVE WS-SECTION-YTD       TO WS-INCOME-YTD
           MOVE WS-SECTION-PRIOR-YTD TO WS-INCOME-PRIOR-YTD

           MOVE "E" TO WS-SECTION-TYPE
           MOVE +1  TO WS-SECTION-SIGN
           MOVE "EXPENSE" TO WS-S-SECTION-NAME
           PERFORM 3100-PRINT-IS-SECTION THRU 3100-EXIT
           MOVE "TOTAL EXPENSE" TO WS-D-ACCT-NAME
           PERFORM 3200-PRINT-IS-TOTAL THRU 3200-EXIT

           COMPUTE WS-NET-MONTH = WS-INCOME-MONTH - WS-SECTION-MONTH
           COMPUTE WS-NET-YTD = WS-INCOME-YTD - WS-SECTION-YTD
           COMPUTE WS-NET-PRIOR-YTD = WS-INCOME-PRIOR-YTD
               - WS-SECTION-PRIOR-YTD
           MOVE WS-NET-MONTH     TO WS-SECTION-MONTH
           MOVE WS-NET-YTD       TO WS-SECTION-YTD
           MOVE WS-NET-PRIOR-YTD TO WS-SECTION-PRIOR-YTD
           WRITE GL-STATEMENT-LINE FROM WS-BLANK-LINE
           MOVE "NET INCOME" TO WS-D-ACCT-NAME
           PERFORM 3200-PRINT-IS-TOTAL THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-IS-SECTION.
           WRITE GL-STATEMENT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-SECTION-MONTH WS-SECTION-YTD
               WS-SECTION-PRIOR-YTD
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-AT-TYPE (WS-ACCT-IDX) = WS-SECTION-TYPE
                   COMPUTE WS-AMOUNT-1 =
                       WS-AT-MONTH (WS-ACCT-IDX) * WS-SECTION-SIGN
                   COMPUTE WS-AMOUNT-2 =
                       WS-AT-YTD (WS-ACCT-IDX) * WS-SECTION-SIGN
                   COMPUTE WS-AMOUNT-3 =
                       WS-AT-PRIOR-YTD (WS-ACCT-IDX) * WS-SECTION-SIGN
                   ADD WS-AMOUNT-1 TO WS-SECTION-MONTH
                   ADD WS-AMOUNT-2 TO WS-SECTION-YTD
                   ADD WS-AMOUNT-3 TO WS-SECTION-PRIOR-YTD
                   MOVE WS-AT-NUMBER (WS-ACCT-IDX) TO WS-D-ACCT-NUMBER
                   MOVE WS-AT-NAME (WS-ACCT-IDX)   TO WS-D-ACCT-NAME
                   MOVE WS-AMOUNT-1 TO WS-D-AMOUNT-1
                   MOVE WS-AMOUNT-2 TO WS-D-AMOUNT-2
                   MOVE WS-AMOUNT-3 TO WS-D-AMOUNT-3
                   WRITE GL-STATEMENT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A total line: caller sets the name, the section fields
      *> carry the figures.
      *>--------------------------------------------------------------
       3200-PRINT-IS-TOTAL.
           MOVE ZERO TO WS-D-ACCT-NUMBER
           MOVE WS-SECTION-MONTH     TO WS-D-AMOUNT-1
           MOVE WS-SECTION-YTD       TO WS-D-AMOUNT-2
           MOVE WS-SECTION-PRIOR-YTD TO WS-D-AMOUNT-3
           WRITE GL-STATEMENT-LINE FROM WS-DETAIL-LINE.
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Assets, then liabilities, then equity with this year's
      *> earnings not yet closed.
      *>--------------------------------------------------------------
       4000-PRINT-BALANCE-SHEET.
           WRITE GL-STATEMENT-LINE FROM WS-BLANK-LINE
           WRITE GL-STATEMENT-LINE FROM WS-BS-TITLE-LINE
           WRITE GL-STATEMENT-LINE FROM WS-BS-COLUMN-LINE

           MOVE "A" TO WS-SECTION-TYPE
           MOVE +1  TO WS-SECTION-SIGN
           MOVE "ASSETS" TO WS-S-SECTION-NAME
           PERFORM 4100-PRINT-BS-SECTION THRU 4100-EXIT
           MOVE "TOTAL ASSETS" TO WS-D-ACCT-NAME
           PERFORM 4200-PRINT-BS-TOTAL THRU 4200-EXIT
           MOVE WS-SECTION-BALANCE       TO WS-ASSET-BALANCE
           MOVE WS-SECTION-PRIOR-BALANCE TO WS-ASSET-PRIOR-BALANCE

           MOVE "L" TO WS-SECTION-TYPE
           MOVE -1  TO WS-SECTION-SIGN
           MOVE "LIABILITIES" TO WS-S-SECTION-NAME
           PERFORM 4100-PRINT-BS-SECTION THRU 4100-EXIT
           MOVE "TOTAL LIABILITIES" TO WS-D-ACCT-NAME
           PERFORM 4200-PRINT-BS-TOTAL THRU 4200-EXIT
           MOVE WS-SECTION-BALANCE       TO WS-LIAB-BALANCE
           MOVE WS-SECTION-PRIOR-BALANCE TO WS-LIAB-PRIOR-BALANCE

           PERFORM 4300-FIGURE-OPEN-EARNINGS THRU 4300-EXIT
           MOVE "Q" TO WS-SECTION-TYPE
           MOVE -1  TO WS-SECTION-SIGN
           MOVE "EQUITY" TO WS-S-SECTION-NAME
           PERFORM 4100-PRINT-BS-SECTION THRU 4100-EXIT
           MOVE ZERO TO WS-D-ACCT-NUMBER
           MOVE "CURRENT YEAR EARNINGS" TO WS-D-ACCT-NAME
           MOVE WS-EARNINGS-BALANCE       TO WS-D-AMOUNT-1
           MOVE WS-EARNINGS-PRIOR-BALANCE TO WS-D-AMOUNT-2
           WRITE GL-STATEMENT-LINE FROM WS-DETAIL-LINE
           ADD WS-EARNINGS-BALANCE       TO WS-SECTION-BALANCE
           ADD WS-EARNINGS-PRIOR-BALANCE TO WS-SECTION-PRIOR-BALANCE
           MOVE "TOTAL EQUITY" TO WS-D-ACCT-NAME
           PERFORM 4200-PRINT-BS-TOTAL THRU 4200-EXIT

           ADD WS-LIAB-BALANCE       TO WS-SECTION-BALANCE
           ADD WS-LIAB-PRIOR-BALANCE TO WS-SECTION-PRIOR-BALANCE
           WRITE GL-STATEMENT-LINE FROM WS-BLANK-LINE
           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-D-ACCT-NAME
           PERFORM 4200-PRINT-BS-TOTAL THRU 4200-EXIT
           IF WS-SECTION-BALANCE NOT = WS-ASSET-BALANCE
               DISPLAY "GLSTMT - BALANCE SHEET OUT OF BALANCE FOR "
                   WS-STMT-PERIOD
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-BS-SECTION.
           WRITE GL-STATEMENT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-SECTION-BALANCE WS-SECTION-PRIOR-BALANCE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-AT-TYPE (WS-ACCT-IDX) = WS-SECTION-TYPE
                   COMPUTE WS-AMOUNT-1 =
                       WS-AT-BALANCE (WS-ACCT-IDX) * WS-SECTION-SIGN
                   COMPUTE WS-AMOUNT-2 =
                       WS-AT-PRIOR-BALANCE (WS-ACCT-IDX)
                       * WS-SECTION-SIGN
                   ADD WS-AMOUNT-1 TO WS-SECTION-BALANCE
                   ADD WS-AMOUNT-2 TO WS-SECTION-PRIOR-BALANCE
                   MOVE WS-AT-NUMBER (WS-ACCT-IDX) TO WS-D-ACCT-NUMBER
                   MOVE WS-AT-NAME (WS-ACCT-IDX)   TO WS-D-ACCT-NAME
                   MOVE WS-AMOUNT-1 TO WS-D-AMOUNT-1
                   MOVE WS-AMOUNT-2 TO WS-D-AMOUNT-2
                   MOVE ZERO        TO WS-D-AMOUNT-3
                   WRITE GL-STATEMENT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.
       4100-EXIT.
           EXIT.

       4200-PRINT-BS-TOTAL.
           MOVE ZERO TO WS-D-ACCT-NUMBER
           MOVE WS-SECTION-BALANCE       TO WS-D-AMOUNT-1
           MOVE WS-SECTION-PRIOR-BALANCE TO WS-D-AMOUNT-2
           MOVE ZERO                     TO WS-D-AMOUNT-3
           WRITE GL-STATEMENT-LINE FROM WS-DETAIL-LINE.
       4200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Income less expense over every row up to each date - what
      *> the year-end closing rows have not yet moved into retained
      *> earnings.
      *>--------------------------------------------------------------
       4300-FIGURE-OPEN-EARNINGS.
           MOVE ZERO TO WS-EARNINGS-BALANCE WS-EARNINGS-PRIOR-BALANCE
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-AT-TYPE (WS-ACCT-IDX) = "I" OR "E"
                   SUBTRACT WS-AT-BALANCE (WS-ACCT-IDX)
                       FROM WS-EARNINGS-BALANCE
                   SUBTRACT WS-AT-PRIOR-BALANCE (WS-ACCT-IDX)
                       FROM WS-EARNINGS-PRIOR-BALANCE
               END-IF
           END-PERFORM.
       4300-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY "Statement period:   " WS-STMT-PERIOD
           DISPLAY "Balance rows read:  " WS-BALANCE-ROW-COUNT
           IF WS-ONE-COST-CENTER
               DISPLAY "Other cost centers: " WS-SKIPPED-ROW-COUNT
           END-IF
           MOVE WS-NET-YTD TO WS-D-AMOUNT-1
           DISPLAY "Net income YTD:     " WS-D-AMOUNT-1.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-GL-PERIOD-BALANCE-STATUS NOT = "35"
               CLOSE GL-PERIOD-BALANCE-FILE
           END-IF
           CLOSE GL-STATEMENT-FILE.
       9000-EXIT.
           EXIT.
