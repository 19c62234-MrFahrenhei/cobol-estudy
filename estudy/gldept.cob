       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gldept.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Departmental expense statement for the budget holders,
      *> straight from the ledger: every expense posted to GLJRNL
      *> under a department's cost center (GJ-COST-CENTER), by
      *> account, for the month and the year to date - not only the
      *> payroll budgetrp.cob sees, but whatever the ledger charged
      *> the department.  The month is the business date's, or the
      *> one on the optional GLDEPPRM card (CCYYMM), which can also
      *> name one department to print alone.  Each department heads
      *> with its DEPTMAST name and manager and closes with its
      *> totals and, beside the month's salary expense (account 5000
      *> unless the card names another), the DEPT-SALARY-BUDGET with
      *> percent consumed (negative for a month whose reversals
      *> outrun its charges) and an OVER BUDGET flag.  A cost center not
      *> on DEPTMAST prints flagged NOT ON DEPTMAST.  Company-level
      *> expense (no cost center) belongs to no budget holder and is
      *> only counted.  Accounts are typed from the GLCOA chart the
      *> way glclose.cob types them.  Report GLDEPSTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-DEPT-PARM-FILE ASSIGN TO "GLDEPPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-DEPT-PARM-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT GL-CHART-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CHART-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT DEPT-STATEMENT-FILE ASSIGN TO "GLDEPSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-DEPT-PARM-FILE.
       01 GL-DEPT-PARM-RECORD.
           02 DP-PERIOD               PIC 9(6).
           02 FILLER                  PIC X(2).
           02 DP-COST-CENTER          PIC X(15).
           02 FILLER                  PIC X(2).
           02 DP-SALARY-ACCT          PIC 9(4).

       FD  DEPTMAST-FILE.
           COPY DEPTREC.

       FD  GL-CHART-FILE.
           COPY GLCOA.

       FD  GL-JOURNAL-FILE.
           COPY GLJRNL.

       FD  DEPT-STATEMENT-FILE.
       01 DEPT-STATEMENT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-GL-DEPT-PARM-STATUS      PIC XX VALUE "00".
       01 WS-DEPTMAST-STATUS          PIC XX VALUE "00".
       01 WS-GL-CHART-STATUS          PIC XX VALUE "00".
       01 WS-GL-JOURNAL-STATUS        PIC XX VALUE "00".
       01 WS-DEPT-STATEMENT-STATUS    PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-STMT-PERIOD              PIC 9(6) VALUE ZERO.
       01 WS-STMT-PERIOD-PARTS REDEFINES WS-STMT-PERIOD.
           02 WS-STMT-YYYY            PIC 9(4).
           02 WS-STMT-MM              PIC 9(2).
       01 WS-ONE-DEPT-SWITCH          PIC X VALUE "N".
           88 WS-ONE-DEPARTMENT           VALUE "Y".
       01 WS-STMT-COST-CENTER         PIC X(15) VALUE SPACES.
       01 WS-SALARY-ACCT              PIC 9(4) VALUE 5000.

      *>--------------------------------------------------------------
      *> The chart's accounts in chart order, with their types;
      *> journal accounts the chart never defined are added and
      *> typed by first digit.
      *>--------------------------------------------------------------
       01 WS-ACCT-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-ACCT-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-ACCT-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-ACCT-TABLE.
           02 WS-ACCT-ENTRY OCCURS 200 TIMES.
               03 WS-AT-NUMBER        PIC 9(4).
               03 WS-AT-NAME          PIC X(30).
               03 WS-AT-TYPE          PIC X(1).
       01 WS-LOOKUP-ACCT              PIC 9(4) VALUE ZERO.
       01 WS-LOOKUP-ACCT-DIGITS REDEFINES WS-LOOKUP-ACCT.
           02 WS-LOOKUP-FIRST-DIGIT   PIC 9(1).
           02 FILLER                  PIC 9(3).

      *>--------------------------------------------------------------
      *> One slot per expense account within department; the
      *> departments seen, kept in code order.  Amounts are held
      *> debits less credits.
      *>--------------------------------------------------------------
       01 WS-SLOT-COUNT               PIC 9(4) COMP VALUE ZERO.
       01 WS-SLOT-IDX                 PIC 9(4) COMP VALUE ZERO.
       01 WS-SLOT-FOUND-IDX           PIC 9(4) COMP VALUE ZERO.
       01 WS-SLOT-TABLE.
           02 WS-SLOT-ENTRY OCCURS 3000 TIMES.
               03 WS-ST-ACCT-IDX      PIC 9(3) COMP.
               03 WS-ST-COST-CENTER   PIC X(15).
               03 WS-ST-MONTH         PIC S9(11)V99.
               03 WS-ST-YTD           PIC S9(11)V99.
       01 WS-CC-COUNT                 PIC 9(3) COMP VALUE ZERO.
       01 WS-CC-IDX                   PIC 9(3) COMP VALUE ZERO.
       01 WS-CC-FOUND-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-CC-TABLE.
           02 WS-CC-ENTRY OCCURS 300 TIMES.
               03 WS-CC-CODE          PIC X(15).
       01 WS-CC-PLACED-SWITCH         PIC X VALUE "N".
           88 WS-CC-PLACED                VALUE "Y".

       01 WS-LINE-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01 WS-DEPT-MONTH               PIC S9(11)V99 VALUE ZERO.
       01 WS-DEPT-YTD                 PIC S9(11)V99 VALUE ZERO.
       01 WS-DEPT-SALARY-MONTH        PIC S9(11)V99 VALUE ZERO.
       01 WS-PCT-CONSUMED             PIC S9(4)V9 VALUE ZERO.
       01 WS-JOURNAL-LINE-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-COMPANY-LINE-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-OVERFLOW-LINE-COUNT      PIC 9(7) COMP VALUE ZERO.
       01 WS-OVER-BUDGET-COUNT        PIC 9(3) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** DEPARTMENTAL EXPENSE STATEMENT ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(10) VALUE "  PERIOD: ".
           02 WS-H-PERIOD       PIC 9(6).
       01 WS-DEPT-HEADING-LINE.
           02 FILLER            PIC X(12) VALUE "DEPARTMENT: ".
           02 WS-DH-COST-CENTER PIC X(15).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-DH-NAME        PIC X(25).
           02 FILLER            PIC X(11) VALUE "  MANAGER: ".
           02 WS-DH-MANAGER     PIC X(30).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(37) VALUE "ACCT  NAME".
           02 FILLER            PIC X(40) VALUE
               "          MONTH    YEAR TO DATE".
       01 WS-DETAIL-LINE.
           02 WS-D-ACCT-NUMBER  PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACCT-NAME    PIC X(30).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-MONTH        PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-YTD          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-BUDGET-LINE.
           02 FILLER            PIC X(22) VALUE
               "      SALARY BUDGET   ".
           02 WS-B-BUDGET       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(10) VALUE "  ACTUAL ".
           02 WS-B-ACTUAL       PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-B-PCT          PIC -ZZZ9.9.
           02 FILLER            PIC X(2)  VALUE "% ".
           02 WS-B-FLAG         PIC X(16).
       01 WS-BLANK-LINE      PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ACCUMULATE-JOURNAL-LINE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-PRINT-ONE-DEPARTMENT THRU 3000-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE (1:6) TO WS-STMT-PERIOD
           OPEN INPUT GL-DEPT-PARM-FILE
           IF WS-GL-DEPT-PARM-STATUS = "00"
               READ GL-DEPT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-PERIOD IS NUMERIC AND DP-PERIOD > ZERO
                           MOVE DP-PERIOD TO WS-STMT-PERIOD
                       END-IF
                       IF DP-COST-CENTER NOT = SPACES
                           SET WS-ONE-DEPARTMENT TO TRUE
                           MOVE DP-COST-CENTER TO WS-STMT-COST-CENTER
                       END-IF
                       IF DP-SALARY-ACCT IS NUMERIC
                           AND DP-SALARY-ACCT > ZERO
                           MOVE DP-SALARY-ACCT TO WS-SALARY-ACCT
                       END-IF
               END-READ
               CLOSE GL-DEPT-PARM-FILE
           END-IF

           PERFORM 1100-LOAD-CHART THRU 1100-EXIT
           OPEN INPUT DEPTMAST-FILE
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-STATUS = "35"
               DISPLAY "No GLJRNL on file - nothing has posted yet"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT DEPT-STATEMENT-FILE
           WRITE DEPT-STATEMENT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-STMT-PERIOD   TO WS-H-PERIOD
           WRITE DEPT-STATEMENT-LINE FROM WS-HEADING-LINE-2
           IF NOT WS-EOF
               READ GL-JOURNAL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-CHART.
           OPEN INPUT GL-CHART-FILE
           IF WS-GL-CHART-STATUS = "35"
               DISPLAY "No GLCOA chart on file - accounts typed by "
                   "number"
               GO TO 1100-EXIT
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
               END-READ
           END-PERFORM
           CLOSE GL-CHART-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One journal line: an expense charged to a department this
      *> year up to the statement month lands in the department's
      *> slot for its account.
      *>--------------------------------------------------------------
       2000-ACCUMULATE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           IF GJ-POST-DATE (1:4) NOT = WS-STMT-YYYY
               OR GJ-POST-DATE (5:2) > WS-STMT-MM
               GO TO 2000-NEXT
           END-IF
           IF WS-ONE-DEPARTMENT
               AND GJ-COST-CENTER NOT = WS-STMT-COST-CENTER
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
           IF WS-AT-TYPE (WS-ACCT-FOUND-IDX) NOT = "E"
               GO TO 2000-NEXT
           END-IF
           IF GJ-COST-CENTER = SPACES
               ADD 1 TO WS-COMPANY-LINE-COUNT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-FIND-DEPARTMENT-SLOT THRU 2200-EXIT
           IF WS-SLOT-FOUND-IDX = ZERO
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-LINE-AMOUNT = GJ-DEBIT-AMOUNT - GJ-CREDIT-AMOUNT
           ADD WS-LINE-AMOUNT TO WS-ST-YTD (WS-SLOT-FOUND-IDX)
           IF GJ-POST-DATE (1:6) = WS-STMT-PERIOD
               ADD WS-LINE-AMOUNT TO WS-ST-MONTH (WS-SLOT-FOUND-IDX)
           END-IF.
       2000-NEXT.
           READ GL-JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The line's account; one the chart never defined is added
      *> and typed by its first digit.
      *>--------------------------------------------------------------
       2100-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR WS-ACCT-FOUND-IDX > ZERO
               IF WS-AT-NUMBER (WS-ACCT-IDX) = GJ-ACCT-NUMBER
                   MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND-IDX > ZERO
               GO TO 2100-EXIT
           END-IF
           IF WS-ACCT-COUNT >= 200
               MOVE 200 TO WS-ACCT-FOUND-IDX
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IDX
           MOVE GJ-ACCT-NUMBER TO WS-AT-NUMBER (WS-ACCT-COUNT)
           MOVE "(NOT ON CHART)" TO WS-AT-NAME (WS-ACCT-COUNT)
           MOVE GJ-ACCT-NUMBER TO WS-LOOKUP-ACCT
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
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Find (or open) the slot for the account within the line's
      *> department, entering a new department in code order.
      *>--------------------------------------------------------------
       2200-FIND-DEPARTMENT-SLOT.
           MOVE ZERO TO WS-SLOT-FOUND-IDX
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                  OR WS-SLOT-FOUND-IDX > ZERO
               IF WS-ST-ACCT-IDX (WS-SLOT-IDX) = WS-ACCT-FOUND-IDX
                   AND WS-ST-COST-CENTER (WS-SLOT-IDX) = GJ-COST-CENTER
                   MOVE WS-SLOT-IDX TO WS-SLOT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SLOT-FOUND-IDX > ZERO
               GO TO 2200-EXIT
           END-IF
           IF WS-SLOT-COUNT >= 3000
               ADD 1 TO WS-OVERFLOW-LINE-COUNT
               GO TO 2200-EXIT
           END-IF

           MOVE ZERO TO WS-CC-FOUND-IDX
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
                  OR WS-CC-FOUND-IDX > ZERO
               IF WS-CC-CODE (WS-CC-IDX) = GJ-COST-CENTER
                   MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CC-FOUND-IDX = ZERO AND WS-CC-COUNT >= 300
               ADD 1 TO WS-OVERFLOW-LINE-COUNT
               GO TO 2200-EXIT
           END-IF
           IF WS-CC-FOUND-IDX = ZERO
               MOVE WS-CC-COUNT TO WS-CC-IDX
               MOVE "N" TO WS-CC-PLACED-SWITCH
               PERFORM UNTIL WS-CC-IDX = ZERO OR WS-CC-PLACED
                   IF WS-CC-CODE (WS-CC-IDX) < GJ-COST-CENTER
                       SET WS-CC-PLACED TO TRUE
                   ELSE
                       MOVE WS-CC-CODE (WS-CC-IDX)
                           TO WS-CC-CODE (WS-CC-IDX + 1)
                       SUBTRACT 1 FROM WS-CC-IDX
                   END-IF
               END-PERFORM
               MOVE GJ-COST-CENTER TO WS-CC-CODE (WS-CC-IDX + 1)
               ADD 1 TO WS-CC-COUNT
           END-IF

           ADD 1 TO WS-SLOT-COUNT
           MOVE WS-SLOT-COUNT TO WS-SLOT-FOUND-IDX
           MOVE WS-ACCT-FOUND-IDX TO WS-ST-ACCT-IDX (WS-SLOT-COUNT)
           MOVE GJ-COST-CENTER TO WS-ST-COST-CENTER (WS-SLOT-COUNT)
           MOVE ZERO TO WS-ST-MONTH (WS-SLOT-COUNT)
           MOVE ZERO TO WS-ST-YTD (WS-SLOT-COUNT).
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One department: heading, its expense accounts in chart
      *> order, totals, and the salary budget beside the month's
      *> salary expense.
      *>--------------------------------------------------------------
       3000-PRINT-ONE-DEPARTMENT.
           MOVE WS-CC-CODE (WS-CC-IDX) TO WS-DH-COST-CENTER
           MOVE "NOT ON DEPTMAST" TO WS-DH-NAME
           MOVE SPACES TO WS-DH-MANAGER
           MOVE ZERO TO DEPT-SALARY-BUDGET
           IF WS-DEPTMAST-STATUS NOT = "35"
               MOVE WS-CC-CODE (WS-CC-IDX) TO DEPT-CODE
               READ DEPTMAST-FILE
                   INVALID KEY
                       MOVE ZERO TO DEPT-SALARY-BUDGET
                   NOT INVALID KEY
                       MOVE DEPT-NAME    TO WS-DH-NAME
                       MOVE DEPT-MANAGER TO WS-DH-MANAGER
               END-READ
           END-IF
           WRITE DEPT-STATEMENT-LINE FROM WS-BLANK-LINE
           WRITE DEPT-STATEMENT-LINE FROM WS-DEPT-HEADING-LINE
           WRITE DEPT-STATEMENT-LINE FROM WS-COLUMN-LINE

           MOVE ZERO TO WS-DEPT-MONTH WS-DEPT-YTD WS-DEPT-SALARY-MONTH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                   IF WS-ST-ACCT-IDX (WS-SLOT-IDX) = WS-ACCT-IDX
                       AND WS-ST-COST-CENTER (WS-SLOT-IDX)
                           = WS-CC-CODE (WS-CC-IDX)
                       PERFORM 3100-PRINT-SLOT THRU 3100-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE ZERO TO WS-D-ACCT-NUMBER
           MOVE "TOTAL DEPARTMENT EXPENSE" TO WS-D-ACCT-NAME
           MOVE WS-DEPT-MONTH TO WS-D-MONTH
           MOVE WS-DEPT-YTD   TO WS-D-YTD
           WRITE DEPT-STATEMENT-LINE FROM WS-DETAIL-LINE

           MOVE DEPT-SALARY-BUDGET   TO WS-B-BUDGET
           MOVE WS-DEPT-SALARY-MONTH TO WS-B-ACTUAL
           MOVE ZERO TO WS-PCT-CONSUMED
           IF DEPT-SALARY-BUDGET > ZERO
               COMPUTE WS-PCT-CONSUMED ROUNDED =
                   WS-DEPT-SALARY-MONTH * 100 / DEPT-SALARY-BUDGET
                   ON SIZE ERROR
                       IF WS-DEPT-SALARY-MONTH < ZERO
                           MOVE -9999.9 TO WS-PCT-CONSUMED
                       ELSE
                           MOVE 9999.9 TO WS-PCT-CONSUMED
                       END-IF
               END-COMPUTE
           END-IF
           MOVE WS-PCT-CONSUMED TO WS-B-PCT
           MOVE SPACES TO WS-B-FLAG
           IF WS-DEPT-SALARY-MONTH > DEPT-SALARY-BUDGET
               MOVE "OVER BUDGET" TO WS-B-FLAG
               ADD 1 TO WS-OVER-BUDGET-COUNT
           END-IF
           WRITE DEPT-STATEMENT-LINE FROM WS-BUDGET-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-SLOT.
           MOVE WS-AT-NUMBER (WS-ACCT-IDX) TO WS-D-ACCT-NUMBER
           MOVE WS-AT-NAME (WS-ACCT-IDX)   TO WS-D-ACCT-NAME
           MOVE WS-ST-MONTH (WS-SLOT-IDX)  TO WS-D-MONTH
           MOVE WS-ST-YTD (WS-SLOT-IDX)    TO WS-D-YTD
           WRITE DEPT-STATEMENT-LINE FROM WS-DETAIL-LINE
           ADD WS-ST-MONTH (WS-SLOT-IDX) TO WS-DEPT-MONTH
           ADD WS-ST-YTD (WS-SLOT-IDX)   TO WS-DEPT-YTD
           IF WS-AT-NUMBER (WS-ACCT-IDX) = WS-SALARY-ACCT
               ADD WS-ST-MONTH (WS-SLOT-IDX) TO WS-DEPT-SALARY-MONTH
           END-IF.
       3100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY "Statement period:   " WS-STMT-PERIOD
           DISPLAY "Journal lines read: " WS-JOURNAL-LINE-COUNT
           DISPLAY "Departments:        " WS-CC-COUNT
           DISPLAY "Over salary budget: " WS-OVER-BUDGET-COUNT
           DISPLAY "Company-level lines:" WS-COMPANY-LINE-COUNT
           IF WS-OVERFLOW-LINE-COUNT > ZERO
               DISPLAY "GLDEPT - " WS-OVERFLOW-LINE-COUNT
                   " LINES NOT PLACED - TABLE FULL"
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-GL-JOURNAL-STATUS NOT = "35"
               CLOSE GL-JOURNAL-FILE
           END-IF
           IF WS-DEPTMAST-STATUS NOT = "35"
               CLOSE DEPTMAST-FILE
           END-IF
           CLOSE DEPT-STATEMENT-FILE.
       9000-EXIT.
           EXIT.
