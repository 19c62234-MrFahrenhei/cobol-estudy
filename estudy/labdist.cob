       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. labdist.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Labor distribution, run after each payroll.  Takes the
      *> period's job time timeclk.cob wrote to JOBTTRAN with the
      *> EMPTRANS cards payroll just paid (see JOBTIME.cpy), costs
      *> every row at its hours times the employee's EMPRATE rate,
      *> and prints the LABDIST report: labor hours and cost by job
      *> and, within the job, by department, with time on no job
      *> shown as OVERHEAD, then the department totals across all
      *> jobs.  Cost is at straight-time rate - the overtime premium
      *> is a payroll cost, not a job cost, and stays in payroll's
      *> own ledger posting.  Each costed row then appends to the
      *> JOBTIME labor ledger, marked unbilled (U) when its JOBMAST
      *> job is billable to the customer and not billable (N)
      *> otherwise, for billtime.cob to invoice.  JOBTTRAN is a
      *> queue and is cleared once distributed, so a period's time
      *> can never reach the ledger - or an invoice - twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-TIME-TRANS-FILE ASSIGN TO "JOBTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-TIME-TRANS-STATUS.
           SELECT JOB-TIME-FILE ASSIGN TO "JOBTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-TIME-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-NO
               FILE STATUS IS WS-JOBMAST-STATUS.
           SELECT LABOR-SORT-FILE ASSIGN TO "SORTWK10".
           SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "LABDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIBUTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-TIME-TRANS-FILE.
       01 JOB-TIME-TRANS-RECORD       PIC X(107).

       FD  JOB-TIME-FILE.
           COPY JOBTIME.

       FD  JOB-MASTER-FILE.
           COPY JOBREC.

       SD  LABOR-SORT-FILE.
       01 LABOR-SORT-RECORD.
           02 LS-JOB-NO               PIC X(8).
           02 LS-DEPARTMENT           PIC X(15).
           02 LS-HOURS                PIC 9(3)V99.
           02 LS-LABOR-COST           PIC 9(7)V99.
           02 LS-BILL-STATUS          PIC X(1).

       FD  DISTRIBUTION-REPORT-FILE.
       01 DISTRIBUTION-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-JOB-TIME-TRANS-STATUS    PIC XX VALUE "00".
       01 WS-JOB-TIME-STATUS          PIC XX VALUE "00".
       01 WS-JOBMAST-STATUS           PIC XX VALUE "00".
       01 WS-DISTRIBUTION-REPORT-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-SORT-EOF-SWITCH           PIC X VALUE "N".
           88 WS-SORT-EOF                  VALUE "Y".
       01 WS-JOBMAST-SWITCH            PIC X VALUE "Y".
           88 WS-JOBMAST-ON-FILE           VALUE "Y".
       01 WS-JOB-FOUND-SWITCH          PIC X VALUE "N".
           88 WS-JOB-FOUND                 VALUE "Y".

       01 WS-CURRENT-JOB-NO            PIC X(8) VALUE SPACES.
       01 WS-CURRENT-DEPARTMENT        PIC X(15) VALUE SPACES.

      *>--------------------------------------------------------------
      *> Control-break totals: department within job, job, run.
      *>--------------------------------------------------------------
       01 WS-DEPT-HOURS                PIC 9(5)V99 VALUE ZERO.
       01 WS-DEPT-COST                 PIC 9(9)V99 VALUE ZERO.
       01 WS-JOB-HOURS                 PIC 9(5)V99 VALUE ZERO.
       01 WS-JOB-COST                  PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-HOURS               PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-COST                PIC 9(9)V99 VALUE ZERO.
       01 WS-BILLABLE-HOURS            PIC 9(7)V99 VALUE ZERO.
       01 WS-OVERHEAD-HOURS            PIC 9(7)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Department totals across every job, printed after the
      *> jobs.
      *>--------------------------------------------------------------
       01 WS-DEPT-TOTAL-COUNT          PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-TOTAL-IDX            PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-TOTAL-TABLE.
           02 WS-DEPT-TOTAL-ENTRY OCCURS 100 TIMES.
               03 WS-DX-DEPARTMENT     PIC X(15).
               03 WS-DX-HOURS          PIC 9(7)V99.
               03 WS-DX-COST           PIC 9(9)V99.

       01 WS-ROW-COUNT                 PIC 9(7) COMP VALUE ZERO.
       01 WS-UNBILLED-COUNT            PIC 9(7) COMP VALUE ZERO.
       01 WS-UNKNOWN-JOB-COUNT         PIC 9(5) VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(50)
           VALUE "*** LABOR DISTRIBUTION BY JOB AND DEPARTMENT ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-HEADING.
           02 FILLER            PIC X(38) VALUE
               "    DEPARTMENT                   HOURS".
           02 FILLER            PIC X(18) VALUE
               "        LABOR COST".
       01 WS-JOB-LINE.
           02 FILLER            PIC X(4)  VALUE "JOB ".
           02 WS-J-JOB-NO       PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-J-DESCRIPTION  PIC X(20).
           02 FILLER            PIC X(7)  VALUE "  CUST ".
           02 WS-J-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-J-BILLING      PIC X(20).
       01 WS-OVERHEAD-LINE      PIC X(40)
           VALUE "OVERHEAD - TIME ON NO JOB".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-D-DEPARTMENT   PIC X(15).
           02 FILLER            PIC X(10) VALUE SPACE.
           02 WS-D-HOURS        PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-D-COST         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RESULT-LINE        PIC X(80) VALUE SPACES.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(20) VALUE "*** TOTAL LABOR".
           02 FILLER            PIC X(6)  VALUE SPACE.
           02 WS-T-HOURS        PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-T-COST         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BILLABLE-LINE.
           02 FILLER            PIC X(20) VALUE "*** BILLABLE HOURS".
           02 FILLER            PIC X(6)  VALUE SPACE.
           02 WS-B-HOURS        PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(17) VALUE "  OVERHEAD HOURS ".
           02 WS-B-OVERHEAD     PIC Z,ZZZ,ZZ9.99.
       01 WS-DEPT-SECTION-LINE  PIC X(40)
           VALUE "DEPARTMENT TOTALS, ALL JOBS".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-EOF
               SORT LABOR-SORT-FILE
                   ON ASCENDING KEY LS-JOB-NO LS-DEPARTMENT
                   INPUT PROCEDURE IS 2000-DISTRIBUTE-TIME
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-DISTRIBUTION
                       THRU 3000-EXIT
               PERFORM 7000-CLEAR-JOB-TIME-QUEUE THRU 7000-EXIT
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN OUTPUT DISTRIBUTION-REPORT-FILE
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-HEADING-LINE-2
           OPEN INPUT JOB-TIME-TRANS-FILE
           IF WS-JOB-TIME-TRANS-STATUS = "35"
               DISPLAY "No JOBTTRAN on file - nothing to distribute"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOBMAST-STATUS = "35"
               MOVE "N" TO WS-JOBMAST-SWITCH
           END-IF
           OPEN EXTEND JOB-TIME-FILE
           IF WS-JOB-TIME-STATUS = "05" OR "35"
               OPEN OUTPUT JOB-TIME-FILE
           END-IF
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE
           WRITE DISTRIBUTION-REPORT-LINE
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-COLUMN-HEADING.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Cost each period row, settle whether its job bills, put it
      *> on the ledger, and hand it to the sort for the report.
      *>--------------------------------------------------------------
       2000-DISTRIBUTE-TIME.
           PERFORM 2100-DISTRIBUTE-ONE-ROW THRU 2100-EXIT
               UNTIL WS-EOF.
       2000-EXIT.
           EXIT.

       2100-DISTRIBUTE-ONE-ROW.
           READ JOB-TIME-TRANS-FILE INTO JOB-TIME-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-ROW-COUNT
           COMPUTE JT-LABOR-COST ROUNDED = JT-HOURS * JT-COST-RATE
           SET JT-NOT-BILLABLE TO TRUE
           MOVE ZERO TO JT-CUST-IDENT
           IF JT-JOB-NO NOT = SPACES
               PERFORM 2200-LOOK-UP-JOB THRU 2200-EXIT
               IF WS-JOB-FOUND
                   MOVE JB-CUST-IDENT TO JT-CUST-IDENT
                   IF JB-BILLABLE
                       SET JT-UNBILLED TO TRUE
                       ADD 1 TO WS-UNBILLED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-UNKNOWN-JOB-COUNT
               END-IF
           END-IF
           MOVE ZERO TO JT-INVOICE-NO
           MOVE ZERO TO JT-BILLED-DATE
           WRITE JOB-TIME-RECORD

           MOVE JT-JOB-NO      TO LS-JOB-NO
           MOVE JT-DEPARTMENT  TO LS-DEPARTMENT
           MOVE JT-HOURS       TO LS-HOURS
           MOVE JT-LABOR-COST  TO LS-LABOR-COST
           MOVE JT-BILL-STATUS TO LS-BILL-STATUS
           RELEASE LABOR-SORT-RECORD.
       2100-EXIT.
           EXIT.

       2200-LOOK-UP-JOB.
           MOVE "N" TO WS-JOB-FOUND-SWITCH
           IF NOT WS-JOBMAST-ON-FILE
               GO TO 2200-EXIT
           END-IF
           MOVE JT-JOB-NO TO JB-JOB-NO
           READ JOB-MASTER-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ
           SET WS-JOB-FOUND TO TRUE.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The sorted rows come back a job at a time (overhead first,
      *> its job number being blank) and a department at a time
      *> within the job.
      *>--------------------------------------------------------------
       3000-PRINT-DISTRIBUTION.
           PERFORM 3900-RETURN-ROW THRU 3900-EXIT
           PERFORM 3100-PRINT-ONE-JOB THRU 3100-EXIT
               UNTIL WS-SORT-EOF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-JOB.
           MOVE LS-JOB-NO TO WS-CURRENT-JOB-NO
           MOVE ZERO TO WS-JOB-HOURS
           MOVE ZERO TO WS-JOB-COST
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE
           WRITE DISTRIBUTION-REPORT-LINE
           PERFORM 3150-PRINT-JOB-HEADING THRU 3150-EXIT
           PERFORM 3200-PRINT-ONE-DEPARTMENT THRU 3200-EXIT
               UNTIL WS-SORT-EOF
                   OR LS-JOB-NO NOT = WS-CURRENT-JOB-NO
           MOVE "  JOB TOTAL"  TO WS-D-DEPARTMENT
           MOVE WS-JOB-HOURS   TO WS-D-HOURS
           MOVE WS-JOB-COST    TO WS-D-COST
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       3150-PRINT-JOB-HEADING.
           IF WS-CURRENT-JOB-NO = SPACES
               WRITE DISTRIBUTION-REPORT-LINE FROM WS-OVERHEAD-LINE
               GO TO 3150-EXIT
           END-IF
           MOVE WS-CURRENT-JOB-NO TO WS-J-JOB-NO
           MOVE WS-CURRENT-JOB-NO TO JT-JOB-NO
           PERFORM 2200-LOOK-UP-JOB THRU 2200-EXIT
           IF WS-JOB-FOUND
               MOVE JB-DESCRIPTION TO WS-J-DESCRIPTION
               MOVE JB-CUST-IDENT  TO WS-J-CUST-IDENT
               IF JB-BILLABLE
                   MOVE "BILLABLE" TO WS-J-BILLING
               ELSE
                   MOVE "NOT BILLABLE" TO WS-J-BILLING
               END-IF
           ELSE
               MOVE "*** NOT ON JOBMAST" TO WS-J-DESCRIPTION
               MOVE ZERO   TO WS-J-CUST-IDENT
               MOVE SPACES TO WS-J-BILLING
           END-IF
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-JOB-LINE.
       3150-EXIT.
           EXIT.

       3200-PRINT-ONE-DEPARTMENT.
           MOVE LS-DEPARTMENT TO WS-CURRENT-DEPARTMENT
           MOVE ZERO TO WS-DEPT-HOURS
           MOVE ZERO TO WS-DEPT-COST
           PERFORM 3300-ADD-ONE-ROW THRU 3300-EXIT
               UNTIL WS-SORT-EOF
                   OR LS-JOB-NO NOT = WS-CURRENT-JOB-NO
                   OR LS-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
           MOVE WS-CURRENT-DEPARTMENT TO WS-D-DEPARTMENT
           MOVE WS-DEPT-HOURS         TO WS-D-HOURS
           MOVE WS-DEPT-COST          TO WS-D-COST
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-DETAIL-LINE
           ADD WS-DEPT-HOURS TO WS-JOB-HOURS
           ADD WS-DEPT-COST  TO WS-JOB-COST
           PERFORM 3400-ROLL-DEPARTMENT-TOTAL THRU 3400-EXIT.
       3200-EXIT.
           EXIT.

       3300-ADD-ONE-ROW.
           ADD LS-HOURS      TO WS-DEPT-HOURS
           ADD LS-LABOR-COST TO WS-DEPT-COST
           ADD LS-HOURS      TO WS-TOTAL-HOURS
           ADD LS-LABOR-COST TO WS-TOTAL-COST
           IF LS-BILL-STATUS = "U"
               ADD LS-HOURS TO WS-BILLABLE-HOURS
           END-IF
           IF LS-JOB-NO = SPACES
               ADD LS-HOURS TO WS-OVERHEAD-HOURS
           END-IF
           PERFORM 3900-RETURN-ROW THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

       3400-ROLL-DEPARTMENT-TOTAL.
           PERFORM VARYING WS-DEPT-TOTAL-IDX FROM 1 BY 1
               UNTIL WS-DEPT-TOTAL-IDX > WS-DEPT-TOTAL-COUNT
                   OR WS-DX-DEPARTMENT (WS-DEPT-TOTAL-IDX)
                       = WS-CURRENT-DEPARTMENT
               CONTINUE
           END-PERFORM
           IF WS-DEPT-TOTAL-IDX > WS-DEPT-TOTAL-COUNT
               IF WS-DEPT-TOTAL-COUNT NOT < 100
                   DISPLAY "Department total table full - "
                       WS-CURRENT-DEPARTMENT " not totaled"
                   GO TO 3400-EXIT
               END-IF
               ADD 1 TO WS-DEPT-TOTAL-COUNT
               MOVE WS-CURRENT-DEPARTMENT
                   TO WS-DX-DEPARTMENT (WS-DEPT-TOTAL-COUNT)
               MOVE ZERO TO WS-DX-HOURS (WS-DEPT-TOTAL-COUNT)
               MOVE ZERO TO WS-DX-COST (WS-DEPT-TOTAL-COUNT)
           END-IF
           ADD WS-DEPT-HOURS TO WS-DX-HOURS (WS-DEPT-TOTAL-IDX)
           ADD WS-DEPT-COST  TO WS-DX-COST (WS-DEPT-TOTAL-IDX).
       3400-EXIT.
           EXIT.

       3900-RETURN-ROW.
           RETURN LABOR-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       3900-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> JOBTTRAN is a queue: once its rows are on the ledger it is
      *> emptied, the way invoice.cob clears MATLITEM.
      *>--------------------------------------------------------------
       7000-CLEAR-JOB-TIME-QUEUE.
           CLOSE JOB-TIME-TRANS-FILE
           OPEN OUTPUT JOB-TIME-TRANS-FILE
           CLOSE JOB-TIME-TRANS-FILE.
       7000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE
           WRITE DISTRIBUTION-REPORT-LINE
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-DEPT-SECTION-LINE
           PERFORM VARYING WS-DEPT-TOTAL-IDX FROM 1 BY 1
               UNTIL WS-DEPT-TOTAL-IDX > WS-DEPT-TOTAL-COUNT
               MOVE WS-DX-DEPARTMENT (WS-DEPT-TOTAL-IDX)
                   TO WS-D-DEPARTMENT
               MOVE WS-DX-HOURS (WS-DEPT-TOTAL-IDX) TO WS-D-HOURS
               MOVE WS-DX-COST (WS-DEPT-TOTAL-IDX)  TO WS-D-COST
               WRITE DISTRIBUTION-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO DISTRIBUTION-REPORT-LINE
           WRITE DISTRIBUTION-REPORT-LINE
           MOVE WS-TOTAL-HOURS TO WS-T-HOURS
           MOVE WS-TOTAL-COST  TO WS-T-COST
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE WS-BILLABLE-HOURS TO WS-B-HOURS
           MOVE WS-OVERHEAD-HOURS TO WS-B-OVERHEAD
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-BILLABLE-LINE
           IF WS-UNKNOWN-JOB-COUNT > ZERO
               MOVE SPACES TO WS-RESULT-LINE
               STRING "*** ROWS ON JOBS NOT ON JOBMAST (NOT BILLED): "
                   WS-UNKNOWN-JOB-COUNT
                   DELIMITED BY SIZE INTO WS-RESULT-LINE
               WRITE DISTRIBUTION-REPORT-LINE FROM WS-RESULT-LINE
           END-IF
           DISPLAY "Job time rows distributed: " WS-ROW-COUNT
           DISPLAY "Rows awaiting billing:     " WS-UNBILLED-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-JOB-TIME-TRANS-STATUS NOT = "35"
               CLOSE JOB-TIME-FILE
               IF WS-JOBMAST-ON-FILE
                   CLOSE JOB-MASTER-FILE
               END-IF
           END-IF
           CLOSE DISTRIBUTION-REPORT-FILE.
       9000-EXIT.
           EXIT.
