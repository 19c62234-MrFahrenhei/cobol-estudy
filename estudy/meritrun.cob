       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. meritrun.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Merit run: the second half of the annual merit cycle that
      *> starts with the meritwks.cob worksheet.  Reads the MERITIN
      *> file of approved percentages, one row per employee, and
      *> edits each against EMPMAST (on file and active), DEPTMAST
      *> (the department has a pool), the MERITPRM per-person
      *> maximum, and EMPRATE (a rate in effect on the cycle date,
      *> none already keyed for it, none dated after it).  The
      *> surviving raises are then added up by department and held
      *> against the department's merit pool - the MERITPRM pool
      *> percent of DEPT-SALARY-BUDGET, costed at the raise times
      *> the MERITPRM annual hours - and a department over its pool
      *> gets nothing until its percentages are cut and the file is
      *> rerun.  Everyone else gets a new effective-dated EMPRATE
      *> row at the cycle date, the same shape empmaint.cob keys by
      *> hand, so payroll.cob prices from it and a cycle dated
      *> before periods already paid is settled by retropay.cob
      *> like any backdated rate.  The MERITRPT register lists every
      *> entry with its result; the MERITSUM summary shows finance
      *> each department's pool used against its budget.  A rerun
      *> finds the applied rates already on file and rejects them,
      *> so no one is raised twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERIT-PARM-FILE ASSIGN TO "MERITPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-PARM-STATUS.
           SELECT MERIT-ENTRY-FILE ASSIGN TO "MERITIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-ENTRY-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT EMP-RATE-FILE ASSIGN TO "EMPRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-RATE-KEY
               FILE STATUS IS WS-EMP-RATE-STATUS.
           SELECT MERIT-REGISTER-FILE ASSIGN TO "MERITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-REGISTER-STATUS.
           SELECT POOL-SUMMARY-FILE ASSIGN TO "MERITSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERIT-PARM-FILE.
           COPY MERITPRM.

       FD  MERIT-ENTRY-FILE.
       01 MERIT-ENTRY-RECORD.
           02 MI-EMP-ID               PIC 9(5).
           02 FILLER                  PIC X(2).
           02 MI-PERCENT              PIC 9(2)V99.

       FD  EMPMAST-FILE.
           COPY EMPREC.

       FD  DEPTMAST-FILE.
           COPY DEPTREC.

       FD  EMP-RATE-FILE.
           COPY EMPRATE.

       FD  MERIT-REGISTER-FILE.
       01 MERIT-REGISTER-LINE         PIC X(132).

       FD  POOL-SUMMARY-FILE.
       01 POOL-SUMMARY-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-MERIT-PARM-STATUS        PIC XX VALUE "00".
       01 WS-MERIT-ENTRY-STATUS       PIC XX VALUE "00".
       01 WS-EMPMAST-STATUS           PIC XX VALUE "00".
       01 WS-DEPTMAST-STATUS          PIC XX VALUE "00".
       01 WS-EMP-RATE-STATUS          PIC XX VALUE "00".
           88 WS-EMP-RATE-NEW             VALUE "35".
       01 WS-MERIT-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-POOL-SUMMARY-STATUS      PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-DEPT-EOF-SWITCH           PIC X VALUE "N".
           88 WS-DEPT-EOF                  VALUE "Y".
       01 WS-RUN-SWITCH                PIC X VALUE "Y".
           88 WS-RUN-CANCELLED             VALUE "N".
       01 WS-RATE-SCAN-EOF-SWITCH      PIC X VALUE "N".
           88 WS-RATE-SCAN-EOF             VALUE "Y".
       01 WS-RATE-FOUND-SWITCH         PIC X VALUE "N".
           88 WS-RATE-FOUND                VALUE "Y".
       01 WS-LATER-RATE-SWITCH         PIC X VALUE "N".
           88 WS-LATER-RATE                VALUE "Y".
       01 WS-CYCLE-RATE-SWITCH         PIC X VALUE "N".
           88 WS-CYCLE-RATE-ON-FILE        VALUE "Y".

      *>--------------------------------------------------------------
      *> The cycle's numbers, from the MERITPRM card.  Rates are not
      *> written on a guessed date: no card, no run.
      *>--------------------------------------------------------------
       01 WS-CYCLE-DATE                PIC 9(8) VALUE ZERO.
       01 WS-POOL-PERCENT              PIC 9(2)V99 VALUE 3.00.
       01 WS-MAXIMUM-PERCENT           PIC 9(2)V99 VALUE 6.00.
       01 WS-ANNUAL-HOURS              PIC 9(4) VALUE 2080.

      *>--------------------------------------------------------------
      *> Every DEPTMAST department with its pool, what its approved
      *> entries ask of the pool, and what was actually applied.
      *>--------------------------------------------------------------
       01 WS-DEPT-COUNT                PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-IDX                  PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-FOUND-IDX            PIC 9(3) COMP VALUE ZERO.
       01 WS-DEPT-TABLE.
           02 WS-DEPT-ENTRY OCCURS 200 TIMES.
               03 WS-MD-CODE          PIC X(15).
               03 WS-MD-BUDGET        PIC 9(9)V99.
               03 WS-MD-POOL          PIC 9(9)V99.
               03 WS-MD-REQUESTED     PIC 9(9)V99.
               03 WS-MD-APPLIED       PIC 9(9)V99.
               03 WS-MD-ENTRIES       PIC 9(4) COMP.
               03 WS-MD-RAISED        PIC 9(4) COMP.
               03 WS-MD-OVER-SWITCH   PIC X(1).

      *>--------------------------------------------------------------
      *> The entries that passed the edits, held until every
      *> department's pool has been checked.
      *>--------------------------------------------------------------
       01 WS-MERIT-COUNT               PIC 9(4) COMP VALUE ZERO.
       01 WS-MERIT-IDX                 PIC 9(4) COMP VALUE ZERO.
       01 WS-MERIT-FOUND-IDX           PIC 9(4) COMP VALUE ZERO.
       01 WS-MERIT-TABLE.
           02 WS-MERIT-ENTRY OCCURS 2000 TIMES.
               03 WS-ME-EMP-ID        PIC 9(5).
               03 WS-ME-NAME          PIC X(30).
               03 WS-ME-DEPT-IDX      PIC 9(3) COMP.
               03 WS-ME-PERCENT       PIC 9(2)V99.
               03 WS-ME-OLD-RATE      PIC 9(3)V99.
               03 WS-ME-NEW-RATE      PIC 9(3)V99.
               03 WS-ME-COST          PIC 9(7)V99.

      *>--------------------------------------------------------------
      *> The entry in hand, edited or applied.
      *>--------------------------------------------------------------
       01 WS-ENTRY-EMP-ID              PIC 9(5) VALUE ZERO.
       01 WS-ENTRY-NAME                PIC X(30) VALUE SPACES.
       01 WS-ENTRY-DEPARTMENT          PIC X(15) VALUE SPACES.
       01 WS-ENTRY-PERCENT             PIC 9(2)V99 VALUE ZERO.
       01 WS-ENTRY-OLD-RATE            PIC 9(3)V99 VALUE ZERO.
       01 WS-ENTRY-NEW-RATE            PIC 9(3)V99 VALUE ZERO.
       01 WS-ENTRY-COST                PIC 9(7)V99 VALUE ZERO.
       01 WS-ENTRY-RESULT              PIC X(30) VALUE SPACES.

       01 WS-ENTRY-COUNT               PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT             PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-BUDGET-PERCENT            PIC 9(3)V99 VALUE ZERO.
       01 WS-POOL-REMAINING            PIC 9(9)V99 VALUE ZERO.

       01 WS-SUMMARY-TOTALS.
           02 WS-TOT-BUDGET            PIC 9(9)V99 VALUE ZERO.
           02 WS-TOT-POOL              PIC 9(9)V99 VALUE ZERO.
           02 WS-TOT-REQUESTED         PIC 9(9)V99 VALUE ZERO.
           02 WS-TOT-APPLIED           PIC 9(9)V99 VALUE ZERO.
           02 WS-TOT-REMAINING         PIC 9(9)V99 VALUE ZERO.
           02 WS-TOT-RAISED            PIC 9(5) VALUE ZERO.

       01 WS-REGISTER-HEADING  PIC X(40)
           VALUE "*** MERIT RUN REGISTER ***".
       01 WS-CYCLE-LINE.
           02 FILLER            PIC X(12) VALUE "CYCLE DATE: ".
           02 WS-CL-CYCLE-DATE  PIC 9(8).
           02 FILLER            PIC X(8)  VALUE "  POOL: ".
           02 WS-CL-POOL        PIC Z9.99.
           02 FILLER            PIC X(21) VALUE
               "% OF SALARY BUDGET  ".
           02 FILLER            PIC X(20) VALUE
               "MAXIMUM PER PERSON: ".
           02 WS-CL-MAXIMUM     PIC Z9.99.
           02 FILLER            PIC X(18) VALUE
               "%  ANNUAL HOURS: ".
           02 WS-CL-HOURS       PIC ZZZ9.
       01 WS-REGISTER-COLUMNS.
           02 FILLER            PIC X(8)  VALUE " EMP ID ".
           02 FILLER            PIC X(22) VALUE "NAME".
           02 FILLER            PIC X(17) VALUE "DEPARTMENT".
           02 FILLER            PIC X(7)  VALUE "  PCT".
           02 FILLER            PIC X(8)  VALUE "   OLD".
           02 FILLER            PIC X(8)  VALUE "   NEW".
           02 FILLER            PIC X(12) VALUE "  ANN COST".
           02 FILLER            PIC X(6)  VALUE "RESULT".
       01 WS-REGISTER-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-EMP-ID       PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-R-NAME         PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-R-DEPARTMENT   PIC X(15).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-R-PERCENT      PIC Z9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-R-OLD-RATE     PIC ZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-R-NEW-RATE     PIC ZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-R-COST         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-R-RESULT       PIC X(30).
       01 WS-REGISTER-TOTAL.
           02 FILLER            PIC X(12) VALUE "*** ENTRIES ".
           02 WS-RT-ENTRIES     PIC ZZZZ9.
           02 FILLER            PIC X(10) VALUE "  APPLIED ".
           02 WS-RT-APPLIED     PIC ZZZZ9.
           02 FILLER            PIC X(11) VALUE "  REJECTED ".
           02 WS-RT-REJECTED    PIC ZZZZ9.
       01 WS-RETRO-NOTE-LINE   PIC X(80) VALUE
           "CYCLE PRECEDES RUN DATE - RETROPAY SETTLES PERIODS PAID".

       01 WS-SUMMARY-HEADING   PIC X(50)
           VALUE "*** MERIT CYCLE POOL SUMMARY - FINANCE ***".
       01 WS-SUMMARY-COLUMNS.
           02 FILLER            PIC X(17) VALUE "DEPARTMENT".
           02 FILLER            PIC X(16) VALUE " SALARY BUDGET".
           02 FILLER            PIC X(15) VALUE "   MERIT POOL".
           02 FILLER            PIC X(15) VALUE "    REQUESTED".
           02 FILLER            PIC X(15) VALUE "      APPLIED".
           02 FILLER            PIC X(15) VALUE "    REMAINING".
           02 FILLER            PIC X(8)  VALUE " % BUD".
           02 FILLER            PIC X(6)  VALUE "EMPS".
           02 FILLER            PIC X(6)  VALUE "STATUS".
       01 WS-SUMMARY-DETAIL.
           02 WS-S-DEPARTMENT   PIC X(15).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-BUDGET       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-POOL         PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-REQUESTED    PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-APPLIED      PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-REMAINING    PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-BUDGET-PCT   PIC ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-RAISED       PIC ZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-STATUS       PIC X(23).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-CANCELLED
               PERFORM 2000-EDIT-ENTRIES THRU 2000-EXIT
               PERFORM 3000-CHECK-POOLS THRU 3000-EXIT
               PERFORM 4000-APPLY-RATES THRU 4000-EXIT
               PERFORM 5000-PRINT-POOL-SUMMARY THRU 5000-EXIT
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN OUTPUT MERIT-REGISTER-FILE
           OPEN OUTPUT POOL-SUMMARY-FILE
           WRITE MERIT-REGISTER-LINE FROM WS-REGISTER-HEADING
           WRITE POOL-SUMMARY-LINE FROM WS-SUMMARY-HEADING
           PERFORM 1100-LOAD-MERIT-PARMS THRU 1100-EXIT
           IF WS-RUN-CANCELLED
               GO TO 1000-EXIT
           END-IF
           MOVE WS-CYCLE-DATE      TO WS-CL-CYCLE-DATE
           MOVE WS-POOL-PERCENT    TO WS-CL-POOL
           MOVE WS-MAXIMUM-PERCENT TO WS-CL-MAXIMUM
           MOVE WS-ANNUAL-HOURS    TO WS-CL-HOURS
           WRITE MERIT-REGISTER-LINE FROM WS-CYCLE-LINE
           WRITE POOL-SUMMARY-LINE FROM WS-CYCLE-LINE

           OPEN INPUT MERIT-ENTRY-FILE
           IF WS-MERIT-ENTRY-STATUS = "35"
               DISPLAY "No MERITIN on file - no merit entries to apply"
               SET WS-RUN-CANCELLED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "35"
               DISPLAY "No EMPMAST on file - merit run cancelled"
               CLOSE MERIT-ENTRY-FILE
               SET WS-RUN-CANCELLED TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT
           OPEN I-O EMP-RATE-FILE
           IF WS-EMP-RATE-NEW
               OPEN OUTPUT EMP-RATE-FILE
               CLOSE EMP-RATE-FILE
               OPEN I-O EMP-RATE-FILE
           END-IF
           MOVE SPACES TO MERIT-REGISTER-LINE
           WRITE MERIT-REGISTER-LINE
           WRITE MERIT-REGISTER-LINE FROM WS-REGISTER-COLUMNS.
       1000-EXIT.
           EXIT.

       1100-LOAD-MERIT-PARMS.
           OPEN INPUT MERIT-PARM-FILE
           IF WS-MERIT-PARM-STATUS = "35"
               DISPLAY "No MERITPRM card - merit run cancelled"
               SET WS-RUN-CANCELLED TO TRUE
               GO TO 1100-EXIT
           END-IF
           READ MERIT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MP-CYCLE-DATE      TO WS-CYCLE-DATE
                   MOVE MP-POOL-PERCENT    TO WS-POOL-PERCENT
                   MOVE MP-MAXIMUM-PERCENT TO WS-MAXIMUM-PERCENT
                   IF MP-ANNUAL-HOURS > ZERO
                       MOVE MP-ANNUAL-HOURS TO WS-ANNUAL-HOURS
                   END-IF
           END-READ
           CLOSE MERIT-PARM-FILE
           IF WS-CYCLE-DATE = ZERO
               DISPLAY "MERITPRM carries no cycle date - merit run "
                   "cancelled"
               SET WS-RUN-CANCELLED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Each department's pool is its share of the salary budget.
      *> No DEPTMAST means no pools, and every entry is rejected.
      *>--------------------------------------------------------------
       1200-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTMAST-FILE
           IF WS-DEPTMAST-STATUS = "35"
               DISPLAY "No DEPTMAST on file - no merit pools"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-DEPT-EOF
               READ DEPTMAST-FILE NEXT RECORD
                   AT END SET WS-DEPT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1250-KEEP-DEPARTMENT THRU 1250-EXIT
               END-READ
           END-PERFORM
           CLOSE DEPTMAST-FILE.
       1200-EXIT.
           EXIT.

       1250-KEEP-DEPARTMENT.
           IF WS-DEPT-COUNT NOT < 200
               DISPLAY "MERIT DEPARTMENT TABLE FULL - NO POOL: "
                   DEPT-CODE
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE DEPT-CODE          TO WS-MD-CODE (WS-DEPT-COUNT)
           MOVE DEPT-SALARY-BUDGET TO WS-MD-BUDGET (WS-DEPT-COUNT)
           COMPUTE WS-MD-POOL (WS-DEPT-COUNT) ROUNDED =
               DEPT-SALARY-BUDGET * WS-POOL-PERCENT / 100
           MOVE ZERO TO WS-MD-REQUESTED (WS-DEPT-COUNT)
           MOVE ZERO TO WS-MD-APPLIED (WS-DEPT-COUNT)
           MOVE ZERO TO WS-MD-ENTRIES (WS-DEPT-COUNT)
           MOVE ZERO TO WS-MD-RAISED (WS-DEPT-COUNT)
           MOVE "N"  TO WS-MD-OVER-SWITCH (WS-DEPT-COUNT).
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Edit every approved percentage; a rejected entry prints
      *> with its reason here, a good one waits for the pool check.
      *>--------------------------------------------------------------
       2000-EDIT-ENTRIES.
           PERFORM 2100-EDIT-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-EOF.
       2000-EXIT.
           EXIT.

       2100-EDIT-ONE-ENTRY.
           READ MERIT-ENTRY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-ENTRY-COUNT
           MOVE ZERO   TO WS-ENTRY-EMP-ID
           MOVE SPACES TO WS-ENTRY-NAME
           MOVE SPACES TO WS-ENTRY-DEPARTMENT
           MOVE ZERO   TO WS-ENTRY-PERCENT
           MOVE ZERO   TO WS-ENTRY-OLD-RATE
           MOVE ZERO   TO WS-ENTRY-NEW-RATE
           MOVE ZERO   TO WS-ENTRY-COST

           IF MI-EMP-ID NOT NUMERIC OR MI-PERCENT NOT NUMERIC
               MOVE "ENTRY NOT NUMERIC" TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE MI-EMP-ID  TO WS-ENTRY-EMP-ID
           MOVE MI-PERCENT TO WS-ENTRY-PERCENT
           IF MI-PERCENT = ZERO
               MOVE "ZERO PERCENT - NO RAISE" TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE MI-EMP-ID TO EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "NOT ON EMPMAST" TO WS-ENTRY-RESULT
                   PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-READ
           MOVE EMP-FULL-NAME  TO WS-ENTRY-NAME
           MOVE EMP-DEPARTMENT TO WS-ENTRY-DEPARTMENT
           IF NOT EMP-ACTIVE
               MOVE "EMPLOYEE NOT ACTIVE" TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF MI-PERCENT > WS-MAXIMUM-PERCENT
               MOVE "OVER PER-PERSON MAXIMUM" TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE ZERO TO WS-DEPT-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND-IDX > ZERO
               IF WS-MD-CODE (WS-DEPT-IDX) = EMP-DEPARTMENT
                   MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-IDX = ZERO
               MOVE "DEPARTMENT NOT ON DEPTMAST" TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           MOVE ZERO TO WS-MERIT-FOUND-IDX
           PERFORM VARYING WS-MERIT-IDX FROM 1 BY 1
               UNTIL WS-MERIT-IDX > WS-MERIT-COUNT
                  OR WS-MERIT-FOUND-IDX > ZERO
               IF WS-ME-EMP-ID (WS-MERIT-IDX) = MI-EMP-ID
                   MOVE WS-MERIT-IDX TO WS-MERIT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-MERIT-FOUND-IDX > ZERO
               MOVE "EMPLOYEE ENTERED TWICE" TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-FIND-CYCLE-RATE THRU 2200-EXIT
           IF NOT WS-RATE-FOUND
               MOVE "NO RATE IN EFFECT ON CYCLE DATE"
                   TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-CYCLE-RATE-ON-FILE
               MOVE "RATE ALREADY SET FOR CYCLE DATE"
                   TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-LATER-RATE
               MOVE "RATE CHANGE DATED AFTER CYCLE" TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           COMPUTE WS-ENTRY-NEW-RATE ROUNDED =
               WS-ENTRY-OLD-RATE * (100 + MI-PERCENT) / 100
               ON SIZE ERROR
                   MOVE ZERO TO WS-ENTRY-NEW-RATE
                   MOVE "NEW RATE TOO LARGE" TO WS-ENTRY-RESULT
                   PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-COMPUTE
           COMPUTE WS-ENTRY-COST ROUNDED =
               (WS-ENTRY-NEW-RATE - WS-ENTRY-OLD-RATE)
                   * WS-ANNUAL-HOURS
           IF WS-MERIT-COUNT NOT < 2000
               MOVE "MERIT TABLE FULL" TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-MERIT-COUNT
           MOVE MI-EMP-ID         TO WS-ME-EMP-ID (WS-MERIT-COUNT)
           MOVE EMP-FULL-NAME     TO WS-ME-NAME (WS-MERIT-COUNT)
           MOVE WS-DEPT-FOUND-IDX TO WS-ME-DEPT-IDX (WS-MERIT-COUNT)
           MOVE MI-PERCENT        TO WS-ME-PERCENT (WS-MERIT-COUNT)
           MOVE WS-ENTRY-OLD-RATE TO WS-ME-OLD-RATE (WS-MERIT-COUNT)
           MOVE WS-ENTRY-NEW-RATE TO WS-ME-NEW-RATE (WS-MERIT-COUNT)
           MOVE WS-ENTRY-COST     TO WS-ME-COST (WS-MERIT-COUNT)
           ADD WS-ENTRY-COST TO WS-MD-REQUESTED (WS-DEPT-FOUND-IDX)
           ADD 1 TO WS-MD-ENTRIES (WS-DEPT-FOUND-IDX).
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The rate in effect on the cycle date is the raise's base.
      *> A row already on the cycle date means the cycle has run for
      *> this employee; a row after it would silently override the
      *> raise, so that employee waits for a human.
      *>--------------------------------------------------------------
       2200-FIND-CYCLE-RATE.
           MOVE "N"  TO WS-RATE-FOUND-SWITCH
           MOVE "N"  TO WS-LATER-RATE-SWITCH
           MOVE "N"  TO WS-CYCLE-RATE-SWITCH
           MOVE "N"  TO WS-RATE-SCAN-EOF-SWITCH
           MOVE ZERO TO WS-ENTRY-OLD-RATE
           MOVE MI-EMP-ID TO ER-EMP-ID
           MOVE ZERO      TO ER-EFFECTIVE-DATE
           START EMP-RATE-FILE KEY IS NOT LESS THAN EMP-RATE-KEY
               INVALID KEY
                   SET WS-RATE-SCAN-EOF TO TRUE
           END-START
           PERFORM 2250-SCAN-ONE-RATE THRU 2250-EXIT
               UNTIL WS-RATE-SCAN-EOF.
       2200-EXIT.
           EXIT.

       2250-SCAN-ONE-RATE.
           READ EMP-RATE-FILE NEXT RECORD
               AT END
                   SET WS-RATE-SCAN-EOF TO TRUE
                   GO TO 2250-EXIT
           END-READ
           IF ER-EMP-ID NOT = MI-EMP-ID
               SET WS-RATE-SCAN-EOF TO TRUE
               GO TO 2250-EXIT
           END-IF
           IF ER-EFFECTIVE-DATE > WS-CYCLE-DATE
               SET WS-LATER-RATE TO TRUE
               SET WS-RATE-SCAN-EOF TO TRUE
               GO TO 2250-EXIT
           END-IF
           IF ER-EFFECTIVE-DATE = WS-CYCLE-DATE
               SET WS-CYCLE-RATE-ON-FILE TO TRUE
           END-IF
           SET WS-RATE-FOUND TO TRUE
           MOVE ER-HOURLY-RATE TO WS-ENTRY-OLD-RATE.
       2250-EXIT.
           EXIT.

       2900-REJECT-ENTRY.
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM 2950-WRITE-REGISTER-LINE THRU 2950-EXIT.
       2900-EXIT.
           EXIT.

       2950-WRITE-REGISTER-LINE.
           MOVE WS-ENTRY-EMP-ID     TO WS-R-EMP-ID
           MOVE WS-ENTRY-NAME       TO WS-R-NAME
           MOVE WS-ENTRY-DEPARTMENT TO WS-R-DEPARTMENT
           MOVE WS-ENTRY-PERCENT    TO WS-R-PERCENT
           MOVE WS-ENTRY-OLD-RATE   TO WS-R-OLD-RATE
           MOVE WS-ENTRY-NEW-RATE   TO WS-R-NEW-RATE
           MOVE WS-ENTRY-COST       TO WS-R-COST
           MOVE WS-ENTRY-RESULT     TO WS-R-RESULT
           WRITE MERIT-REGISTER-LINE FROM WS-REGISTER-DETAIL.
       2950-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A department whose raises cost more than its pool is held
      *> back whole: the manager cuts the percentages, not payroll.
      *>--------------------------------------------------------------
       3000-CHECK-POOLS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-MD-REQUESTED (WS-DEPT-IDX)
                   > WS-MD-POOL (WS-DEPT-IDX)
                   MOVE "Y" TO WS-MD-OVER-SWITCH (WS-DEPT-IDX)
               END-IF
           END-PERFORM.
       3000-EXIT.
           EXIT.

       4000-APPLY-RATES.
           PERFORM VARYING WS-MERIT-IDX FROM 1 BY 1
               UNTIL WS-MERIT-IDX > WS-MERIT-COUNT
               PERFORM 4100-APPLY-ONE-RATE THRU 4100-EXIT
           END-PERFORM.
       4000-EXIT.
           EXIT.

       4100-APPLY-ONE-RATE.
           MOVE WS-ME-DEPT-IDX (WS-MERIT-IDX) TO WS-DEPT-IDX
           MOVE WS-ME-EMP-ID (WS-MERIT-IDX)   TO WS-ENTRY-EMP-ID
           MOVE WS-ME-NAME (WS-MERIT-IDX)     TO WS-ENTRY-NAME
           MOVE WS-MD-CODE (WS-DEPT-IDX)      TO WS-ENTRY-DEPARTMENT
           MOVE WS-ME-PERCENT (WS-MERIT-IDX)  TO WS-ENTRY-PERCENT
           MOVE WS-ME-OLD-RATE (WS-MERIT-IDX) TO WS-ENTRY-OLD-RATE
           MOVE WS-ME-NEW-RATE (WS-MERIT-IDX) TO WS-ENTRY-NEW-RATE
           MOVE WS-ME-COST (WS-MERIT-IDX)     TO WS-ENTRY-COST
           IF WS-MD-OVER-SWITCH (WS-DEPT-IDX) = "Y"
               MOVE "DEPARTMENT OVER MERIT POOL" TO WS-ENTRY-RESULT
               PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
               GO TO 4100-EXIT
           END-IF

           MOVE WS-ENTRY-EMP-ID   TO ER-EMP-ID
           MOVE WS-CYCLE-DATE     TO ER-EFFECTIVE-DATE
           MOVE WS-ENTRY-NEW-RATE TO ER-HOURLY-RATE
           WRITE EMP-RATE-RECORD
               INVALID KEY
                   MOVE "RATE ALREADY SET FOR CYCLE DATE"
                       TO WS-ENTRY-RESULT
                   PERFORM 2900-REJECT-ENTRY THRU 2900-EXIT
                   GO TO 4100-EXIT
           END-WRITE
           MOVE "APPLIED" TO WS-ENTRY-RESULT
           PERFORM 2950-WRITE-REGISTER-LINE THRU 2950-EXIT
           ADD 1 TO WS-APPLIED-COUNT
           ADD 1 TO WS-MD-RAISED (WS-DEPT-IDX)
           ADD WS-ENTRY-COST TO WS-MD-APPLIED (WS-DEPT-IDX).
       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Finance's copy: each department's pool against its budget,
      *> what the managers asked for, and what was applied.
      *>--------------------------------------------------------------
       5000-PRINT-POOL-SUMMARY.
           MOVE SPACES TO POOL-SUMMARY-LINE
           WRITE POOL-SUMMARY-LINE
           WRITE POOL-SUMMARY-LINE FROM WS-SUMMARY-COLUMNS
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM 5100-PRINT-ONE-DEPARTMENT THRU 5100-EXIT
           END-PERFORM
           MOVE SPACES TO POOL-SUMMARY-LINE
           WRITE POOL-SUMMARY-LINE
           MOVE "*** TOTAL"      TO WS-S-DEPARTMENT
           MOVE WS-TOT-BUDGET    TO WS-S-BUDGET
           MOVE WS-TOT-POOL      TO WS-S-POOL
           MOVE WS-TOT-REQUESTED TO WS-S-REQUESTED
           MOVE WS-TOT-APPLIED   TO WS-S-APPLIED
           MOVE WS-TOT-REMAINING TO WS-S-REMAINING
           MOVE ZERO             TO WS-BUDGET-PERCENT
           IF WS-TOT-BUDGET > ZERO
               COMPUTE WS-BUDGET-PERCENT ROUNDED =
                   WS-TOT-APPLIED * 100 / WS-TOT-BUDGET
           END-IF
           MOVE WS-BUDGET-PERCENT TO WS-S-BUDGET-PCT
           MOVE WS-TOT-RAISED    TO WS-S-RAISED
           MOVE SPACES           TO WS-S-STATUS
           WRITE POOL-SUMMARY-LINE FROM WS-SUMMARY-DETAIL.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-DEPARTMENT.
           COMPUTE WS-POOL-REMAINING =
               WS-MD-POOL (WS-DEPT-IDX) - WS-MD-APPLIED (WS-DEPT-IDX)
           MOVE ZERO TO WS-BUDGET-PERCENT
           IF WS-MD-BUDGET (WS-DEPT-IDX) > ZERO
               COMPUTE WS-BUDGET-PERCENT ROUNDED =
                   WS-MD-APPLIED (WS-DEPT-IDX) * 100
                       / WS-MD-BUDGET (WS-DEPT-IDX)
           END-IF
           MOVE WS-MD-CODE (WS-DEPT-IDX)      TO WS-S-DEPARTMENT
           MOVE WS-MD-BUDGET (WS-DEPT-IDX)    TO WS-S-BUDGET
           MOVE WS-MD-POOL (WS-DEPT-IDX)      TO WS-S-POOL
           MOVE WS-MD-REQUESTED (WS-DEPT-IDX) TO WS-S-REQUESTED
           MOVE WS-MD-APPLIED (WS-DEPT-IDX)   TO WS-S-APPLIED
           MOVE WS-POOL-REMAINING             TO WS-S-REMAINING
           MOVE WS-BUDGET-PERCENT             TO WS-S-BUDGET-PCT
           MOVE WS-MD-RAISED (WS-DEPT-IDX)    TO WS-S-RAISED
           EVALUATE TRUE
               WHEN WS-MD-ENTRIES (WS-DEPT-IDX) = ZERO
                   MOVE "NO ENTRIES" TO WS-S-STATUS
               WHEN WS-MD-OVER-SWITCH (WS-DEPT-IDX) = "Y"
                   MOVE "OVER POOL - NOT APPLIED" TO WS-S-STATUS
               WHEN OTHER
                   MOVE "WITHIN POOL" TO WS-S-STATUS
           END-EVALUATE
           WRITE POOL-SUMMARY-LINE FROM WS-SUMMARY-DETAIL
           ADD WS-MD-BUDGET (WS-DEPT-IDX)    TO WS-TOT-BUDGET
           ADD WS-MD-POOL (WS-DEPT-IDX)      TO WS-TOT-POOL
           ADD WS-MD-REQUESTED (WS-DEPT-IDX) TO WS-TOT-REQUESTED
           ADD WS-MD-APPLIED (WS-DEPT-IDX)   TO WS-TOT-APPLIED
           ADD WS-POOL-REMAINING             TO WS-TOT-REMAINING
           ADD WS-MD-RAISED (WS-DEPT-IDX)    TO WS-TOT-RAISED.
       5100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO MERIT-REGISTER-LINE
           WRITE MERIT-REGISTER-LINE
           MOVE WS-ENTRY-COUNT    TO WS-RT-ENTRIES
           MOVE WS-APPLIED-COUNT  TO WS-RT-APPLIED
           MOVE WS-REJECTED-COUNT TO WS-RT-REJECTED
           WRITE MERIT-REGISTER-LINE FROM WS-REGISTER-TOTAL
      *>   Periods already paid at the old rate are retropay.cob's
      *>   to settle, exactly as for any rate keyed late.
           IF WS-APPLIED-COUNT > ZERO
               AND WS-CYCLE-DATE < WS-BUSINESS-DATE
               WRITE MERIT-REGISTER-LINE FROM WS-RETRO-NOTE-LINE
               DISPLAY "Merit cycle dated " WS-CYCLE-DATE
                   " - run retropay for periods already paid"
           END-IF
           DISPLAY "Merit entries:    " WS-ENTRY-COUNT
           DISPLAY "Rates applied:    " WS-APPLIED-COUNT
           DISPLAY "Entries rejected: " WS-REJECTED-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT WS-RUN-CANCELLED
               CLOSE MERIT-ENTRY-FILE
               CLOSE EMPMAST-FILE
               CLOSE EMP-RATE-FILE
           END-IF
           CLOSE MERIT-REGISTER-FILE
           CLOSE POOL-SUMMARY-FILE.
       9000-EXIT.
           EXIT.
