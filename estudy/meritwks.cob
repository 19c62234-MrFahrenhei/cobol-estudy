       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. meritwks.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Merit-cycle worksheet: the first half of the annual merit
      *> cycle, replacing the paper HR used to send each manager.
      *> One page per department, in DEPTMAST code order, listing
      *> every active EMPMAST employee with their hire date and the
      *> EMPRATE rate in effect on the MERITPRM cycle date,
      *> annualized, beside a blank for the approved percent.  The
      *> page heads with the department's salary budget and its
      *> merit pool - the MERITPRM pool percent of
      *> DEPT-SALARY-BUDGET - and closes with the department's
      *> annual payroll and the per-person maximum, so the manager
      *> sees the limits the merit run (meritrun.cob) will edit the
      *> returned percentages against.  An employee whose
      *> department is not on DEPTMAST still prints, on a page of
      *> their own with no pool, so nobody is left out of the cycle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERIT-PARM-FILE ASSIGN TO "MERITPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-PARM-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT EMP-RATE-FILE ASSIGN TO "EMPRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-RATE-KEY
               FILE STATUS IS WS-EMP-RATE-STATUS.
           SELECT MERIT-SORT-FILE ASSIGN TO "SORTWK12".
           SELECT WORKSHEET-FILE ASSIGN TO "MERITWKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERIT-PARM-FILE.
           COPY MERITPRM.

       FD  EMPMAST-FILE.
           COPY EMPREC.

       FD  DEPTMAST-FILE.
           COPY DEPTREC.

       FD  EMP-RATE-FILE.
           COPY EMPRATE.

       SD  MERIT-SORT-FILE.
       01 MERIT-SORT-RECORD.
           02 MS-DEPARTMENT           PIC X(15).
           02 MS-EMP-ID               PIC 9(5).
           02 MS-NAME                 PIC X(30).
           02 MS-HIRE-DATE.
               03 MS-HIRE-MONTH       PIC 99.
               03 MS-HIRE-DAY         PIC 99.
               03 MS-HIRE-YEAR        PIC 9(4).
           02 MS-RATE                 PIC 9(3)V99.
           02 MS-RATE-SWITCH          PIC X(1).

       FD  WORKSHEET-FILE.
       01 WORKSHEET-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-MERIT-PARM-STATUS        PIC XX VALUE "00".
       01 WS-EMPMAST-STATUS           PIC XX VALUE "00".
       01 WS-DEPTMAST-STATUS          PIC XX VALUE "00".
       01 WS-EMP-RATE-STATUS          PIC XX VALUE "00".
       01 WS-WORKSHEET-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-SORT-EOF-SWITCH           PIC X VALUE "N".
           88 WS-SORT-EOF                  VALUE "Y".
       01 WS-FIRST-DEPARTMENT-SWITCH   PIC X VALUE "Y".
           88 WS-FIRST-DEPARTMENT          VALUE "Y".
       01 WS-DEPTMAST-SWITCH           PIC X VALUE "Y".
           88 WS-DEPTMAST-ON-FILE          VALUE "Y".
       01 WS-EMP-RATE-SWITCH           PIC X VALUE "Y".
           88 WS-EMP-RATE-ON-FILE          VALUE "Y".
       01 WS-RATE-SCAN-EOF-SWITCH      PIC X VALUE "N".
           88 WS-RATE-SCAN-EOF             VALUE "Y".
       01 WS-RATE-FOUND-SWITCH         PIC X VALUE "N".
           88 WS-RATE-FOUND                VALUE "Y".

      *>--------------------------------------------------------------
      *> The cycle's numbers, from the MERITPRM card; a worksheet run
      *> before the card is keyed prices as of today on the compiled
      *> pool and maximum.
      *>--------------------------------------------------------------
       01 WS-CYCLE-DATE                PIC 9(8) VALUE ZERO.
       01 WS-POOL-PERCENT              PIC 9(2)V99 VALUE 3.00.
       01 WS-MAXIMUM-PERCENT           PIC 9(2)V99 VALUE 6.00.
       01 WS-ANNUAL-HOURS              PIC 9(4) VALUE 2080.

       01 WS-CURRENT-RATE              PIC 9(3)V99 VALUE ZERO.
       01 WS-ANNUAL-PAY                PIC 9(7)V99 VALUE ZERO.
       01 WS-PREV-DEPARTMENT           PIC X(15) VALUE SPACES.
       01 WS-DEPT-EMPLOYEES            PIC 9(4) VALUE ZERO.
       01 WS-DEPT-ANNUAL-PAY           PIC 9(9)V99 VALUE ZERO.
       01 WS-DEPT-POOL                 PIC 9(9)V99 VALUE ZERO.
       01 WS-EMPLOYEE-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-DEPARTMENT-COUNT          PIC 9(4) VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** MERIT CYCLE WORKSHEET ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(12) VALUE "CYCLE DATE: ".
           02 WS-H-CYCLE-DATE   PIC 9(8).
           02 FILLER            PIC X(13) VALUE "   RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-DEPT-LINE.
           02 FILLER            PIC X(11) VALUE "DEPARTMENT ".
           02 WS-DL-CODE        PIC X(15).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-DL-NAME        PIC X(25).
       01 WS-MANAGER-LINE.
           02 FILLER            PIC X(11) VALUE "MANAGER    ".
           02 WS-ML-MANAGER     PIC X(30).
       01 WS-POOL-LINE.
           02 FILLER            PIC X(14) VALUE "SALARY BUDGET ".
           02 WS-PL-BUDGET      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(14) VALUE "   MERIT POOL ".
           02 WS-PL-PERCENT     PIC Z9.99.
           02 FILLER            PIC X(4)  VALUE "% = ".
           02 WS-PL-POOL        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-NO-DEPT-LINE       PIC X(40)
           VALUE "NOT ON DEPTMAST - NO MERIT POOL".
       01 WS-COLUMN-HEADING.
           02 FILLER            PIC X(8)  VALUE " EMP ID ".
           02 FILLER            PIC X(27) VALUE "NAME".
           02 FILLER            PIC X(12) VALUE "HIRE DATE".
           02 FILLER            PIC X(8)  VALUE "  RATE".
           02 FILLER            PIC X(13) VALUE "    ANNUAL".
           02 FILLER            PIC X(10) VALUE "APPROVED %".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-EMP-ID       PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NAME         PIC X(25).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-HIRE-MONTH   PIC 99.
           02 FILLER            PIC X(1)  VALUE "/".
           02 WS-D-HIRE-DAY     PIC 99.
           02 FILLER            PIC X(1)  VALUE "/".
           02 WS-D-HIRE-YEAR    PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-RATE         PIC ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ANNUAL       PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-D-APPROVED     PIC X(10).
       01 WS-DEPT-TOTAL-LINE.
           02 FILLER            PIC X(12) VALUE "  EMPLOYEES ".
           02 WS-DT-EMPLOYEES   PIC ZZZ9.
           02 FILLER            PIC X(18) VALUE "   ANNUAL PAYROLL ".
           02 WS-DT-ANNUAL      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DEPT-LIMIT-LINE.
           02 FILLER            PIC X(21) VALUE
               "  MAXIMUM PER PERSON ".
           02 WS-DM-MAXIMUM     PIC Z9.99.
           02 FILLER            PIC X(1)  VALUE "%".
       01 WS-SIGNATURE-LINE.
           02 FILLER            PIC X(14) VALUE "  APPROVED BY ".
           02 FILLER            PIC X(30) VALUE ALL "_".
           02 FILLER            PIC X(7)  VALUE "  DATE ".
           02 FILLER            PIC X(10) VALUE ALL "_".
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(16) VALUE "*** DEPARTMENTS ".
           02 WS-T-DEPARTMENTS  PIC ZZZ9.
           02 FILLER            PIC X(12) VALUE "  EMPLOYEES ".
           02 WS-T-EMPLOYEES    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-EOF
               SORT MERIT-SORT-FILE
                   ON ASCENDING KEY MS-DEPARTMENT MS-EMP-ID
                   INPUT PROCEDURE IS 2000-SELECT-EMPLOYEES
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-WORKSHEETS
                       THRU 3000-EXIT
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE TO WS-CYCLE-DATE
           PERFORM 1100-LOAD-MERIT-PARMS THRU 1100-EXIT
           OPEN OUTPUT WORKSHEET-FILE
           WRITE WORKSHEET-LINE FROM WS-HEADING-LINE-1
           MOVE WS-CYCLE-DATE    TO WS-H-CYCLE-DATE
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE WORKSHEET-LINE FROM WS-HEADING-LINE-2
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "35"
               DISPLAY "No EMPMAST on file - no worksheet"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT DEPTMAST-FILE
           IF WS-DEPTMAST-STATUS = "35"
               MOVE "N" TO WS-DEPTMAST-SWITCH
           END-IF
           OPEN INPUT EMP-RATE-FILE
           IF WS-EMP-RATE-STATUS = "35"
               MOVE "N" TO WS-EMP-RATE-SWITCH
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-MERIT-PARMS.
           OPEN INPUT MERIT-PARM-FILE
           IF WS-MERIT-PARM-STATUS = "35"
               DISPLAY "No MERITPRM card - worksheet priced as of "
                   WS-CYCLE-DATE
               GO TO 1100-EXIT
           END-IF
           READ MERIT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MP-CYCLE-DATE > ZERO
                       MOVE MP-CYCLE-DATE  TO WS-CYCLE-DATE
                   END-IF
                   MOVE MP-POOL-PERCENT    TO WS-POOL-PERCENT
                   MOVE MP-MAXIMUM-PERCENT TO WS-MAXIMUM-PERCENT
                   IF MP-ANNUAL-HOURS > ZERO
                       MOVE MP-ANNUAL-HOURS TO WS-ANNUAL-HOURS
                   END-IF
           END-READ
           CLOSE MERIT-PARM-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every active employee goes to the department sort with the
      *> rate in effect on the cycle date.
      *>--------------------------------------------------------------
       2000-SELECT-EMPLOYEES.
           PERFORM 2100-SELECT-ONE-EMPLOYEE THRU 2100-EXIT
               UNTIL WS-EOF.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-EMPLOYEE.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT EMP-ACTIVE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-FIND-CYCLE-RATE THRU 2200-EXIT
           MOVE EMP-DEPARTMENT  TO MS-DEPARTMENT
           MOVE EMP-ID          TO MS-EMP-ID
           MOVE EMP-FULL-NAME   TO MS-NAME
           MOVE EMP-HIRE-DATE   TO MS-HIRE-DATE
           MOVE WS-CURRENT-RATE TO MS-RATE
           MOVE WS-RATE-FOUND-SWITCH TO MS-RATE-SWITCH
           RELEASE MERIT-SORT-RECORD.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The latest EMPRATE row effective on or before the cycle
      *> date, the same scan retropay.cob uses for a pay date.
      *>--------------------------------------------------------------
       2200-FIND-CYCLE-RATE.
           MOVE "N"  TO WS-RATE-FOUND-SWITCH
           MOVE ZERO TO WS-CURRENT-RATE
           IF NOT WS-EMP-RATE-ON-FILE
               GO TO 2200-EXIT
           END-IF
           MOVE "N"    TO WS-RATE-SCAN-EOF-SWITCH
           MOVE EMP-ID TO ER-EMP-ID
           MOVE ZERO   TO ER-EFFECTIVE-DATE
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
           IF ER-EMP-ID NOT = EMP-ID
               OR ER-EFFECTIVE-DATE > WS-CYCLE-DATE
               SET WS-RATE-SCAN-EOF TO TRUE
               GO TO 2250-EXIT
           END-IF
           SET WS-RATE-FOUND TO TRUE
           MOVE ER-HOURLY-RATE TO WS-CURRENT-RATE.
       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One page per department: the pool heading, an employee line
      *> each, and the department's totals and sign-off.
      *>--------------------------------------------------------------
       3000-PRINT-WORKSHEETS.
           PERFORM 3100-RETURN-ONE-EMPLOYEE THRU 3100-EXIT
           PERFORM 3200-PRINT-ONE-EMPLOYEE THRU 3200-EXIT
               UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-DEPARTMENT
               PERFORM 3400-PRINT-DEPT-TOTAL THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-EMPLOYEE.
           RETURN MERIT-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-EMPLOYEE.
           IF NOT WS-FIRST-DEPARTMENT
               AND MS-DEPARTMENT NOT = WS-PREV-DEPARTMENT
               PERFORM 3400-PRINT-DEPT-TOTAL THRU 3400-EXIT
           END-IF
           IF WS-FIRST-DEPARTMENT
               OR MS-DEPARTMENT NOT = WS-PREV-DEPARTMENT
               PERFORM 3300-PRINT-DEPT-HEADING THRU 3300-EXIT
               MOVE "N" TO WS-FIRST-DEPARTMENT-SWITCH
           END-IF
           MOVE MS-DEPARTMENT TO WS-PREV-DEPARTMENT

           COMPUTE WS-ANNUAL-PAY ROUNDED = MS-RATE * WS-ANNUAL-HOURS
           MOVE MS-EMP-ID     TO WS-D-EMP-ID
           MOVE MS-NAME       TO WS-D-NAME
           MOVE MS-HIRE-MONTH TO WS-D-HIRE-MONTH
           MOVE MS-HIRE-DAY   TO WS-D-HIRE-DAY
           MOVE MS-HIRE-YEAR  TO WS-D-HIRE-YEAR
           MOVE MS-RATE       TO WS-D-RATE
           MOVE WS-ANNUAL-PAY TO WS-D-ANNUAL
           IF MS-RATE-SWITCH = "Y"
               MOVE ALL "_" TO WS-D-APPROVED
           ELSE
               MOVE "NO RATE" TO WS-D-APPROVED
           END-IF
           WRITE WORKSHEET-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-DEPT-EMPLOYEES
           ADD 1 TO WS-EMPLOYEE-COUNT
           ADD WS-ANNUAL-PAY TO WS-DEPT-ANNUAL-PAY
           PERFORM 3100-RETURN-ONE-EMPLOYEE THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-PRINT-DEPT-HEADING.
           ADD 1 TO WS-DEPARTMENT-COUNT
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE AFTER ADVANCING PAGE
           MOVE MS-DEPARTMENT TO WS-DL-CODE
           MOVE SPACES        TO WS-DL-NAME
           IF WS-DEPTMAST-ON-FILE
               MOVE MS-DEPARTMENT TO DEPT-CODE
               READ DEPTMAST-FILE
                   INVALID KEY
                       WRITE WORKSHEET-LINE FROM WS-DEPT-LINE
                       WRITE WORKSHEET-LINE FROM WS-NO-DEPT-LINE
                       GO TO 3300-COLUMNS
               END-READ
           ELSE
               WRITE WORKSHEET-LINE FROM WS-DEPT-LINE
               WRITE WORKSHEET-LINE FROM WS-NO-DEPT-LINE
               GO TO 3300-COLUMNS
           END-IF
           MOVE DEPT-NAME TO WS-DL-NAME
           WRITE WORKSHEET-LINE FROM WS-DEPT-LINE
           MOVE DEPT-MANAGER TO WS-ML-MANAGER
           WRITE WORKSHEET-LINE FROM WS-MANAGER-LINE
           COMPUTE WS-DEPT-POOL ROUNDED =
               DEPT-SALARY-BUDGET * WS-POOL-PERCENT / 100
           MOVE DEPT-SALARY-BUDGET TO WS-PL-BUDGET
           MOVE WS-POOL-PERCENT    TO WS-PL-PERCENT
           MOVE WS-DEPT-POOL       TO WS-PL-POOL
           WRITE WORKSHEET-LINE FROM WS-POOL-LINE.
       3300-COLUMNS.
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           WRITE WORKSHEET-LINE FROM WS-COLUMN-HEADING.
       3300-EXIT.
           EXIT.

       3400-PRINT-DEPT-TOTAL.
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE WS-DEPT-EMPLOYEES  TO WS-DT-EMPLOYEES
           MOVE WS-DEPT-ANNUAL-PAY TO WS-DT-ANNUAL
           WRITE WORKSHEET-LINE FROM WS-DEPT-TOTAL-LINE
           MOVE WS-MAXIMUM-PERCENT TO WS-DM-MAXIMUM
           WRITE WORKSHEET-LINE FROM WS-DEPT-LIMIT-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           WRITE WORKSHEET-LINE FROM WS-SIGNATURE-LINE
           MOVE ZERO TO WS-DEPT-EMPLOYEES
           MOVE ZERO TO WS-DEPT-ANNUAL-PAY.
       3400-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE WS-DEPARTMENT-COUNT TO WS-T-DEPARTMENTS
           MOVE WS-EMPLOYEE-COUNT   TO WS-T-EMPLOYEES
           WRITE WORKSHEET-LINE FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-EMPMAST-STATUS NOT = "35"
               CLOSE EMPMAST-FILE
               IF WS-DEPTMAST-ON-FILE
                   CLOSE DEPTMAST-FILE
               END-IF
               IF WS-EMP-RATE-ON-FILE
                   CLOSE EMP-RATE-FILE
               END-IF
           END-IF
           CLOSE WORKSHEET-FILE.
       9000-EXIT.
           EXIT.
