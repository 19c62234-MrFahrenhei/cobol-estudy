       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rostrun.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Class roster and grade-entry turnaround run for the term on
      *> the ROSTPRM card.  Every ENROLL registration for the term is
      *> sorted by course and student name; each section prints on
      *> ROSTRPT with its COURSMST title, its SECTSCHD meeting time
      *> and room where it has one, the grading deadline, and one
      *> line per registered student with a blank score column for
      *> the instructor.  The same students go out on GRDENTRY, one
      *> pre-filled record each with the score left blank (see
      *> GRDENTRY.cpy), so scores come back keyed against the roster
      *> instead of from loose papers - grdload.cob checks them on
      *> the way back in.  Without a ROSTPRM card there is no term to
      *> roster and the run stops.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-PARM-FILE ASSIGN TO "ROSTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-PARM-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-COURSMST-STATUS.
           SELECT SECTION-SCHEDULE-FILE ASSIGN TO "SECTSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SECTSCHD-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK14".
           SELECT ROSTER-REPORT-FILE ASSIGN TO "ROSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-REPORT-STATUS.
           SELECT GRADE-ENTRY-FILE ASSIGN TO "GRDENTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-ENTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-PARM-FILE.
           COPY ROSTPRM.

       FD  ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           02 EN-TERM                 PIC X(6).
           02 FILLER                  PIC X(2).
           02 EN-COURSE-CODE          PIC X(8).
           02 FILLER                  PIC X(2).
           02 EN-STUDENT-ID           PIC 9(5).
           02 FILLER                  PIC X(2).
           02 EN-STUDENT-NAME         PIC X(20).

       FD  COURSE-MASTER-FILE.
           COPY COURSREC.

       FD  SECTION-SCHEDULE-FILE.
           COPY SECTSCHD.

       SD  SORT-WORK-FILE.
       01 SORT-ROSTER-RECORD.
           02 SRT-COURSE-CODE         PIC X(8).
           02 SRT-STUDENT-NAME        PIC X(20).
           02 SRT-STUDENT-ID          PIC 9(5).

       FD  ROSTER-REPORT-FILE.
       01 ROSTER-REPORT-LINE          PIC X(80).

       FD  GRADE-ENTRY-FILE.
           COPY GRDENTRY.

       WORKING-STORAGE SECTION.
       01 WS-ROSTER-PARM-STATUS       PIC XX VALUE "00".
       01 WS-ENROLLMENT-STATUS        PIC XX VALUE "00".
       01 WS-COURSMST-STATUS          PIC XX VALUE "00".
       01 WS-SECTSCHD-STATUS          PIC XX VALUE "00".
       01 WS-ROSTER-REPORT-STATUS     PIC XX VALUE "00".
       01 WS-GRADE-ENTRY-STATUS       PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-RUN-SWITCH                PIC X VALUE "Y".
           88 WS-RUN-CANCELLED             VALUE "N".
       01 WS-COURSMST-SWITCH           PIC X VALUE "N".
           88 WS-COURSMST-AVAILABLE        VALUE "Y".
       01 WS-SECTSCHD-SWITCH           PIC X VALUE "N".
           88 WS-SECTSCHD-AVAILABLE        VALUE "Y".
       01 WS-FIRST-SECTION-SWITCH      PIC X VALUE "Y".
           88 WS-FIRST-SECTION             VALUE "Y".

       01 WS-TERM                      PIC X(6) VALUE SPACES.
       01 WS-GRADE-DEADLINE            PIC 9(8) VALUE ZERO.
       01 WS-PREV-COURSE               PIC X(8) VALUE SPACES.
       01 WS-TIME-WORK                 PIC 9(4) VALUE ZERO.
       01 FILLER REDEFINES WS-TIME-WORK.
           02 WS-TW-HOURS              PIC 9(2).
           02 WS-TW-MINUTES            PIC 9(2).

       01 WS-SECTION-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-STUDENT-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-SECTION-STUDENTS          PIC 9(5) COMP VALUE ZERO.
       01 WS-LINE-NUMBER               PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** CLASS ROSTERS FOR GRADE ENTRY ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(6)  VALUE "TERM: ".
           02 WS-H-TERM         PIC X(6).
           02 FILLER            PIC X(22)
               VALUE "  SCORES DUE BACK BY: ".
           02 WS-H-DEADLINE     PIC 9(8) BLANK WHEN ZERO.
       01 WS-COURSE-LINE.
           02 FILLER            PIC X(8)  VALUE "COURSE: ".
           02 WS-CL-COURSE      PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-CL-TITLE       PIC X(20).
           02 FILLER            PIC X(12) VALUE "  CAPACITY: ".
           02 WS-CL-CAPACITY    PIC ZZ9.
       01 WS-MEETING-LINE.
           02 FILLER            PIC X(8)  VALUE "  MEETS ".
           02 WS-ML-DAYS        PIC X(7).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-ML-START-HH    PIC 9(2).
           02 FILLER            PIC X(1)  VALUE ":".
           02 WS-ML-START-MM    PIC 9(2).
           02 FILLER            PIC X(1)  VALUE "-".
           02 WS-ML-END-HH      PIC 9(2).
           02 FILLER            PIC X(1)  VALUE ":".
           02 WS-ML-END-MM      PIC 9(2).
           02 FILLER            PIC X(7)  VALUE "  ROOM ".
           02 WS-ML-ROOM-CODE   PIC X(6).
       01 WS-NO-MEETING-LINE  PIC X(40)
           VALUE "  NO SCHEDULED MEETING TIME".
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(7)  VALUE "   NO.".
           02 FILLER            PIC X(9)  VALUE "STUDENT".
           02 FILLER            PIC X(22) VALUE "NAME".
           02 FILLER            PIC X(5)  VALUE "SCORE".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-LINE-NUMBER  PIC ZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-STUDENT-ID   PIC 9(5).
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-D-NAME         PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 FILLER            PIC X(7)  VALUE "[   ]".
       01 WS-SECTION-FOOTER.
           02 FILLER            PIC X(23)
               VALUE "   STUDENTS ON ROSTER: ".
           02 WS-SF-STUDENTS    PIC ZZZ9.
           02 FILLER            PIC X(30)
               VALUE "   INSTRUCTOR: ______________".
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(15) VALUE "*** SECTIONS: ".
           02 WS-T-SECTIONS     PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE "  STUDENTS: ".
           02 WS-T-STUDENTS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-CANCELLED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-COURSE-CODE SRT-STUDENT-NAME
                       SRT-STUDENT-ID
                   INPUT PROCEDURE IS 2000-SELECT-REGISTRATIONS
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-WRITE-ROSTERS
                       THRU 3000-EXIT
               PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ROSTER-PARM-FILE
           IF WS-ROSTER-PARM-STATUS = "35"
               DISPLAY "No ROSTPRM on file - no term to roster"
               MOVE "N" TO WS-RUN-SWITCH
               GO TO 1000-EXIT
           END-IF
           READ ROSTER-PARM-FILE
               AT END
                   DISPLAY "ROSTPRM is empty - no term to roster"
                   MOVE "N" TO WS-RUN-SWITCH
               NOT AT END
                   MOVE RP-TERM           TO WS-TERM
                   MOVE RP-GRADE-DEADLINE TO WS-GRADE-DEADLINE
           END-READ
           CLOSE ROSTER-PARM-FILE
           IF WS-RUN-CANCELLED
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSMST-STATUS = "00"
               SET WS-COURSMST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT SECTION-SCHEDULE-FILE
           IF WS-SECTSCHD-STATUS = "00"
               SET WS-SECTSCHD-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT ROSTER-REPORT-FILE
           OPEN OUTPUT GRADE-ENTRY-FILE
           WRITE ROSTER-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-TERM           TO WS-H-TERM
           MOVE WS-GRADE-DEADLINE TO WS-H-DEADLINE
           WRITE ROSTER-REPORT-LINE FROM WS-HEADING-LINE-2.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The term's registrations off ENROLL into the sort.
      *>--------------------------------------------------------------
       2000-SELECT-REGISTRATIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "No ENROLL on file - no students to roster"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-RELEASE-ONE-REGISTRATION THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE ENROLLMENT-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-REGISTRATION.
           READ ENROLLMENT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF EN-TERM NOT = WS-TERM
               GO TO 2100-EXIT
           END-IF
           MOVE EN-COURSE-CODE  TO SRT-COURSE-CODE
           MOVE EN-STUDENT-NAME TO SRT-STUDENT-NAME
           MOVE EN-STUDENT-ID   TO SRT-STUDENT-ID
           RELEASE SORT-ROSTER-RECORD.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One roster per course, a heading at each change of course,
      *> and a blank-score GRDENTRY record per student.
      *>--------------------------------------------------------------
       3000-WRITE-ROSTERS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-RETURN-ONE-STUDENT THRU 3100-EXIT
               UNTIL WS-EOF
           IF NOT WS-FIRST-SECTION
               PERFORM 3300-PRINT-SECTION-FOOTER THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-STUDENT.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN

           IF WS-FIRST-SECTION OR SRT-COURSE-CODE NOT = WS-PREV-COURSE
               IF NOT WS-FIRST-SECTION
                   PERFORM 3300-PRINT-SECTION-FOOTER THRU 3300-EXIT
               END-IF
               PERFORM 3200-PRINT-SECTION-HEADING THRU 3200-EXIT
           END-IF

           ADD 1 TO WS-LINE-NUMBER
           ADD 1 TO WS-SECTION-STUDENTS
           ADD 1 TO WS-STUDENT-COUNT
           MOVE WS-LINE-NUMBER   TO WS-D-LINE-NUMBER
           MOVE SRT-STUDENT-ID   TO WS-D-STUDENT-ID
           MOVE SRT-STUDENT-NAME TO WS-D-NAME
           WRITE ROSTER-REPORT-LINE FROM WS-DETAIL-LINE

           MOVE SPACES TO GRADE-ENTRY-RECORD
           MOVE SRT-STUDENT-ID   TO GE-STUDENT-ID
           MOVE SRT-COURSE-CODE  TO GE-COURSE-CODE
           MOVE WS-TERM          TO GE-TERM
           MOVE SRT-STUDENT-NAME TO GE-STUDENT-NAME
           WRITE GRADE-ENTRY-RECORD.
       3100-EXIT.
           EXIT.

       3200-PRINT-SECTION-HEADING.
           MOVE "N" TO WS-FIRST-SECTION-SWITCH
           MOVE SRT-COURSE-CODE TO WS-PREV-COURSE
           MOVE ZERO TO WS-LINE-NUMBER
           MOVE ZERO TO WS-SECTION-STUDENTS
           ADD 1 TO WS-SECTION-COUNT

           MOVE SPACES TO CRS-TITLE
           MOVE ZERO TO CRS-SECTION-CAPACITY
           IF WS-COURSMST-AVAILABLE
               MOVE SRT-COURSE-CODE TO CRS-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON COURSMST" TO CRS-TITLE
                       MOVE ZERO TO CRS-SECTION-CAPACITY
               END-READ
           END-IF
           MOVE SPACES TO ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE
           MOVE SRT-COURSE-CODE      TO WS-CL-COURSE
           MOVE CRS-TITLE            TO WS-CL-TITLE
           MOVE CRS-SECTION-CAPACITY TO WS-CL-CAPACITY
           WRITE ROSTER-REPORT-LINE FROM WS-COURSE-LINE

           MOVE SRT-COURSE-CODE TO SCH-COURSE-CODE
           MOVE WS-TERM         TO SCH-TERM
           IF NOT WS-SECTSCHD-AVAILABLE
               WRITE ROSTER-REPORT-LINE FROM WS-NO-MEETING-LINE
               GO TO 3200-COLUMNS
           END-IF
           READ SECTION-SCHEDULE-FILE
               INVALID KEY
                   WRITE ROSTER-REPORT-LINE FROM WS-NO-MEETING-LINE
                   GO TO 3200-COLUMNS
           END-READ
           MOVE SCH-MEETING-DAYS TO WS-ML-DAYS
           MOVE SCH-START-TIME   TO WS-TIME-WORK
           MOVE WS-TW-HOURS      TO WS-ML-START-HH
           MOVE WS-TW-MINUTES    TO WS-ML-START-MM
           MOVE SCH-END-TIME     TO WS-TIME-WORK
           MOVE WS-TW-HOURS      TO WS-ML-END-HH
           MOVE WS-TW-MINUTES    TO WS-ML-END-MM
           MOVE SCH-ROOM-CODE    TO WS-ML-ROOM-CODE
           WRITE ROSTER-REPORT-LINE FROM WS-MEETING-LINE.
       3200-COLUMNS.
           WRITE ROSTER-REPORT-LINE FROM WS-COLUMN-LINE.
       3200-EXIT.
           EXIT.

       3300-PRINT-SECTION-FOOTER.
           MOVE WS-SECTION-STUDENTS TO WS-SF-STUDENTS
           WRITE ROSTER-REPORT-LINE FROM WS-SECTION-FOOTER.
       3300-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-SECTION-COUNT TO WS-T-SECTIONS
           MOVE WS-STUDENT-COUNT TO WS-T-STUDENTS
           MOVE SPACES TO ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE
           WRITE ROSTER-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Rosters printed: " WS-SECTION-COUNT
               " students: " WS-STUDENT-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-RUN-CANCELLED
               GO TO 9000-EXIT
           END-IF
           IF WS-COURSMST-AVAILABLE
               CLOSE COURSE-MASTER-FILE
           END-IF
           IF WS-SECTSCHD-AVAILABLE
               CLOSE SECTION-SCHEDULE-FILE
           END-IF
           CLOSE ROSTER-REPORT-FILE
           CLOSE GRADE-ENTRY-FILE.
       9000-EXIT.
           EXIT.
