      *> student - section capacity is the business case the course
      *> master exists for.  Tuition billing (tuition.cob) reads
      *> the ENROLL registrations at term start.
      *> 10/15/2026 - a course's COURSMST prerequisites are checked
      *> against the student's GRADEHIST history before a seat is
      *> given, each at its minimum letter grade.  A full section
      *> now puts the student on the course's WAITLIST in arrival
      *> order instead of refusing them; every run first registers
      *> waitlisted students into any seats that have opened, first
      *> in line first, with an ENRLNOTE notification for each, and
      *> ends with the WAITRPT demand report by course so the
      *> registrar can see where more capacity is needed.
      *> 10/15/2026 - a student with a STUHOLD registration hold -
      *> past-due tuition or collections from holdrun.cob, or one
      *> the registrar or dean's office placed - is refused with the
      *> hold's reason code and listed at the foot of ENRLRPT with
      *> the hold's text; a held student at the head of a waitlist
      *> keeps their place while the next in line takes the seat.
      *> 10/15/2026 - a course whose section has a SECTSCHD meeting
      *> time for the term is refused with TIME CONFLICT when it
      *> meets on a day and at an hour the student already holds
      *> in another registered course; a waitlisted student whose
      *> schedule would clash keeps their place and is not moved
      *> into the seat.
      *> 10/15/2026 - only the students and terms tonight's work can
      *> touch - those on ENRLTRAN cards or waiting on WAITLIST -
      *> have their GRADEHIST history and ENROLL registrations
      *> loaded, so a growing history no longer fails a
      *> prerequisite or misses a time conflict; if even those will
      *> not fit the tables the run is refused with return code 8
      *> before anyone is registered.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-REGISTER-FILE ASSIGN TO "ENRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-REGISTER-STATUS.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT ENROLL-NOTICE-FILE ASSIGN TO "ENRLNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-NOTICE-STATUS.
           SELECT WAITLIST-REPORT-FILE ASSIGN TO "WAITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-REPORT-STATUS.
           SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STUDENT-HOLD-STATUS.
           SELECT SECTION-SCHEDULE-FILE ASSIGN TO "SECTSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SECTSCHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-REGISTER-FILE.
       01 ENROLL-REGISTER-LINE        PIC X(80).

       FD  GRADE-HIST-FILE.
           COPY GRADEHIST.

       FD  WAITLIST-FILE.
           COPY WAITREC.

       FD  ENROLL-NOTICE-FILE.
       01 ENROLL-NOTICE-RECORD.
           02 NT-DATE                 PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NT-STUDENT-ID           PIC 9(5).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NT-STUDENT-NAME         PIC X(20).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NT-COURSE-CODE          PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NT-TERM                 PIC X(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NT-MESSAGE              PIC X(30).

       FD  WAITLIST-REPORT-FILE.
       01 WAITLIST-REPORT-LINE        PIC X(80).

       FD  STUDENT-HOLD-FILE.
           COPY STUHOLD.

       FD  SECTION-SCHEDULE-FILE.
           COPY SECTSCHD.

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-ENROLL-TRANS-STATUS      PIC XX VALUE "00".
       01 WS-COURSMST-STATUS          PIC XX VALUE "00".
       01 WS-ENROLLMENT-STATUS        PIC XX VALUE "00".
       01 WS-ENROLL-REGISTER-STATUS   PIC XX VALUE "00".
       01 WS-GRADE-HIST-STATUS        PIC XX VALUE "00".
       01 WS-WAITLIST-STATUS          PIC XX VALUE "00".
           88 WS-WAITLIST-NEW             VALUE "35".
       01 WS-ENROLL-NOTICE-STATUS     PIC XX VALUE "00".
       01 WS-WAITLIST-REPORT-STATUS   PIC XX VALUE "00".
       01 WS-STUDENT-HOLD-STATUS      PIC XX VALUE "00".
       01 WS-SECTSCHD-STATUS          PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-HIST-EOF-SWITCH           PIC X VALUE "N".
           88 WS-HIST-EOF                  VALUE "Y".
       01 WS-WAIT-SCAN-EOF-SWITCH      PIC X VALUE "N".
           88 WS-WAIT-SCAN-EOF             VALUE "Y".
       01 WS-WAIT-DUPLICATE-SWITCH     PIC X VALUE "N".
           88 WS-WAIT-DUPLICATE            VALUE "Y".
       01 WS-PROMOTE-COURSE-SWITCH     PIC X VALUE "N".
           88 WS-PROMOTE-COURSE-ON-FILE    VALUE "Y".
       01 WS-FIRST-COURSE-SWITCH       PIC X VALUE "Y".
           88 WS-FIRST-COURSE              VALUE "Y".
       01 WS-HOLDS-ON-FILE-SWITCH      PIC X VALUE "N".
           88 WS-HOLDS-ON-FILE             VALUE "Y".
       01 WS-HELD-FULL-SWITCH          PIC X VALUE "N".
           88 WS-HELD-TABLE-FULL           VALUE "Y".
       01 WS-SCHEDULES-ON-FILE-SWITCH  PIC X VALUE "N".
           88 WS-SCHEDULES-ON-FILE         VALUE "Y".
       01 WS-REG-EOF-SWITCH            PIC X VALUE "N".
           88 WS-REG-EOF                   VALUE "Y".
       01 WS-REG-FULL-SWITCH           PIC X VALUE "N".
           88 WS-REG-TABLE-FULL            VALUE "Y".
       01 WS-OVERLAP-SWITCH            PIC X VALUE "N".
           88 WS-DAYS-OVERLAP              VALUE "Y".
       01 WS-SCOPE-FOUND-SWITCH        PIC X VALUE "N".
           88 WS-SCOPE-FOUND               VALUE "Y".
       01 WS-RUN-REFUSED-SWITCH        PIC X VALUE "N".
           88 WS-RUN-REFUSED               VALUE "Y".
       01 WS-RUN-REFUSED-REASON        PIC X(60) VALUE SPACES.

      *>--------------------------------------------------------------
      *> The run's scope: every student and term on an ENRLTRAN card
      *> or waiting on WAITLIST.  Only their history and their
      *> terms' registrations are loaded.  WS-SCOPE-CARD-COUNT is
      *> the most registrations the run can add, kept free in the
      *> registration table so tonight's never overflow it.
      *>--------------------------------------------------------------
       01 WS-SCOPE-STUDENT-COUNT      PIC 9(4) COMP VALUE ZERO.
       01 WS-SCOPE-STUDENT-IDX        PIC 9(4) COMP VALUE ZERO.
       01 WS-SCOPE-STUDENT-TABLE.
           02 WS-SC-STUDENT-ID OCCURS 3000 TIMES PIC 9(5).
       01 WS-SCOPE-TERM-COUNT         PIC 9(2) COMP VALUE ZERO.
       01 WS-SCOPE-TERM-IDX           PIC 9(2) COMP VALUE ZERO.
       01 WS-SCOPE-TERM-TABLE.
           02 WS-SC-TERM OCCURS 20 TIMES PIC X(6).
       01 WS-SCOPE-CARD-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-SCOPE-STUDENT-ID         PIC 9(5) VALUE ZERO.
       01 WS-SCOPE-TERM               PIC X(6) VALUE SPACES.

       01 WS-ENROLLED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-WAITLISTED-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-PROMOTED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-HOLD-REFUSED-COUNT       PIC 9(5) COMP VALUE ZERO.

      *>--------------------------------------------------------------
      *> Registration holds: WS-HOLD-REASON comes back from the
      *> STUHOLD check with the student's first hold reason, or
      *> spaces.  Each held student turned away is kept once, with
      *> the hold, for the list at the foot of ENRLRPT.
      *>--------------------------------------------------------------
       01 WS-HOLD-STUDENT-ID          PIC 9(5) VALUE ZERO.
       01 WS-HOLD-REASON              PIC X(2) VALUE SPACES.
       01 WS-HELD-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-HELD-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-HELD-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-HELD-TABLE.
           02 WS-HELD-ENTRY OCCURS 500 TIMES.
               03 WS-HD-STUDENT-ID    PIC 9(5).
               03 WS-HD-STUDENT-NAME  PIC X(20).
               03 WS-HD-REASON        PIC X(2).
               03 WS-HD-PLACED-BY     PIC X(1).
               03 WS-HD-HOLD-DATE     PIC 9(8).
               03 WS-HD-HOLD-TEXT     PIC X(30).
       01 WS-HELD-NAME                PIC X(20) VALUE SPACES.

      *>--------------------------------------------------------------
      *> Every course each student has passed (A through D) in
      *> GRADEHIST, at the best grade points they earned in it.  An
      *> F, an incomplete, or a withdrawal completes nothing.
      *>--------------------------------------------------------------
       01 WS-PASSED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-PASSED-IDX               PIC 9(5) COMP VALUE ZERO.
       01 WS-PASSED-FOUND-IDX         PIC 9(5) COMP VALUE ZERO.
       01 WS-PASSED-TABLE.
           02 WS-PASSED-ENTRY OCCURS 5000 TIMES.
               03 WS-PS-STUDENT-ID    PIC 9(5).
               03 WS-PS-COURSE-CODE   PIC X(8).
               03 WS-PS-GRADE-POINTS  PIC 9V9.

      *>--------------------------------------------------------------
      *> Every registration on ENROLL, plus tonight's, for the
      *> meeting-time check: the course asked for is held against
      *> the SECTSCHD meeting of each other course the student has
      *> in the same term.  WS-CONFLICT-COURSE comes back with the
      *> first course that clashes, or spaces.
      *>--------------------------------------------------------------
       01 WS-REG-COUNT                PIC 9(4) COMP VALUE ZERO.
       01 WS-REG-IDX                  PIC 9(4) COMP VALUE ZERO.
       01 WS-REG-TABLE.
           02 WS-REG-ENTRY OCCURS 5000 TIMES.
               03 WS-RG-TERM          PIC X(6).
               03 WS-RG-COURSE-CODE   PIC X(8).
               03 WS-RG-STUDENT-ID    PIC 9(5).
       01 WS-CHECK-STUDENT-ID         PIC 9(5) VALUE ZERO.
       01 WS-CHECK-COURSE-CODE        PIC X(8) VALUE SPACES.
       01 WS-CHECK-TERM               PIC X(6) VALUE SPACES.
       01 WS-CONFLICT-COURSE          PIC X(8) VALUE SPACES.
       01 WS-DAY-IDX                  PIC 9(1) COMP VALUE ZERO.
       01 WS-WANTED-MEETING.
           02 WS-WM-DAYS              PIC X(7).
           02 FILLER REDEFINES WS-WM-DAYS.
               03 WS-WM-DAY-FLAG      PIC X(1) OCCURS 7 TIMES.
           02 WS-WM-START-TIME        PIC 9(4).
           02 WS-WM-END-TIME          PIC 9(4).

       01 WS-PREREQ-IDX               PIC 9(1) COMP VALUE ZERO.
       01 WS-PREREQ-MISSING           PIC X(8) VALUE SPACES.
       01 WS-PREREQ-MIN-POINTS        PIC 9V9 VALUE ZERO.

       01 WS-WAIT-POSITION            PIC 9(4) VALUE ZERO.
       01 WS-LAST-SEQUENCE            PIC 9(5) VALUE ZERO.
       01 WS-PROMOTE-COURSE           PIC X(8) VALUE SPACES.
       01 WS-PREV-WAIT-COURSE         PIC X(8) VALUE SPACES.
       01 WS-COURSE-WAITING           PIC 9(4) VALUE ZERO.
       01 WS-COURSE-DEMAND            PIC 9(4) VALUE ZERO.
       01 WS-COURSE-CAPACITY          PIC 9(3) VALUE ZERO.
       01 WS-COURSE-SHORT             PIC 9(4) VALUE ZERO.
       01 WS-WAIT-COURSE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-WAIT-STUDENT-COUNT       PIC 9(5) VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** ENROLLMENT REGISTER ***".
           02 WS-T-ENROLLED     PIC ZZZZ9.
           02 FILLER            PIC X(11) VALUE " REFUSED: ".
           02 WS-T-REFUSED      PIC ZZZZ9.
       01 WS-TOTAL-LINE-2.
           02 FILLER            PIC X(17) VALUE "*** WAITLISTED: ".
           02 WS-T-WAITLISTED   PIC ZZZZ9.
           02 FILLER            PIC X(17) VALUE " FROM WAITLIST: ".
           02 WS-T-PROMOTED     PIC ZZZZ9.
           02 FILLER            PIC X(8)  VALUE " HELD: ".
           02 WS-T-HELD         PIC ZZZZ9.

       01 WS-HELD-HEADING-1  PIC X(50)
           VALUE "*** STUDENTS REFUSED FOR REGISTRATION HOLDS ***".
       01 WS-HELD-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-HL-STUDENT-ID  PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-HL-NAME        PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-HL-REASON      PIC X(2).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-HL-PLACED-BY   PIC X(1).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-HL-HOLD-DATE   PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-HL-HOLD-TEXT   PIC X(30).

       01 WS-WAIT-HEADING-1  PIC X(50)
           VALUE "*** SECTION WAITLIST DEMAND BY COURSE ***".
       01 WS-WAIT-HEADING-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-WH-RUN-DATE    PIC 9(8).
       01 WS-WAIT-COURSE-LINE.
           02 FILLER            PIC X(8)  VALUE "COURSE: ".
           02 WS-WC-COURSE      PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-WC-TITLE       PIC X(20).
           02 FILLER            PIC X(12) VALUE "  CAPACITY: ".
           02 WS-WC-CAPACITY    PIC ZZ9.
           02 FILLER            PIC X(12) VALUE "  ENROLLED: ".
           02 WS-WC-ENROLLED    PIC ZZ9.
       01 WS-WAIT-COLUMNS.
           02 FILLER            PIC X(8)  VALUE "  POS".
           02 FILLER            PIC X(8)  VALUE "STUDENT".
           02 FILLER            PIC X(22) VALUE "NAME".
           02 FILLER            PIC X(8)  VALUE "TERM".
           02 FILLER            PIC X(13) VALUE "WAITING SINCE".
       01 WS-WAIT-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-WD-POSITION    PIC ZZZ9.
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-WD-STUDENT-ID  PIC 9(5).
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-WD-NAME        PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-WD-TERM        PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-WD-DATE-ADDED  PIC 9(8).
       01 WS-WAIT-FOOTER.
           02 FILLER            PIC X(12) VALUE "   WAITING: ".
           02 WS-WF-WAITING     PIC ZZZ9.
           02 FILLER            PIC X(17) VALUE "   TOTAL DEMAND: ".
           02 WS-WF-DEMAND      PIC ZZZ9.
           02 FILLER            PIC X(16) VALUE "   SEATS SHORT: ".
           02 WS-WF-SHORT       PIC ZZZ9.
       01 WS-WAIT-TOTAL.
           02 FILLER            PIC X(29) VALUE
               "*** COURSES WITH WAITLISTS: ".
           02 WS-WT-COURSES     PIC ZZZ9.
           02 FILLER            PIC X(20) VALUE
               "  STUDENTS WAITING: ".
           02 WS-WT-STUDENTS    PIC ZZZZ9.
       01 WS-WAIT-NONE-LINE  PIC X(40)
           VALUE "NO STUDENTS WAITING FOR ANY SECTION".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-REFUSED
               DISPLAY WS-RUN-REFUSED-REASON
               DISPLAY "Enrollment run refused - nothing registered"
               CLOSE WAITLIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-PROMOTE-WAITLIST THRU 1500-EXIT
           PERFORM 2000-ENROLL-ONE-STUDENT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 7000-PRINT-WAITLIST-REPORT THRU 7000-EXIT
           PERFORM 7500-PRINT-HELD-STUDENTS THRU 7500-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN I-O WAITLIST-FILE
           IF WS-WAITLIST-NEW
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN I-O WAITLIST-FILE
           END-IF
           PERFORM 1050-LOAD-RUN-SCOPE THRU 1050-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-REGISTRATIONS THRU 1200-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-GRADE-HISTORY THRU 1100-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ENROLL-TRANS-FILE
           IF WS-ENROLL-TRANS-STATUS = "35"
               DISPLAY "No ENRLTRAN on file - nothing to enroll"
           IF WS-ENROLLMENT-STATUS = "05" OR "35"
               OPEN OUTPUT ENROLLMENT-FILE
           END-IF
           OPEN EXTEND ENROLL-NOTICE-FILE
           IF WS-ENROLL-NOTICE-STATUS = "05" OR "35"
               OPEN OUTPUT ENROLL-NOTICE-FILE
           END-IF
           OPEN OUTPUT ENROLL-REGISTER-FILE
           WRITE ENROLL-REGISTER-LINE FROM WS-HEADING-LINE-1
           OPEN OUTPUT WAITLIST-REPORT-FILE
           OPEN INPUT STUDENT-HOLD-FILE
           IF WS-STUDENT-HOLD-STATUS = "00"
               SET WS-HOLDS-ON-FILE TO TRUE
           END-IF
           OPEN INPUT SECTION-SCHEDULE-FILE
           IF WS-SECTSCHD-STATUS = "00"
               SET WS-SCHEDULES-ON-FILE TO TRUE
           END-IF
           IF NOT WS-EOF
               READ ENROLL-TRANS-FILE
                   AT END SET WS-EOF TO TRUE
           EXIT.

      *>--------------------------------------------------------------
      *> One pass of ENRLTRAN and of WAITLIST, before either is
      *> worked, for the students and terms in play tonight.
      *>--------------------------------------------------------------
       1050-LOAD-RUN-SCOPE.
           OPEN INPUT ENROLL-TRANS-FILE
           IF WS-ENROLL-TRANS-STATUS NOT = "35"
               PERFORM 1060-SCOPE-ONE-CARD THRU 1060-EXIT
                   UNTIL WS-EOF OR WS-RUN-REFUSED
               CLOSE ENROLL-TRANS-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           IF WS-RUN-REFUSED
               GO TO 1050-EXIT
           END-IF
           MOVE LOW-VALUES TO WL-KEY
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   GO TO 1050-EXIT
           END-START
           PERFORM 1070-SCOPE-ONE-WAITING THRU 1070-EXIT
               UNTIL WS-WAIT-SCAN-EOF OR WS-RUN-REFUSED
           MOVE "N" TO WS-WAIT-SCAN-EOF-SWITCH.
       1050-EXIT.
           EXIT.

       1060-SCOPE-ONE-CARD.
           READ ENROLL-TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1060-EXIT
           END-READ
           MOVE ET-STUDENT-ID TO WS-SCOPE-STUDENT-ID
           MOVE ET-TERM       TO WS-SCOPE-TERM
           PERFORM 1080-ADD-TO-SCOPE THRU 1080-EXIT.
       1060-EXIT.
           EXIT.

       1070-SCOPE-ONE-WAITING.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-WAIT-SCAN-EOF TO TRUE
                   GO TO 1070-EXIT
           END-READ
           MOVE WL-STUDENT-ID TO WS-SCOPE-STUDENT-ID
           MOVE WL-TERM       TO WS-SCOPE-TERM
           PERFORM 1080-ADD-TO-SCOPE THRU 1080-EXIT.
       1070-EXIT.
           EXIT.

       1080-ADD-TO-SCOPE.
           ADD 1 TO WS-SCOPE-CARD-COUNT
           IF WS-SCOPE-CARD-COUNT > 5000
               MOVE "ENRLTRAN/WAITLIST exceed 5000 registrations"
                   TO WS-RUN-REFUSED-REASON
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1080-EXIT
           END-IF
           PERFORM 1090-FIND-SCOPE-STUDENT THRU 1090-EXIT
           IF NOT WS-SCOPE-FOUND
               IF WS-SCOPE-STUDENT-COUNT NOT < 3000
                   MOVE "ENRLTRAN/WAITLIST name over 3000 students"
                       TO WS-RUN-REFUSED-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 1080-EXIT
               END-IF
               ADD 1 TO WS-SCOPE-STUDENT-COUNT
               MOVE WS-SCOPE-STUDENT-ID
                   TO WS-SC-STUDENT-ID (WS-SCOPE-STUDENT-COUNT)
           END-IF
           PERFORM 1095-FIND-SCOPE-TERM THRU 1095-EXIT
           IF NOT WS-SCOPE-FOUND
               IF WS-SCOPE-TERM-COUNT NOT < 20
                   MOVE "ENRLTRAN/WAITLIST name over 20 terms"
                       TO WS-RUN-REFUSED-REASON
                   SET WS-RUN-REFUSED TO TRUE
                   GO TO 1080-EXIT
               END-IF
               ADD 1 TO WS-SCOPE-TERM-COUNT
               MOVE WS-SCOPE-TERM TO WS-SC-TERM (WS-SCOPE-TERM-COUNT)
           END-IF.
       1080-EXIT.
           EXIT.

       1090-FIND-SCOPE-STUDENT.
           MOVE "N" TO WS-SCOPE-FOUND-SWITCH
           PERFORM VARYING WS-SCOPE-STUDENT-IDX FROM 1 BY 1
               UNTIL WS-SCOPE-STUDENT-IDX > WS-SCOPE-STUDENT-COUNT
                  OR WS-SCOPE-FOUND
               IF WS-SC-STUDENT-ID (WS-SCOPE-STUDENT-IDX)
                   = WS-SCOPE-STUDENT-ID
                   SET WS-SCOPE-FOUND TO TRUE
               END-IF
           END-PERFORM.
       1090-EXIT.
           EXIT.

       1095-FIND-SCOPE-TERM.
           MOVE "N" TO WS-SCOPE-FOUND-SWITCH
           PERFORM VARYING WS-SCOPE-TERM-IDX FROM 1 BY 1
               UNTIL WS-SCOPE-TERM-IDX > WS-SCOPE-TERM-COUNT
                  OR WS-SCOPE-FOUND
               IF WS-SC-TERM (WS-SCOPE-TERM-IDX) = WS-SCOPE-TERM
                   SET WS-SCOPE-FOUND TO TRUE
               END-IF
           END-PERFORM.
       1095-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Passed courses of the students in scope only; more than the
      *> table holds refuses the run rather than fail a prerequisite
      *> the student has in fact met.
      *>--------------------------------------------------------------
       1100-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-HIST-FILE
           IF WS-GRADE-HIST-STATUS = "35"
               DISPLAY "No GRADEHIST on file - no prerequisite is met"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-KEEP-ONE-GRADE THRU 1150-EXIT
               UNTIL WS-HIST-EOF
           CLOSE GRADE-HIST-FILE.
       1100-EXIT.
           EXIT.

       1150-KEEP-ONE-GRADE.
           READ GRADE-HIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF GH-SCORE NOT = "A" AND GH-SCORE NOT = "B"
               AND GH-SCORE NOT = "C" AND GH-SCORE NOT = "D"
               GO TO 1150-EXIT
           END-IF
           MOVE GH-STUDENT-ID TO WS-SCOPE-STUDENT-ID
           PERFORM 1090-FIND-SCOPE-STUDENT THRU 1090-EXIT
           IF NOT WS-SCOPE-FOUND
               GO TO 1150-EXIT
           END-IF
           MOVE ZERO TO WS-PASSED-FOUND-IDX
           PERFORM VARYING WS-PASSED-IDX FROM 1 BY 1
               UNTIL WS-PASSED-IDX > WS-PASSED-COUNT
                  OR WS-PASSED-FOUND-IDX > ZERO
               IF WS-PS-STUDENT-ID (WS-PASSED-IDX) = GH-STUDENT-ID
                   AND WS-PS-COURSE-CODE (WS-PASSED-IDX)
                       = GH-COURSE-CODE
                   MOVE WS-PASSED-IDX TO WS-PASSED-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PASSED-FOUND-IDX > ZERO
               IF GH-GRADE-POINTS
                   > WS-PS-GRADE-POINTS (WS-PASSED-FOUND-IDX)
                   MOVE GH-GRADE-POINTS
                       TO WS-PS-GRADE-POINTS (WS-PASSED-FOUND-IDX)
               END-IF
               GO TO 1150-EXIT
           END-IF
           IF WS-PASSED-COUNT NOT < 5000
               MOVE "GRADEHIST passes for the run exceed 5000"
                   TO WS-RUN-REFUSED-REASON
               SET WS-RUN-REFUSED TO TRUE
               SET WS-HIST-EOF TO TRUE
               GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-PASSED-COUNT
           MOVE GH-STUDENT-ID   TO WS-PS-STUDENT-ID (WS-PASSED-COUNT)
           MOVE GH-COURSE-CODE  TO WS-PS-COURSE-CODE (WS-PASSED-COUNT)
           MOVE GH-GRADE-POINTS TO WS-PS-GRADE-POINTS (WS-PASSED-COUNT).
       1150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The registrations already on ENROLL for the terms in
      *> scope, read before the file is opened to append tonight's.
      *> Room is kept for every registration the run could add; a
      *> term too big for that refuses the run.
      *>--------------------------------------------------------------
       1200-LOAD-REGISTRATIONS.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS = "35"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-KEEP-ONE-REGISTRATION THRU 1250-EXIT
               UNTIL WS-REG-EOF
           CLOSE ENROLLMENT-FILE.
       1200-EXIT.
           EXIT.

       1250-KEEP-ONE-REGISTRATION.
           READ ENROLLMENT-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ
           MOVE EN-TERM TO WS-SCOPE-TERM
           PERFORM 1095-FIND-SCOPE-TERM THRU 1095-EXIT
           IF NOT WS-SCOPE-FOUND
               GO TO 1250-EXIT
           END-IF
           IF WS-REG-COUNT + WS-SCOPE-CARD-COUNT NOT < 5000
               MOVE "ENROLL rows for the run's terms exceed 5000"
                   TO WS-RUN-REFUSED-REASON
               SET WS-RUN-REFUSED TO TRUE
               SET WS-REG-EOF TO TRUE
               GO TO 1250-EXIT
           END-IF
           PERFORM 2400-ADD-REGISTRATION THRU 2400-EXIT.
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Seats opened since the last run go to the waitlist first,
      *> in arrival order, before any new registration is read.
      *>--------------------------------------------------------------
       1500-PROMOTE-WAITLIST.
           IF WS-COURSMST-STATUS = "35"
               GO TO 1500-EXIT
           END-IF
           MOVE "N" TO WS-WAIT-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO WL-KEY
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   GO TO 1500-EXIT
           END-START
           MOVE SPACES TO WS-PROMOTE-COURSE
           PERFORM 1550-PROMOTE-ONE-STUDENT THRU 1550-EXIT
               UNTIL WS-WAIT-SCAN-EOF.
       1500-EXIT.
           EXIT.

       1550-PROMOTE-ONE-STUDENT.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-WAIT-SCAN-EOF TO TRUE
                   GO TO 1550-EXIT
           END-READ
           IF WL-COURSE-CODE NOT = WS-PROMOTE-COURSE
               MOVE WL-COURSE-CODE TO WS-PROMOTE-COURSE
               MOVE WL-COURSE-CODE TO CRS-COURSE-CODE
               MOVE "Y" TO WS-PROMOTE-COURSE-SWITCH
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PROMOTE-COURSE-SWITCH
               END-READ
           END-IF
           IF NOT WS-PROMOTE-COURSE-ON-FILE
               GO TO 1550-EXIT
           END-IF
           IF CRS-ENROLLED-COUNT >= CRS-SECTION-CAPACITY
               GO TO 1550-EXIT
           END-IF
           MOVE WL-STUDENT-ID TO WS-HOLD-STUDENT-ID
           PERFORM 2050-CHECK-HOLD THRU 2050-EXIT
           IF WS-HOLD-REASON NOT = SPACES
               MOVE WL-STUDENT-NAME TO WS-HELD-NAME
               PERFORM 2060-KEEP-HELD-STUDENT THRU 2060-EXIT
               MOVE WL-STUDENT-ID   TO WS-D-STUDENT-ID
               MOVE WL-STUDENT-NAME TO WS-D-NAME
               MOVE WL-COURSE-CODE  TO WS-D-COURSE
               MOVE WL-TERM         TO WS-D-TERM
               MOVE SPACES TO WS-D-ACTION
               STRING "HOLD " WS-HOLD-REASON " - STILL WAITING"
                   DELIMITED BY SIZE
                   INTO WS-D-ACTION
               WRITE ENROLL-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO 1550-EXIT
           END-IF
           MOVE WL-STUDENT-ID  TO WS-CHECK-STUDENT-ID
           MOVE WL-COURSE-CODE TO WS-CHECK-COURSE-CODE
           MOVE WL-TERM        TO WS-CHECK-TERM
           PERFORM 2300-CHECK-TIME-CONFLICT THRU 2300-EXIT
           IF WS-CONFLICT-COURSE NOT = SPACES
               MOVE WL-STUDENT-ID   TO WS-D-STUDENT-ID
               MOVE WL-STUDENT-NAME TO WS-D-NAME
               MOVE WL-COURSE-CODE  TO WS-D-COURSE
               MOVE WL-TERM         TO WS-D-TERM
               MOVE "TIME CONFLICT - WAITING" TO WS-D-ACTION
               WRITE ENROLL-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO 1550-EXIT
           END-IF

           ADD 1 TO CRS-ENROLLED-COUNT
           REWRITE COURSE-MASTER-RECORD
           MOVE WL-TERM         TO EN-TERM
           MOVE WL-COURSE-CODE  TO EN-COURSE-CODE
           MOVE WL-STUDENT-ID   TO EN-STUDENT-ID
           MOVE WL-STUDENT-NAME TO EN-STUDENT-NAME
           WRITE ENROLLMENT-RECORD
           PERFORM 2400-ADD-REGISTRATION THRU 2400-EXIT
           MOVE WS-BUSINESS-DATE TO NT-DATE
           MOVE WL-STUDENT-ID    TO NT-STUDENT-ID
           MOVE WL-STUDENT-NAME  TO NT-STUDENT-NAME
           MOVE WL-COURSE-CODE   TO NT-COURSE-CODE
           MOVE WL-TERM          TO NT-TERM
           MOVE "REGISTERED FROM WAITLIST" TO NT-MESSAGE
           WRITE ENROLL-NOTICE-RECORD
           MOVE WL-STUDENT-ID   TO WS-D-STUDENT-ID
           MOVE WL-STUDENT-NAME TO WS-D-NAME
           MOVE WL-COURSE-CODE  TO WS-D-COURSE
           MOVE WL-TERM         TO WS-D-TERM
           MOVE "ENROLLED FROM WAITLIST" TO WS-D-ACTION
           WRITE ENROLL-REGISTER-LINE FROM WS-DETAIL-LINE
           DELETE WAITLIST-FILE RECORD
           ADD 1 TO WS-PROMOTED-COUNT
           ADD 1 TO WS-ENROLLED-COUNT.
       1550-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One registration: the student must be clear of holds, the
      *> course must exist and the student must have passed its
      *> prerequisites; then the registration appends and the seat
      *> is taken, or the student waits in line for the next seat if
      *> the section is full.
      *>--------------------------------------------------------------
       2000-ENROLL-ONE-STUDENT.
           MOVE ET-STUDENT-ID   TO WS-D-STUDENT-ID
           MOVE ET-COURSE-CODE  TO WS-D-COURSE
           MOVE ET-TERM         TO WS-D-TERM

           MOVE ET-STUDENT-ID TO WS-HOLD-STUDENT-ID
           PERFORM 2050-CHECK-HOLD THRU 2050-EXIT
           IF WS-HOLD-REASON NOT = SPACES
               MOVE ET-STUDENT-NAME TO WS-HELD-NAME
               PERFORM 2060-KEEP-HELD-STUDENT THRU 2060-EXIT
               MOVE SPACES TO WS-D-ACTION
               STRING "REGISTRATION HOLD - " WS-HOLD-REASON
                   DELIMITED BY SIZE
                   INTO WS-D-ACTION
               ADD 1 TO WS-REFUSED-COUNT
               ADD 1 TO WS-HOLD-REFUSED-COUNT
               GO TO 2000-WRITE
           END-IF
           MOVE ET-COURSE-CODE TO CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 2000-WRITE
           END-READ
           PERFORM 2100-CHECK-PREREQUISITES THRU 2100-EXIT
           IF WS-PREREQ-MISSING NOT = SPACES
               MOVE SPACES TO WS-D-ACTION
               STRING "PREREQ " DELIMITED BY SIZE
                   WS-PREREQ-MISSING DELIMITED BY SPACE
                   " NOT MET" DELIMITED BY SIZE
                   INTO WS-D-ACTION
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2000-WRITE
           END-IF
           MOVE ET-STUDENT-ID  TO WS-CHECK-STUDENT-ID
           MOVE ET-COURSE-CODE TO WS-CHECK-COURSE-CODE
           MOVE ET-TERM        TO WS-CHECK-TERM
           PERFORM 2300-CHECK-TIME-CONFLICT THRU 2300-EXIT
           IF WS-CONFLICT-COURSE NOT = SPACES
               MOVE SPACES TO WS-D-ACTION
               STRING "TIME CONFLICT " WS-CONFLICT-COURSE
                   DELIMITED BY SIZE
                   INTO WS-D-ACTION
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2000-WRITE
           END-IF
           IF CRS-ENROLLED-COUNT >= CRS-SECTION-CAPACITY
               PERFORM 2200-ADD-TO-WAITLIST THRU 2200-EXIT
               GO TO 2000-WRITE
           END-IF

           ADD 1 TO CRS-ENROLLED-COUNT
           REWRITE COURSE-MASTER-RECORD
           MOVE ET-STUDENT-ID   TO EN-STUDENT-ID
           MOVE ET-STUDENT-NAME TO EN-STUDENT-NAME
           WRITE ENROLLMENT-RECORD
           PERFORM 2400-ADD-REGISTRATION THRU 2400-EXIT
           MOVE "ENROLLED" TO WS-D-ACTION
           ADD 1 TO WS-ENROLLED-COUNT.
       2000-WRITE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Any STUHOLD row under the student's id holds them; the
      *> generic START lands on their first reason.
      *>--------------------------------------------------------------
       2050-CHECK-HOLD.
           MOVE SPACES TO WS-HOLD-REASON
           IF NOT WS-HOLDS-ON-FILE
               GO TO 2050-EXIT
           END-IF
           MOVE WS-HOLD-STUDENT-ID TO SH-STUDENT-ID
           MOVE LOW-VALUES TO SH-REASON-CODE
           START STUDENT-HOLD-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   GO TO 2050-EXIT
           END-START
           READ STUDENT-HOLD-FILE NEXT RECORD
               AT END
                   GO TO 2050-EXIT
           END-READ
           IF SH-STUDENT-ID = WS-HOLD-STUDENT-ID
               MOVE SH-REASON-CODE TO WS-HOLD-REASON
           END-IF.
       2050-EXIT.
           EXIT.

       2060-KEEP-HELD-STUDENT.
           MOVE ZERO TO WS-HELD-FOUND-IDX
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
                  OR WS-HELD-FOUND-IDX > ZERO
               IF WS-HD-STUDENT-ID (WS-HELD-IDX) = SH-STUDENT-ID
                   MOVE WS-HELD-IDX TO WS-HELD-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-HELD-FOUND-IDX > ZERO
               GO TO 2060-EXIT
           END-IF
           IF WS-HELD-COUNT >= 500
               IF NOT WS-HELD-TABLE-FULL
                   DISPLAY "Held-student table full - later held "
                       "students not listed"
                   SET WS-HELD-TABLE-FULL TO TRUE
               END-IF
               GO TO 2060-EXIT
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE SH-STUDENT-ID  TO WS-HD-STUDENT-ID (WS-HELD-COUNT)
           MOVE WS-HELD-NAME   TO WS-HD-STUDENT-NAME (WS-HELD-COUNT)
           MOVE SH-REASON-CODE TO WS-HD-REASON (WS-HELD-COUNT)
           MOVE SH-PLACED-BY   TO WS-HD-PLACED-BY (WS-HELD-COUNT)
           MOVE SH-HOLD-DATE   TO WS-HD-HOLD-DATE (WS-HELD-COUNT)
           MOVE SH-HOLD-TEXT   TO WS-HD-HOLD-TEXT (WS-HELD-COUNT).
       2060-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> WS-PREREQ-MISSING comes back with the first prerequisite
      *> the student has not passed at its minimum grade, or spaces.
      *>--------------------------------------------------------------
       2100-CHECK-PREREQUISITES.
           MOVE SPACES TO WS-PREREQ-MISSING
           PERFORM 2150-CHECK-ONE-PREREQ THRU 2150-EXIT
               VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 3
                  OR WS-PREREQ-MISSING NOT = SPACES.
       2100-EXIT.
           EXIT.

       2150-CHECK-ONE-PREREQ.
           IF CRS-PREREQ-CODE (WS-PREREQ-IDX) = SPACES
               OR CRS-PREREQ-CODE (WS-PREREQ-IDX) = LOW-VALUES
               GO TO 2150-EXIT
           END-IF
           EVALUATE CRS-PREREQ-MIN-GRADE (WS-PREREQ-IDX)
               WHEN "A"
                   MOVE 4.0 TO WS-PREREQ-MIN-POINTS
               WHEN "B"
                   MOVE 3.0 TO WS-PREREQ-MIN-POINTS
               WHEN "C"
                   MOVE 2.0 TO WS-PREREQ-MIN-POINTS
               WHEN OTHER
                   MOVE 1.0 TO WS-PREREQ-MIN-POINTS
           END-EVALUATE
           MOVE ZERO TO WS-PASSED-FOUND-IDX
           PERFORM VARYING WS-PASSED-IDX FROM 1 BY 1
               UNTIL WS-PASSED-IDX > WS-PASSED-COUNT
                  OR WS-PASSED-FOUND-IDX > ZERO
               IF WS-PS-STUDENT-ID (WS-PASSED-IDX) = ET-STUDENT-ID
                   AND WS-PS-COURSE-CODE (WS-PASSED-IDX)
                       = CRS-PREREQ-CODE (WS-PREREQ-IDX)
                   AND WS-PS-GRADE-POINTS (WS-PASSED-IDX)
                       NOT < WS-PREREQ-MIN-POINTS
                   MOVE WS-PASSED-IDX TO WS-PASSED-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PASSED-FOUND-IDX = ZERO
               MOVE CRS-PREREQ-CODE (WS-PREREQ-IDX)
                   TO WS-PREREQ-MISSING
           END-IF.
       2150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A full section: the student joins the end of the course's
      *> line, once - a resubmitted registration keeps its place.
      *>--------------------------------------------------------------
       2200-ADD-TO-WAITLIST.
           MOVE ZERO TO WS-WAIT-POSITION
           MOVE ZERO TO WS-LAST-SEQUENCE
           MOVE "N"  TO WS-WAIT-DUPLICATE-SWITCH
           MOVE "N"  TO WS-WAIT-SCAN-EOF-SWITCH
           MOVE ET-COURSE-CODE TO WL-COURSE-CODE
           MOVE ZERO           TO WL-SEQUENCE
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   SET WS-WAIT-SCAN-EOF TO TRUE
           END-START
           PERFORM 2250-SCAN-ONE-WAITING THRU 2250-EXIT
               UNTIL WS-WAIT-SCAN-EOF
           IF WS-WAIT-DUPLICATE
               MOVE "ALREADY WAITLISTED" TO WS-D-ACTION
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-WAIT-POSITION
           MOVE ET-COURSE-CODE   TO WL-COURSE-CODE
           COMPUTE WL-SEQUENCE = WS-LAST-SEQUENCE + 1
           MOVE ET-TERM          TO WL-TERM
           MOVE ET-STUDENT-ID    TO WL-STUDENT-ID
           MOVE ET-STUDENT-NAME  TO WL-STUDENT-NAME
           MOVE WS-BUSINESS-DATE TO WL-DATE-ADDED
           WRITE WAITLIST-RECORD
               INVALID KEY
                   MOVE "WAITLIST WRITE FAILED" TO WS-D-ACTION
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 2200-EXIT
           END-WRITE
           MOVE SPACES TO WS-D-ACTION
           STRING "WAITLIST POSITION " DELIMITED BY SIZE
               WS-WAIT-POSITION DELIMITED BY SIZE
               INTO WS-D-ACTION
           ADD 1 TO WS-WAITLISTED-COUNT.
       2200-EXIT.
           EXIT.

       2250-SCAN-ONE-WAITING.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-WAIT-SCAN-EOF TO TRUE
                   GO TO 2250-EXIT
           END-READ
           IF WL-COURSE-CODE NOT = ET-COURSE-CODE
               SET WS-WAIT-SCAN-EOF TO TRUE
               GO TO 2250-EXIT
           END-IF
           ADD 1 TO WS-WAIT-POSITION
           MOVE WL-SEQUENCE TO WS-LAST-SEQUENCE
           IF WL-STUDENT-ID = ET-STUDENT-ID
               AND WL-TERM = ET-TERM
               SET WS-WAIT-DUPLICATE TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A course with no SECTSCHD row for the term has no fixed
      *> time and clashes with nothing; otherwise each of the
      *> student's other courses that term that has one is held
      *> against it - a shared day where each starts before the
      *> other ends.
      *>--------------------------------------------------------------
       2300-CHECK-TIME-CONFLICT.
           MOVE SPACES TO WS-CONFLICT-COURSE
           IF NOT WS-SCHEDULES-ON-FILE
               GO TO 2300-EXIT
           END-IF
           MOVE WS-CHECK-COURSE-CODE TO SCH-COURSE-CODE
           MOVE WS-CHECK-TERM        TO SCH-TERM
           READ SECTION-SCHEDULE-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           MOVE SCH-MEETING-DAYS TO WS-WM-DAYS
           MOVE SCH-START-TIME   TO WS-WM-START-TIME
           MOVE SCH-END-TIME     TO WS-WM-END-TIME
           PERFORM 2350-CHECK-ONE-REGISTRATION THRU 2350-EXIT
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
                  OR WS-CONFLICT-COURSE NOT = SPACES.
       2300-EXIT.
           EXIT.

       2350-CHECK-ONE-REGISTRATION.
           IF WS-RG-STUDENT-ID (WS-REG-IDX) NOT = WS-CHECK-STUDENT-ID
               OR WS-RG-TERM (WS-REG-IDX) NOT = WS-CHECK-TERM
               OR WS-RG-COURSE-CODE (WS-REG-IDX) = WS-CHECK-COURSE-CODE
               GO TO 2350-EXIT
           END-IF
           MOVE WS-RG-COURSE-CODE (WS-REG-IDX) TO SCH-COURSE-CODE
           MOVE WS-CHECK-TERM                  TO SCH-TERM
           READ SECTION-SCHEDULE-FILE
               INVALID KEY
                   GO TO 2350-EXIT
           END-READ
           IF SCH-START-TIME NOT < WS-WM-END-TIME
               OR WS-WM-START-TIME NOT < SCH-END-TIME
               GO TO 2350-EXIT
           END-IF
           MOVE "N" TO WS-OVERLAP-SWITCH
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
               IF SCH-DAY-FLAG (WS-DAY-IDX) NOT = SPACE
                   AND WS-WM-DAY-FLAG (WS-DAY-IDX) NOT = SPACE
                   SET WS-DAYS-OVERLAP TO TRUE
               END-IF
           END-PERFORM
           IF WS-DAYS-OVERLAP
               MOVE SCH-COURSE-CODE TO WS-CONFLICT-COURSE
           END-IF.
       2350-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> ENROLLMENT-RECORD, just read or just written, into the
      *> registration table.
      *>--------------------------------------------------------------
       2400-ADD-REGISTRATION.
           IF WS-REG-COUNT >= 5000
               IF NOT WS-REG-TABLE-FULL
                   DISPLAY "Registration table full - later "
                       "registrations not checked for time conflicts"
                   SET WS-REG-TABLE-FULL TO TRUE
               END-IF
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE EN-TERM         TO WS-RG-TERM (WS-REG-COUNT)
           MOVE EN-COURSE-CODE  TO WS-RG-COURSE-CODE (WS-REG-COUNT)
           MOVE EN-STUDENT-ID   TO WS-RG-STUDENT-ID (WS-REG-COUNT).
       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Demand by course: everyone still waiting after tonight's
      *> registrations, in line order, against the section's seats.
      *>--------------------------------------------------------------
       7000-PRINT-WAITLIST-REPORT.
           WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-HEADING-1
           MOVE WS-BUSINESS-DATE TO WS-WH-RUN-DATE
           WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-HEADING-2
           MOVE "N" TO WS-WAIT-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO WL-KEY
           START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   SET WS-WAIT-SCAN-EOF TO TRUE
           END-START
           PERFORM 7100-PRINT-ONE-WAITING THRU 7100-EXIT
               UNTIL WS-WAIT-SCAN-EOF
           MOVE SPACES TO WAITLIST-REPORT-LINE
           WRITE WAITLIST-REPORT-LINE
           IF WS-FIRST-COURSE
               WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-NONE-LINE
               GO TO 7000-EXIT
           END-IF
           PERFORM 7300-PRINT-COURSE-FOOTER THRU 7300-EXIT
           MOVE WS-WAIT-COURSE-COUNT  TO WS-WT-COURSES
           MOVE WS-WAIT-STUDENT-COUNT TO WS-WT-STUDENTS
           WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-TOTAL.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-WAITING.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-WAIT-SCAN-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ
           IF WS-FIRST-COURSE
               OR WL-COURSE-CODE NOT = WS-PREV-WAIT-COURSE
               IF NOT WS-FIRST-COURSE
                   PERFORM 7300-PRINT-COURSE-FOOTER THRU 7300-EXIT
               END-IF
               PERFORM 7200-PRINT-COURSE-HEADING THRU 7200-EXIT
           END-IF
           ADD 1 TO WS-COURSE-WAITING
           ADD 1 TO WS-WAIT-STUDENT-COUNT
           MOVE WS-COURSE-WAITING TO WS-WD-POSITION
           MOVE WL-STUDENT-ID     TO WS-WD-STUDENT-ID
           MOVE WL-STUDENT-NAME   TO WS-WD-NAME
           MOVE WL-TERM           TO WS-WD-TERM
           MOVE WL-DATE-ADDED     TO WS-WD-DATE-ADDED
           WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-DETAIL.
       7100-EXIT.
           EXIT.

       7200-PRINT-COURSE-HEADING.
           MOVE "N" TO WS-FIRST-COURSE-SWITCH
           MOVE WL-COURSE-CODE TO WS-PREV-WAIT-COURSE
           MOVE ZERO TO WS-COURSE-WAITING
           ADD 1 TO WS-WAIT-COURSE-COUNT
           MOVE WL-COURSE-CODE TO WS-WC-COURSE
           MOVE WL-COURSE-CODE TO CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON COURSMST" TO CRS-TITLE
                   MOVE ZERO TO CRS-SECTION-CAPACITY
                   MOVE ZERO TO CRS-ENROLLED-COUNT
           END-READ
           MOVE CRS-TITLE            TO WS-WC-TITLE
           MOVE CRS-SECTION-CAPACITY TO WS-WC-CAPACITY
           MOVE CRS-ENROLLED-COUNT   TO WS-WC-ENROLLED
           MOVE CRS-SECTION-CAPACITY TO WS-COURSE-CAPACITY
           MOVE CRS-ENROLLED-COUNT   TO WS-COURSE-DEMAND
           MOVE SPACES TO WAITLIST-REPORT-LINE
           WRITE WAITLIST-REPORT-LINE
           WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-COURSE-LINE
           WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-COLUMNS.
       7200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Total demand is the seats taken plus the line; the shortfall
      *> is how many seats the registrar would have to open.
      *>--------------------------------------------------------------
       7300-PRINT-COURSE-FOOTER.
           ADD WS-COURSE-WAITING TO WS-COURSE-DEMAND
           MOVE ZERO TO WS-COURSE-SHORT
           IF WS-COURSE-DEMAND > WS-COURSE-CAPACITY
               COMPUTE WS-COURSE-SHORT =
                   WS-COURSE-DEMAND - WS-COURSE-CAPACITY
           END-IF
           MOVE WS-COURSE-WAITING TO WS-WF-WAITING
           MOVE WS-COURSE-DEMAND  TO WS-WF-DEMAND
           MOVE WS-COURSE-SHORT   TO WS-WF-SHORT
           WRITE WAITLIST-REPORT-LINE FROM WS-WAIT-FOOTER.
       7300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every held student turned away tonight, once, with the hold
      *> that stopped them, so the registrar knows whom to call.
      *>--------------------------------------------------------------
       7500-PRINT-HELD-STUDENTS.
           IF WS-HELD-COUNT = ZERO
               GO TO 7500-EXIT
           END-IF
           MOVE SPACES TO ENROLL-REGISTER-LINE
           WRITE ENROLL-REGISTER-LINE
           WRITE ENROLL-REGISTER-LINE FROM WS-HELD-HEADING-1
           PERFORM 7550-PRINT-ONE-HELD THRU 7550-EXIT
               VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
           MOVE SPACES TO ENROLL-REGISTER-LINE
           WRITE ENROLL-REGISTER-LINE.
       7500-EXIT.
           EXIT.

       7550-PRINT-ONE-HELD.
           MOVE WS-HD-STUDENT-ID (WS-HELD-IDX)   TO WS-HL-STUDENT-ID
           MOVE WS-HD-STUDENT-NAME (WS-HELD-IDX) TO WS-HL-NAME
           MOVE WS-HD-REASON (WS-HELD-IDX)       TO WS-HL-REASON
           MOVE WS-HD-PLACED-BY (WS-HELD-IDX)    TO WS-HL-PLACED-BY
           MOVE WS-HD-HOLD-DATE (WS-HELD-IDX)    TO WS-HL-HOLD-DATE
           MOVE WS-HD-HOLD-TEXT (WS-HELD-IDX)    TO WS-HL-HOLD-TEXT
           WRITE ENROLL-REGISTER-LINE FROM WS-HELD-DETAIL.
       7550-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-ENROLLED-COUNT TO WS-T-ENROLLED
           MOVE WS-REFUSED-COUNT  TO WS-T-REFUSED
           WRITE ENROLL-REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE WS-WAITLISTED-COUNT TO WS-T-WAITLISTED
           MOVE WS-PROMOTED-COUNT   TO WS-T-PROMOTED
           MOVE WS-HOLD-REFUSED-COUNT TO WS-T-HELD
           WRITE ENROLL-REGISTER-LINE FROM WS-TOTAL-LINE-2
           DISPLAY "Students enrolled: " WS-ENROLLED-COUNT
           DISPLAY "Refused:           " WS-REFUSED-COUNT
           DISPLAY "Waitlisted:        " WS-WAITLISTED-COUNT
           DISPLAY "From waitlist:     " WS-PROMOTED-COUNT
           DISPLAY "Refused for holds: " WS-HOLD-REFUSED-COUNT.
       8000-EXIT.
           EXIT.

           END-IF
           CLOSE COURSE-MASTER-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE WAITLIST-FILE
           CLOSE ENROLL-NOTICE-FILE
           CLOSE ENROLL-REGISTER-FILE
           CLOSE WAITLIST-REPORT-FILE
           IF WS-HOLDS-ON-FILE
               CLOSE STUDENT-HOLD-FILE
           END-IF
           IF WS-SCHEDULES-ON-FILE
               CLOSE SECTION-SCHEDULE-FILE
           END-IF.
       9000-EXIT.
           EXIT.
