       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. schdrpt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Term class schedule and room-booking conflict report for
      *> the registrar, from the section meetings schdmnt.cob keeps
      *> on SECTSCHD.  CLSSCHD is the printed class schedule: every
      *> meeting of every section, sorted by term, day of the week,
      *> start time and room, with the course title and capacity
      *> from COURSMST and the room seats from ROOMMAST.
      *> ROOMCONF lists each pair of sections booked into the same
      *> room in the same term on a shared day at overlapping times,
      *> then each section whose capacity is more than its room
      *> seats or whose room is not on ROOMMAST at all.  The term
      *> comes from the optional SCHDPRM card; a blank or absent
      *> card reports every term on file.  More meetings than the
      *> 2000 the run holds leaves both reports incomplete: each
      *> says so under its totals and the run ends with return
      *> code 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-SCHEDULE-FILE ASSIGN TO "SECTSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SECTSCHD-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-COURSMST-STATUS.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-ROOM-CODE
               FILE STATUS IS WS-ROOMMAST-STATUS.
           SELECT SCHEDULE-PARM-FILE ASSIGN TO "SCHDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK13".
           SELECT CLASS-SCHEDULE-FILE ASSIGN TO "CLSSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-SCHEDULE-STATUS.
           SELECT ROOM-CONFLICT-FILE ASSIGN TO "ROOMCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-CONFLICT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-SCHEDULE-FILE.
           COPY SECTSCHD.

       FD  COURSE-MASTER-FILE.
           COPY COURSREC.

       FD  ROOM-MASTER-FILE.
           COPY ROOMREC.

       FD  SCHEDULE-PARM-FILE.
       01 SCHEDULE-PARM-RECORD.
           02 SP-TERM                 PIC X(6).

       SD  SORT-WORK-FILE.
       01 SORT-MEETING-RECORD.
           02 SRT-TERM                PIC X(6).
           02 SRT-DAY-NUMBER          PIC 9(1).
           02 SRT-START-TIME          PIC 9(4).
           02 SRT-ROOM-CODE           PIC X(6).
           02 SRT-COURSE-CODE         PIC X(8).
           02 SRT-END-TIME            PIC 9(4).
           02 SRT-COURSE-TITLE        PIC X(20).
           02 SRT-CAPACITY            PIC 9(3).
           02 SRT-SEAT-COUNT          PIC 9(3).

       FD  CLASS-SCHEDULE-FILE.
       01 CLASS-SCHEDULE-LINE         PIC X(80).

       FD  ROOM-CONFLICT-FILE.
       01 ROOM-CONFLICT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SECTSCHD-STATUS          PIC XX VALUE "00".
       01 WS-COURSMST-STATUS          PIC XX VALUE "00".
       01 WS-ROOMMAST-STATUS          PIC XX VALUE "00".
       01 WS-SCHEDULE-PARM-STATUS     PIC XX VALUE "00".
       01 WS-CLASS-SCHEDULE-STATUS    PIC XX VALUE "00".
       01 WS-ROOM-CONFLICT-STATUS     PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-COURSMST-SWITCH           PIC X VALUE "N".
           88 WS-COURSMST-AVAILABLE        VALUE "Y".
       01 WS-ROOMMAST-SWITCH           PIC X VALUE "N".
           88 WS-ROOMMAST-AVAILABLE        VALUE "Y".
       01 WS-ROOM-FOUND-SWITCH         PIC X VALUE "N".
           88 WS-ROOM-FOUND                VALUE "Y".
       01 WS-OVERLAP-SWITCH            PIC X VALUE "N".
           88 WS-DAYS-OVERLAP              VALUE "Y".

       01 WS-REPORT-TERM               PIC X(6) VALUE SPACES.
       01 WS-MEETING-OVERFLOW-SWITCH   PIC X VALUE "N".
           88 WS-MEETING-OVERFLOW          VALUE "Y".

      *>--------------------------------------------------------------
      *> The term's section meetings, loaded once from SECTSCHD and
      *> walked both for the sort and for the pairwise room check.
      *>--------------------------------------------------------------
       01 WS-MEETING-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-MEETING-TABLE.
           02 WS-MEETING-ENTRY OCCURS 2000 TIMES.
               03 WS-MT-COURSE-CODE    PIC X(8).
               03 WS-MT-TERM           PIC X(6).
               03 WS-MT-DAYS           PIC X(7).
               03 FILLER REDEFINES WS-MT-DAYS.
                   04 WS-MT-DAY-FLAG   PIC X(1) OCCURS 7 TIMES.
               03 WS-MT-START-TIME     PIC 9(4).
               03 WS-MT-END-TIME       PIC 9(4).
               03 WS-MT-ROOM-CODE      PIC X(6).
       01 WS-MT-IDX                    PIC 9(4) COMP VALUE ZERO.
       01 WS-OTHER-IDX                 PIC 9(4) COMP VALUE ZERO.
       01 WS-DAY-IDX                   PIC 9(1) COMP VALUE ZERO.

       01 WS-DAY-NAMES.
           02 FILLER            PIC X(9)  VALUE "MONDAY".
           02 FILLER            PIC X(9)  VALUE "TUESDAY".
           02 FILLER            PIC X(9)  VALUE "WEDNESDAY".
           02 FILLER            PIC X(9)  VALUE "THURSDAY".
           02 FILLER            PIC X(9)  VALUE "FRIDAY".
           02 FILLER            PIC X(9)  VALUE "SATURDAY".
           02 FILLER            PIC X(9)  VALUE "SUNDAY".
       01 FILLER REDEFINES WS-DAY-NAMES.
           02 WS-DAY-NAME              PIC X(9) OCCURS 7 TIMES.

       01 WS-PREV-TERM                 PIC X(6) VALUE SPACES.
       01 WS-PREV-DAY-NUMBER           PIC 9(1) VALUE ZERO.
       01 WS-TIME-WORK                 PIC 9(4) VALUE ZERO.
       01 FILLER REDEFINES WS-TIME-WORK.
           02 WS-TW-HOURS              PIC 9(2).
           02 WS-TW-MINUTES            PIC 9(2).

       01 WS-MEETING-LINES             PIC 9(5) COMP VALUE ZERO.
       01 WS-CONFLICT-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-SMALL-ROOM-COUNT          PIC 9(5) COMP VALUE ZERO.

       01 WS-SCHEDULE-HEADING  PIC X(40)
           VALUE "*** TERM CLASS SCHEDULE ***".
       01 WS-CONFLICT-HEADING  PIC X(40)
           VALUE "*** ROOM BOOKING CONFLICTS ***".
       01 WS-DOUBLE-BOOKED-LINE  PIC X(50)
           VALUE "--- ROOMS BOOKED TWICE AT THE SAME TIME ---".
       01 WS-SMALL-ROOM-LINE  PIC X(50)
           VALUE "--- SECTIONS LARGER THAN THEIR ROOM ---".
       01 WS-TERM-LINE.
           02 FILLER            PIC X(6)  VALUE "TERM: ".
           02 WS-TL-TERM        PIC X(6).
       01 WS-DAY-LINE.
           02 FILLER            PIC X(4)  VALUE "--- ".
           02 WS-DL-DAY-NAME    PIC X(9).
           02 FILLER            PIC X(7)  VALUE "  TERM ".
           02 WS-DL-TERM        PIC X(6).
           02 FILLER            PIC X(4)  VALUE " ---".
       01 WS-SCHEDULE-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-SD-START-HH    PIC 9(2).
           02 FILLER            PIC X(1)  VALUE ":".
           02 WS-SD-START-MM    PIC 9(2).
           02 FILLER            PIC X(1)  VALUE "-".
           02 WS-SD-END-HH      PIC 9(2).
           02 FILLER            PIC X(1)  VALUE ":".
           02 WS-SD-END-MM      PIC 9(2).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-SD-COURSE-CODE PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-SD-COURSE-TITLE PIC X(20).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-SD-ROOM-CODE   PIC X(6).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-SD-SEATS       PIC ZZ9.
           02 FILLER            PIC X(1)  VALUE "/".
           02 WS-SD-CAPACITY    PIC ZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-SD-FLAG        PIC X(14).
       01 WS-CONFLICT-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-CD-TERM        PIC X(6).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-CD-ROOM-CODE   PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-CD-COURSE-1    PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-CD-DAYS-1      PIC X(7).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-CD-TIMES-1     PIC 9(4)B9(4).
           02 FILLER            PIC X(4)  VALUE " VS ".
           02 WS-CD-COURSE-2    PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-CD-DAYS-2      PIC X(7).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-CD-TIMES-2     PIC 9(4)B9(4).
       01 WS-TIMES-WORK.
           02 WS-TIMES-START    PIC 9(4).
           02 WS-TIMES-END      PIC 9(4).
       01 WS-SMALL-ROOM-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-SR-TERM        PIC X(6).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-SR-COURSE-CODE PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-SR-ROOM-CODE   PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-SR-TEXT        PIC X(50).
       01 WS-SCHEDULE-TOTAL-LINE.
           02 FILLER            PIC X(24)
               VALUE "*** MEETINGS PRINTED: ".
           02 WS-ST-MEETINGS    PIC ZZZZ9.
       01 WS-CONFLICT-TOTAL-LINE.
           02 FILLER            PIC X(16) VALUE "*** CONFLICTS: ".
           02 WS-CT-CONFLICTS   PIC ZZZZ9.
           02 FILLER            PIC X(16) VALUE "  ROOM TOO SMALL".
           02 FILLER            PIC X(2)  VALUE ": ".
           02 WS-CT-SMALL       PIC ZZZZ9.
       01 WS-INCOMPLETE-LINE.
           02 FILLER            PIC X(40)
               VALUE "*** INCOMPLETE - SECTSCHD HOLDS MORE THA".
           02 FILLER            PIC X(40)
               VALUE "N 2000 MEETINGS, LATER ONES NOT SHOWN".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TERM SRT-DAY-NUMBER
                   SRT-START-TIME SRT-ROOM-CODE SRT-COURSE-CODE
               INPUT PROCEDURE IS 2000-RELEASE-MEETINGS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-WRITE-SCHEDULE
                   THRU 3000-EXIT

           PERFORM 4000-CHECK-ROOM-CONFLICTS THRU 4000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-MEETING-OVERFLOW
               DISPLAY "SECTSCHD exceeds the 2000-meeting load - "
                   "schedule and conflicts incomplete"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-REPORT-TERM THRU 1100-EXIT
           PERFORM 1200-LOAD-MEETINGS THRU 1200-EXIT
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSMST-STATUS = "00"
               SET WS-COURSMST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT ROOM-MASTER-FILE
           IF WS-ROOMMAST-STATUS = "00"
               SET WS-ROOMMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT CLASS-SCHEDULE-FILE
           OPEN OUTPUT ROOM-CONFLICT-FILE
           MOVE WS-REPORT-TERM TO WS-TL-TERM
           IF WS-REPORT-TERM = SPACES
               MOVE "ALL" TO WS-TL-TERM
           END-IF
           WRITE CLASS-SCHEDULE-LINE FROM WS-SCHEDULE-HEADING
           WRITE CLASS-SCHEDULE-LINE FROM WS-TERM-LINE
           WRITE ROOM-CONFLICT-LINE FROM WS-CONFLICT-HEADING
           WRITE ROOM-CONFLICT-LINE FROM WS-TERM-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-REPORT-TERM.
           OPEN INPUT SCHEDULE-PARM-FILE
           IF WS-SCHEDULE-PARM-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           READ SCHEDULE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SP-TERM TO WS-REPORT-TERM
           END-READ
           CLOSE SCHEDULE-PARM-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every SECTSCHD row for the report term (or all terms) into
      *> the meeting table; a row for the term past the 2000th marks
      *> the reports incomplete.
      *>--------------------------------------------------------------
       1200-LOAD-MEETINGS.
           OPEN INPUT SECTION-SCHEDULE-FILE
           IF WS-SECTSCHD-STATUS NOT = "00"
               DISPLAY "No SECTSCHD on disk - schedule is empty"
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ SECTION-SCHEDULE-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1250-LOAD-ONE-MEETING THRU 1250-EXIT
               UNTIL WS-EOF
           CLOSE SECTION-SCHEDULE-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-MEETING.
           IF (WS-REPORT-TERM = SPACES OR SCH-TERM = WS-REPORT-TERM)
               AND WS-MEETING-COUNT NOT < 2000
               SET WS-MEETING-OVERFLOW TO TRUE
           END-IF
           IF (WS-REPORT-TERM = SPACES OR SCH-TERM = WS-REPORT-TERM)
               AND WS-MEETING-COUNT < 2000
               ADD 1 TO WS-MEETING-COUNT
               MOVE SCH-COURSE-CODE TO
                   WS-MT-COURSE-CODE (WS-MEETING-COUNT)
               MOVE SCH-TERM        TO WS-MT-TERM (WS-MEETING-COUNT)
               MOVE SCH-MEETING-DAYS TO WS-MT-DAYS (WS-MEETING-COUNT)
               MOVE SCH-START-TIME  TO
                   WS-MT-START-TIME (WS-MEETING-COUNT)
               MOVE SCH-END-TIME    TO
                   WS-MT-END-TIME (WS-MEETING-COUNT)
               MOVE SCH-ROOM-CODE   TO
                   WS-MT-ROOM-CODE (WS-MEETING-COUNT)
           END-IF
           READ SECTION-SCHEDULE-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One sort record per section per day it meets, so the
      *> schedule prints under each day of the week.
      *>--------------------------------------------------------------
       2000-RELEASE-MEETINGS.
           PERFORM 2100-RELEASE-ONE-SECTION THRU 2100-EXIT
               VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MEETING-COUNT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-SECTION.
           PERFORM 5000-LOOKUP-MASTERS THRU 5000-EXIT
           MOVE WS-MT-TERM (WS-MT-IDX)        TO SRT-TERM
           MOVE WS-MT-START-TIME (WS-MT-IDX)  TO SRT-START-TIME
           MOVE WS-MT-ROOM-CODE (WS-MT-IDX)   TO SRT-ROOM-CODE
           MOVE WS-MT-COURSE-CODE (WS-MT-IDX) TO SRT-COURSE-CODE
           MOVE WS-MT-END-TIME (WS-MT-IDX)    TO SRT-END-TIME
           MOVE CRS-TITLE                     TO SRT-COURSE-TITLE
           MOVE CRS-SECTION-CAPACITY          TO SRT-CAPACITY
           MOVE RM-SEAT-COUNT                 TO SRT-SEAT-COUNT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
               IF WS-MT-DAY-FLAG (WS-MT-IDX, WS-DAY-IDX) NOT = SPACE
                   MOVE WS-DAY-IDX TO SRT-DAY-NUMBER
                   RELEASE SORT-MEETING-RECORD
               END-IF
           END-PERFORM.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The class schedule, a heading at each change of term or
      *> day.
      *>--------------------------------------------------------------
       3000-WRITE-SCHEDULE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE SPACES TO WS-PREV-TERM
           MOVE ZERO TO WS-PREV-DAY-NUMBER
           PERFORM 3100-RETURN-ONE-MEETING THRU 3100-EXIT
               UNTIL WS-EOF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-MEETING.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN

           IF SRT-TERM NOT = WS-PREV-TERM
               OR SRT-DAY-NUMBER NOT = WS-PREV-DAY-NUMBER
               MOVE SRT-TERM       TO WS-PREV-TERM
               MOVE SRT-DAY-NUMBER TO WS-PREV-DAY-NUMBER
               MOVE WS-DAY-NAME (SRT-DAY-NUMBER) TO WS-DL-DAY-NAME
               MOVE SRT-TERM       TO WS-DL-TERM
               MOVE SPACES TO CLASS-SCHEDULE-LINE
               WRITE CLASS-SCHEDULE-LINE
               WRITE CLASS-SCHEDULE-LINE FROM WS-DAY-LINE
           END-IF

           MOVE SRT-START-TIME TO WS-TIME-WORK
           MOVE WS-TW-HOURS    TO WS-SD-START-HH
           MOVE WS-TW-MINUTES  TO WS-SD-START-MM
           MOVE SRT-END-TIME   TO WS-TIME-WORK
           MOVE WS-TW-HOURS    TO WS-SD-END-HH
           MOVE WS-TW-MINUTES  TO WS-SD-END-MM
           MOVE SRT-COURSE-CODE  TO WS-SD-COURSE-CODE
           MOVE SRT-COURSE-TITLE TO WS-SD-COURSE-TITLE
           MOVE SRT-ROOM-CODE    TO WS-SD-ROOM-CODE
           MOVE SRT-SEAT-COUNT   TO WS-SD-SEATS
           MOVE SRT-CAPACITY     TO WS-SD-CAPACITY
           MOVE SPACES TO WS-SD-FLAG
           IF SRT-SEAT-COUNT < SRT-CAPACITY
               MOVE "ROOM TOO SMALL" TO WS-SD-FLAG
           END-IF
           WRITE CLASS-SCHEDULE-LINE FROM WS-SCHEDULE-DETAIL
           ADD 1 TO WS-MEETING-LINES.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Each pair of sections in one room and term, sharing a day,
      *> where each starts before the other ends; then each section
      *> its room cannot seat.
      *>--------------------------------------------------------------
       4000-CHECK-ROOM-CONFLICTS.
           WRITE ROOM-CONFLICT-LINE FROM WS-DOUBLE-BOOKED-LINE
           PERFORM 4100-CHECK-ONE-SECTION THRU 4100-EXIT
               VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MEETING-COUNT
           MOVE SPACES TO ROOM-CONFLICT-LINE
           WRITE ROOM-CONFLICT-LINE
           WRITE ROOM-CONFLICT-LINE FROM WS-SMALL-ROOM-LINE
           PERFORM 4300-CHECK-ROOM-SIZE THRU 4300-EXIT
               VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MEETING-COUNT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-SECTION.
           PERFORM 4200-CHECK-ONE-PAIR THRU 4200-EXIT
               VARYING WS-OTHER-IDX FROM WS-MT-IDX BY 1
               UNTIL WS-OTHER-IDX > WS-MEETING-COUNT.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-PAIR.
           IF WS-OTHER-IDX = WS-MT-IDX
               OR WS-MT-TERM (WS-OTHER-IDX) NOT = WS-MT-TERM (WS-MT-IDX)
               OR WS-MT-ROOM-CODE (WS-OTHER-IDX)
                   NOT = WS-MT-ROOM-CODE (WS-MT-IDX)
               GO TO 4200-EXIT
           END-IF
           IF WS-MT-START-TIME (WS-OTHER-IDX)
                   NOT < WS-MT-END-TIME (WS-MT-IDX)
               OR WS-MT-START-TIME (WS-MT-IDX)
                   NOT < WS-MT-END-TIME (WS-OTHER-IDX)
               GO TO 4200-EXIT
           END-IF
           MOVE "N" TO WS-OVERLAP-SWITCH
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
               IF WS-MT-DAY-FLAG (WS-MT-IDX, WS-DAY-IDX) NOT = SPACE
                   AND WS-MT-DAY-FLAG (WS-OTHER-IDX, WS-DAY-IDX)
                       NOT = SPACE
                   SET WS-DAYS-OVERLAP TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DAYS-OVERLAP
               GO TO 4200-EXIT
           END-IF

           MOVE WS-MT-TERM (WS-MT-IDX)         TO WS-CD-TERM
           MOVE WS-MT-ROOM-CODE (WS-MT-IDX)    TO WS-CD-ROOM-CODE
           MOVE WS-MT-COURSE-CODE (WS-MT-IDX)  TO WS-CD-COURSE-1
           MOVE WS-MT-DAYS (WS-MT-IDX)         TO WS-CD-DAYS-1
           MOVE WS-MT-START-TIME (WS-MT-IDX)   TO WS-TIMES-START
           MOVE WS-MT-END-TIME (WS-MT-IDX)     TO WS-TIMES-END
           MOVE WS-TIMES-WORK                  TO WS-CD-TIMES-1
           MOVE WS-MT-COURSE-CODE (WS-OTHER-IDX) TO WS-CD-COURSE-2
           MOVE WS-MT-DAYS (WS-OTHER-IDX)      TO WS-CD-DAYS-2
           MOVE WS-MT-START-TIME (WS-OTHER-IDX) TO WS-TIMES-START
           MOVE WS-MT-END-TIME (WS-OTHER-IDX)  TO WS-TIMES-END
           MOVE WS-TIMES-WORK                  TO WS-CD-TIMES-2
           WRITE ROOM-CONFLICT-LINE FROM WS-CONFLICT-DETAIL
           ADD 1 TO WS-CONFLICT-COUNT.
       4200-EXIT.
           EXIT.

       4300-CHECK-ROOM-SIZE.
           PERFORM 5000-LOOKUP-MASTERS THRU 5000-EXIT
           MOVE SPACES TO WS-SR-TEXT
           IF NOT WS-ROOM-FOUND
               MOVE "ROOM NOT ON ROOMMAST" TO WS-SR-TEXT
           ELSE
               IF RM-SEAT-COUNT < CRS-SECTION-CAPACITY
                   STRING "CAPACITY " CRS-SECTION-CAPACITY
                       " - ROOM SEATS " RM-SEAT-COUNT
                       DELIMITED BY SIZE INTO WS-SR-TEXT
               END-IF
           END-IF
           IF WS-SR-TEXT = SPACES
               GO TO 4300-EXIT
           END-IF
           MOVE WS-MT-TERM (WS-MT-IDX)        TO WS-SR-TERM
           MOVE WS-MT-COURSE-CODE (WS-MT-IDX) TO WS-SR-COURSE-CODE
           MOVE WS-MT-ROOM-CODE (WS-MT-IDX)   TO WS-SR-ROOM-CODE
           WRITE ROOM-CONFLICT-LINE FROM WS-SMALL-ROOM-DETAIL
           ADD 1 TO WS-SMALL-ROOM-COUNT.
       4300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Course title and capacity, room seats, for the section at
      *> WS-MT-IDX; blanks and zeros where either master is absent.
      *>--------------------------------------------------------------
       5000-LOOKUP-MASTERS.
           MOVE SPACES TO CRS-TITLE
           MOVE ZERO TO CRS-SECTION-CAPACITY
           IF WS-COURSMST-AVAILABLE
               MOVE WS-MT-COURSE-CODE (WS-MT-IDX) TO CRS-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON COURSMST" TO CRS-TITLE
                       MOVE ZERO TO CRS-SECTION-CAPACITY
               END-READ
           END-IF
           MOVE "N" TO WS-ROOM-FOUND-SWITCH
           MOVE ZERO TO RM-SEAT-COUNT
           IF WS-ROOMMAST-AVAILABLE
               MOVE WS-MT-ROOM-CODE (WS-MT-IDX) TO RM-ROOM-CODE
               READ ROOM-MASTER-FILE
                   INVALID KEY
                       MOVE ZERO TO RM-SEAT-COUNT
                   NOT INVALID KEY
                       SET WS-ROOM-FOUND TO TRUE
               END-READ
           END-IF.
       5000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-MEETING-LINES TO WS-ST-MEETINGS
           MOVE SPACES TO CLASS-SCHEDULE-LINE
           WRITE CLASS-SCHEDULE-LINE
           WRITE CLASS-SCHEDULE-LINE FROM WS-SCHEDULE-TOTAL-LINE
           MOVE WS-CONFLICT-COUNT   TO WS-CT-CONFLICTS
           MOVE WS-SMALL-ROOM-COUNT TO WS-CT-SMALL
           MOVE SPACES TO ROOM-CONFLICT-LINE
           WRITE ROOM-CONFLICT-LINE
           WRITE ROOM-CONFLICT-LINE FROM WS-CONFLICT-TOTAL-LINE
           IF WS-MEETING-OVERFLOW
               WRITE CLASS-SCHEDULE-LINE FROM WS-INCOMPLETE-LINE
               WRITE ROOM-CONFLICT-LINE FROM WS-INCOMPLETE-LINE
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-COURSMST-AVAILABLE
               CLOSE COURSE-MASTER-FILE
           END-IF
           IF WS-ROOMMAST-AVAILABLE
               CLOSE ROOM-MASTER-FILE
           END-IF
           CLOSE CLASS-SCHEDULE-FILE
           CLOSE ROOM-CONFLICT-FILE.
       9000-EXIT.
           EXIT.
