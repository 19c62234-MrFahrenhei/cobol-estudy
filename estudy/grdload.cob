       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grdload.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Grade-return load: the instructors' turnaround sheets come
      *> back on GRDRETN in the GRDENTRY layout rostrun.cob sent
      *> them out in, and each score is checked against the ENROLL
      *> roster for the ROSTPRM term before it becomes a STUEXAM
      *> record for transcpt.cob - STUEXAM is built here, with the
      *> shop-standard header and trailer, instead of keyed from
      *> loose papers.  A good score (A, B, C, D, F, I or W) for a
      *> student registered in the section loads; everything else
      *> goes on the GRDFOLUP follow-up report for the registrar:
      *>   - a score for a student not registered in the section, a
      *>     score that is not a grade letter, a second score for the
      *>     same student, or a sheet for another term;
      *>   - every registered student in a returned section with no
      *>     score, whether the line came back blank or not at all;
      *>   - every section not yet returned once the ROSTPRM grading
      *>     deadline has passed.
      *> Each section returned is logged on GRDRETCT with the date
      *> it loaded, so a section returned on an earlier night is not
      *> reported late, and a second sheet for it is refused - a
      *> correction to a loaded grade belongs to grademnt.cob.
      *> GRDRETN is consumed, cleared once it loads the way
      *> transcpt.cob clears SCORRSUB; with no GRDRETN, or an empty
      *> one, nothing loads and STUEXAM is left as it is, but the
      *> late sections still report.  STUEXAM is rewritten, not
      *> added to, so while it still holds scores transcpt.cob has
      *> not taken (transcpt clears it after a balanced run) the
      *> load is refused with return code 8: GRDRETN is kept for
      *> the next night, nothing is marked returned, and the refusal
      *> heads the GRDFOLUP report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-PARM-FILE ASSIGN TO "ROSTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-PARM-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT RETURN-CONTROL-FILE ASSIGN TO "GRDRETCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-CONTROL-STATUS.
           SELECT GRADE-RETURN-FILE ASSIGN TO "GRDRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-RETURN-STATUS.
           SELECT STUDENT-EXAM-FILE ASSIGN TO "STUEXAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-EXAM-STATUS.
           SELECT FOLLOW-UP-REPORT-FILE ASSIGN TO "GRDFOLUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLLOW-UP-STATUS.

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

       FD  RETURN-CONTROL-FILE.
       01 RETURN-CONTROL-RECORD.
           02 RC-TERM                 PIC X(6).
           02 FILLER                  PIC X(2).
           02 RC-COURSE-CODE          PIC X(8).
           02 FILLER                  PIC X(2).
           02 RC-RETURN-DATE          PIC 9(8).

       FD  GRADE-RETURN-FILE.
           COPY GRDENTRY.

       FD  STUDENT-EXAM-FILE.
       01 STUDENT-EXAM-RECORD.
           02 SE-STUDENT-ID     PIC 9(5).
           02 SE-STUDENT-NAME   PIC X(20).
           02 SE-EXAM-SCORE     PIC X(1).
           02 SE-TERM           PIC X(6).
           02 SE-COURSE-CODE    PIC X(8).
       01 STUDENT-EXAM-CONTROL-RECORD.
           02 SE-CTL-RECORD-TYPE PIC X(3).
               88 SE-CTL-HEADER      VALUE "HDR".
               88 SE-CTL-TRAILER     VALUE "TRL".
           02 FILLER            PIC X(2).
           02 SE-CTL-DATA       PIC X(20).
           02 FILLER REDEFINES SE-CTL-DATA.
               03 SE-CTL-FILE-ID      PIC X(8).
               03 FILLER              PIC X(2).
               03 SE-CTL-CREATE-DATE  PIC X(10).
           02 FILLER REDEFINES SE-CTL-DATA.
               03 SE-CTL-RECORD-COUNT PIC 9(7).
               03 FILLER              PIC X(13).

       FD  FOLLOW-UP-REPORT-FILE.
       01 FOLLOW-UP-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES WS-BUSINESS-DATE.
           02 WS-BD-YEAR           PIC 9(4).
           02 WS-BD-MONTH          PIC 9(2).
           02 WS-BD-DAY            PIC 9(2).
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-ROSTER-PARM-STATUS       PIC XX VALUE "00".
       01 WS-ENROLLMENT-STATUS        PIC XX VALUE "00".
       01 WS-RETURN-CONTROL-STATUS    PIC XX VALUE "00".
       01 WS-GRADE-RETURN-STATUS      PIC XX VALUE "00".
       01 WS-STUDENT-EXAM-STATUS      PIC XX VALUE "00".
       01 WS-FOLLOW-UP-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-RUN-SWITCH                PIC X VALUE "Y".
           88 WS-RUN-CANCELLED             VALUE "N".
       01 WS-ROSTER-FULL-SWITCH        PIC X VALUE "N".
           88 WS-ROSTER-TABLE-FULL         VALUE "Y".
       01 WS-SECTION-FULL-SWITCH       PIC X VALUE "N".
           88 WS-SECTION-TABLE-FULL        VALUE "Y".
       01 WS-EXAM-EOF-SWITCH           PIC X VALUE "N".
           88 WS-EXAM-EOF                  VALUE "Y".
       01 WS-EXAM-PENDING-SWITCH       PIC X VALUE "N".
           88 WS-EXAM-PENDING              VALUE "Y".

       01 WS-TERM                      PIC X(6) VALUE SPACES.
       01 WS-GRADE-DEADLINE            PIC 9(8) VALUE ZERO.

      *>--------------------------------------------------------------
      *> The term's roster off ENROLL, one row per registered
      *> student per course, marked once a score loads for them.
      *>--------------------------------------------------------------
       01 WS-ROSTER-COUNT              PIC 9(4) COMP VALUE ZERO.
       01 WS-ROSTER-IDX                PIC 9(4) COMP VALUE ZERO.
       01 WS-ROSTER-FOUND-IDX          PIC 9(4) COMP VALUE ZERO.
       01 WS-ROSTER-TABLE.
           02 WS-ROSTER-ENTRY OCCURS 5000 TIMES.
               03 WS-RO-COURSE-CODE    PIC X(8).
               03 WS-RO-STUDENT-ID     PIC 9(5).
               03 WS-RO-STUDENT-NAME   PIC X(20).
               03 WS-RO-SCORED-SWITCH  PIC X(1).
                   88 WS-RO-SCORED         VALUE "Y".

      *>--------------------------------------------------------------
      *> The term's sections, each not yet returned, returned on
      *> tonight's GRDRETN, or loaded on an earlier night (GRDRETCT).
      *>--------------------------------------------------------------
       01 WS-SECTION-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-SECTION-IDX               PIC 9(3) COMP VALUE ZERO.
       01 WS-SECTION-FOUND-IDX         PIC 9(3) COMP VALUE ZERO.
       01 WS-SECTION-TABLE.
           02 WS-SECTION-ENTRY OCCURS 500 TIMES.
               03 WS-SN-COURSE-CODE    PIC X(8).
               03 WS-SN-ROSTER-COUNT   PIC 9(4).
               03 WS-SN-RETURN-STATE   PIC X(1).
                   88 WS-SN-NOT-RETURNED   VALUE "N".
                   88 WS-SN-RETURNED-NOW   VALUE "R".
                   88 WS-SN-LOADED-BEFORE  VALUE "P".
       01 WS-FIND-COURSE-CODE          PIC X(8) VALUE SPACES.

       01 WS-RETURN-LINES              PIC 9(5) COMP VALUE ZERO.
       01 WS-LOADED-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECTED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-MISSING-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-RETURNED-SECTIONS         PIC 9(5) COMP VALUE ZERO.
       01 WS-LATE-SECTIONS             PIC 9(5) COMP VALUE ZERO.
       01 WS-AWAITED-SECTIONS          PIC 9(5) COMP VALUE ZERO.
       01 WS-ROSTER-SIZE-EDIT          PIC ZZZ9.

       01 WS-HEADING-LINE-1  PIC X(50)
           VALUE "*** GRADE RETURN FOLLOW-UP FOR THE REGISTRAR ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(6)  VALUE "TERM: ".
           02 WS-H-TERM         PIC X(6).
           02 FILLER            PIC X(13) VALUE "  RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(13) VALUE "  DEADLINE: ".
           02 WS-H-DEADLINE     PIC 9(8) BLANK WHEN ZERO.
       01 WS-REJECT-SECTION-LINE  PIC X(50)
           VALUE "--- RETURNED SCORES NOT LOADED ---".
       01 WS-MISSING-SECTION-LINE  PIC X(50)
           VALUE "--- REGISTERED STUDENTS WITH NO SCORE ---".
       01 WS-LATE-SECTION-LINE  PIC X(50)
           VALUE "--- SECTIONS NOT RETURNED BY THE DEADLINE ---".
       01 WS-REFUSED-LINE.
           02 FILLER            PIC X(40)
               VALUE "*** LOAD REFUSED - STUEXAM STILL HOLDS S".
           02 FILLER            PIC X(40)
               VALUE "CORES TRANSCPT HAS NOT TAKEN ***".
       01 WS-FOLLOW-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-FD-COURSE      PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-FD-STUDENT-ID  PIC X(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-FD-NAME        PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-FD-SCORE       PIC X(1).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-FD-REASON      PIC X(32).
       01 WS-TOTAL-LINE-1.
           02 FILLER            PIC X(19) VALUE "*** LINES RETURNED:".
           02 WS-T-RETURN-LINES PIC ZZZZ9.
           02 FILLER            PIC X(10) VALUE "  LOADED:".
           02 WS-T-LOADED       PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE "  REJECTED:".
           02 WS-T-REJECTED     PIC ZZZZ9.
           02 FILLER            PIC X(11) VALUE "  MISSING:".
           02 WS-T-MISSING      PIC ZZZZ9.
       01 WS-TOTAL-LINE-2.
           02 FILLER            PIC X(23)
               VALUE "*** SECTIONS RETURNED:".
           02 WS-T-RETURNED     PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE "  AWAITED:".
           02 WS-T-AWAITED      PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE "  LATE:".
           02 WS-T-LATE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-CANCELLED
               PERFORM 2000-LOAD-RETURNS THRU 2000-EXIT
               PERFORM 3000-REPORT-MISSING-SCORES THRU 3000-EXIT
               PERFORM 4000-REPORT-LATE-SECTIONS THRU 4000-EXIT
               PERFORM 5000-LOG-RETURNED-SECTIONS THRU 5000-EXIT
               PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT ROSTER-PARM-FILE
           IF WS-ROSTER-PARM-STATUS = "35"
               DISPLAY "No ROSTPRM on file - no term to load grades for"
               MOVE "N" TO WS-RUN-SWITCH
               GO TO 1000-EXIT
           END-IF
           READ ROSTER-PARM-FILE
               AT END
                   DISPLAY "ROSTPRM is empty - no term to load grades "
                       "for"
                   MOVE "N" TO WS-RUN-SWITCH
               NOT AT END
                   MOVE RP-TERM           TO WS-TERM
                   MOVE RP-GRADE-DEADLINE TO WS-GRADE-DEADLINE
           END-READ
           CLOSE ROSTER-PARM-FILE
           IF WS-RUN-CANCELLED
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
           PERFORM 1200-LOAD-RETURN-CONTROL THRU 1200-EXIT
           OPEN OUTPUT FOLLOW-UP-REPORT-FILE
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-TERM           TO WS-H-TERM
           MOVE WS-BUSINESS-DATE  TO WS-H-RUN-DATE
           MOVE WS-GRADE-DEADLINE TO WS-H-DEADLINE
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-HEADING-LINE-2.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The term's registrations into the roster, and each course
      *> seen into the section table.
      *>--------------------------------------------------------------
       1100-LOAD-ROSTER.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "No ENROLL on file - every score is unregistered"
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1150-KEEP-ONE-REGISTRATION THRU 1150-EXIT
               UNTIL WS-EOF
           CLOSE ENROLLMENT-FILE.
       1100-EXIT.
           EXIT.

       1150-KEEP-ONE-REGISTRATION.
           READ ENROLLMENT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF EN-TERM NOT = WS-TERM
               GO TO 1150-EXIT
           END-IF
           IF WS-ROSTER-COUNT NOT < 5000
               IF NOT WS-ROSTER-TABLE-FULL
                   DISPLAY "Roster table full - later registrations "
                       "not loaded"
                   SET WS-ROSTER-TABLE-FULL TO TRUE
               END-IF
               GO TO 1150-EXIT
           END-IF
           MOVE EN-COURSE-CODE TO WS-FIND-COURSE-CODE
           PERFORM 2500-FIND-SECTION THRU 2500-EXIT
           IF WS-SECTION-FOUND-IDX = ZERO
               IF WS-SECTION-COUNT NOT < 500
                   IF NOT WS-SECTION-TABLE-FULL
                       DISPLAY "Section table full - later sections "
                           "not loaded"
                       SET WS-SECTION-TABLE-FULL TO TRUE
                   END-IF
                   GO TO 1150-EXIT
               END-IF
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-SECTION-COUNT TO WS-SECTION-FOUND-IDX
               MOVE EN-COURSE-CODE
                   TO WS-SN-COURSE-CODE (WS-SECTION-FOUND-IDX)
               MOVE ZERO TO WS-SN-ROSTER-COUNT (WS-SECTION-FOUND-IDX)
               SET WS-SN-NOT-RETURNED (WS-SECTION-FOUND-IDX) TO TRUE
           END-IF
           ADD 1 TO WS-SN-ROSTER-COUNT (WS-SECTION-FOUND-IDX)
           ADD 1 TO WS-ROSTER-COUNT
           MOVE EN-COURSE-CODE  TO WS-RO-COURSE-CODE (WS-ROSTER-COUNT)
           MOVE EN-STUDENT-ID   TO WS-RO-STUDENT-ID (WS-ROSTER-COUNT)
           MOVE EN-STUDENT-NAME TO WS-RO-STUDENT-NAME (WS-ROSTER-COUNT)
           MOVE "N" TO WS-RO-SCORED-SWITCH (WS-ROSTER-COUNT).
       1150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Sections already loaded on an earlier night.
      *>--------------------------------------------------------------
       1200-LOAD-RETURN-CONTROL.
           OPEN INPUT RETURN-CONTROL-FILE
           IF WS-RETURN-CONTROL-STATUS = "35"
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1250-MARK-ONE-LOADED THRU 1250-EXIT
               UNTIL WS-EOF
           CLOSE RETURN-CONTROL-FILE.
       1200-EXIT.
           EXIT.

       1250-MARK-ONE-LOADED.
           READ RETURN-CONTROL-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF RC-TERM NOT = WS-TERM
               GO TO 1250-EXIT
           END-IF
           MOVE RC-COURSE-CODE TO WS-FIND-COURSE-CODE
           PERFORM 2500-FIND-SECTION THRU 2500-EXIT
           IF WS-SECTION-FOUND-IDX > ZERO
               SET WS-SN-LOADED-BEFORE (WS-SECTION-FOUND-IDX) TO TRUE
           END-IF.
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Tonight's returned sheets.  STUEXAM is only rewritten when
      *> there is something returned to write into it, and only once
      *> transcpt.cob has taken what was there before.
      *>--------------------------------------------------------------
       2000-LOAD-RETURNS.
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-REJECT-SECTION-LINE
           OPEN INPUT GRADE-RETURN-FILE
           IF WS-GRADE-RETURN-STATUS = "35"
               DISPLAY "No GRDRETN on file - no scores to load"
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ GRADE-RETURN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF
               DISPLAY "GRDRETN is empty - no scores to load"
               CLOSE GRADE-RETURN-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2050-CHECK-EXAMS-TAKEN THRU 2050-EXIT
           IF WS-EXAM-PENDING
               CLOSE GRADE-RETURN-FILE
               WRITE FOLLOW-UP-REPORT-LINE FROM WS-REFUSED-LINE
               DISPLAY "STUEXAM still holds scores not yet taken by "
                   "TRANSCPT - load refused, GRDRETN kept"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT STUDENT-EXAM-FILE
           MOVE SPACES TO STUDENT-EXAM-CONTROL-RECORD
           SET SE-CTL-HEADER TO TRUE
           MOVE "GRDLOAD" TO SE-CTL-FILE-ID
           STRING WS-BD-YEAR "-" WS-BD-MONTH "-" WS-BD-DAY
               DELIMITED BY SIZE INTO SE-CTL-CREATE-DATE
           WRITE STUDENT-EXAM-CONTROL-RECORD
           PERFORM 2100-CHECK-ONE-SCORE THRU 2100-EXIT
               UNTIL WS-EOF
           MOVE SPACES TO STUDENT-EXAM-CONTROL-RECORD
           SET SE-CTL-TRAILER TO TRUE
           MOVE WS-LOADED-COUNT TO SE-CTL-RECORD-COUNT
           WRITE STUDENT-EXAM-CONTROL-RECORD
           CLOSE STUDENT-EXAM-FILE
           CLOSE GRADE-RETURN-FILE
           OPEN OUTPUT GRADE-RETURN-FILE
           CLOSE GRADE-RETURN-FILE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Any score row left on STUEXAM means transcpt.cob has not run
      *> against it yet; a file of bare header and trailer, an empty
      *> one, or none at all is free to be rewritten.
      *>--------------------------------------------------------------
       2050-CHECK-EXAMS-TAKEN.
           OPEN INPUT STUDENT-EXAM-FILE
           IF WS-STUDENT-EXAM-STATUS NOT = "00"
               GO TO 2050-EXIT
           END-IF
           MOVE "N" TO WS-EXAM-EOF-SWITCH
           PERFORM 2060-CHECK-ONE-EXAM THRU 2060-EXIT
               UNTIL WS-EXAM-EOF OR WS-EXAM-PENDING
           CLOSE STUDENT-EXAM-FILE.
       2050-EXIT.
           EXIT.

       2060-CHECK-ONE-EXAM.
           READ STUDENT-EXAM-FILE
               AT END
                   SET WS-EXAM-EOF TO TRUE
                   GO TO 2060-EXIT
           END-READ
           IF NOT SE-CTL-HEADER AND NOT SE-CTL-TRAILER
               SET WS-EXAM-PENDING TO TRUE
           END-IF.
       2060-EXIT.
           EXIT.

       2100-CHECK-ONE-SCORE.
           ADD 1 TO WS-RETURN-LINES
           MOVE SPACES TO WS-FD-REASON
           IF GE-TERM NOT = WS-TERM
               MOVE "SHEET IS FOR ANOTHER TERM" TO WS-FD-REASON
               GO TO 2100-REJECT
           END-IF
           MOVE GE-COURSE-CODE TO WS-FIND-COURSE-CODE
           PERFORM 2500-FIND-SECTION THRU 2500-EXIT
           IF WS-SECTION-FOUND-IDX = ZERO
               MOVE "NO STUDENTS REGISTERED IN COURSE" TO WS-FD-REASON
               GO TO 2100-REJECT
           END-IF
           IF WS-SN-LOADED-BEFORE (WS-SECTION-FOUND-IDX)
               MOVE "LOADED BEFORE - USE GRADEMNT" TO WS-FD-REASON
               GO TO 2100-REJECT
           END-IF
           IF WS-SN-NOT-RETURNED (WS-SECTION-FOUND-IDX)
               SET WS-SN-RETURNED-NOW (WS-SECTION-FOUND-IDX) TO TRUE
               ADD 1 TO WS-RETURNED-SECTIONS
           END-IF

           MOVE ZERO TO WS-ROSTER-FOUND-IDX
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                  OR WS-ROSTER-FOUND-IDX > ZERO
               IF WS-RO-COURSE-CODE (WS-ROSTER-IDX) = GE-COURSE-CODE
                   AND WS-RO-STUDENT-ID (WS-ROSTER-IDX) = GE-STUDENT-ID
                   MOVE WS-ROSTER-IDX TO WS-ROSTER-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ROSTER-FOUND-IDX = ZERO
               IF GE-SCORE-BLANK
                   GO TO 2100-READ-NEXT
               END-IF
               MOVE "NOT REGISTERED IN THE SECTION" TO WS-FD-REASON
               GO TO 2100-REJECT
           END-IF
           IF GE-SCORE-BLANK
               GO TO 2100-READ-NEXT
           END-IF
           IF NOT GE-VALID-GRADE-LETTER
               MOVE "SCORE IS NOT A GRADE LETTER" TO WS-FD-REASON
               GO TO 2100-REJECT
           END-IF
           IF WS-RO-SCORED (WS-ROSTER-FOUND-IDX)
               MOVE "SECOND SCORE FOR THE STUDENT" TO WS-FD-REASON
               GO TO 2100-REJECT
           END-IF

           MOVE SPACES TO STUDENT-EXAM-RECORD
           MOVE GE-STUDENT-ID  TO SE-STUDENT-ID
           MOVE WS-RO-STUDENT-NAME (WS-ROSTER-FOUND-IDX)
               TO SE-STUDENT-NAME
           MOVE GE-SCORE       TO SE-EXAM-SCORE
           MOVE GE-TERM        TO SE-TERM
           MOVE GE-COURSE-CODE TO SE-COURSE-CODE
           WRITE STUDENT-EXAM-RECORD
           SET WS-RO-SCORED (WS-ROSTER-FOUND-IDX) TO TRUE
           ADD 1 TO WS-LOADED-COUNT
           GO TO 2100-READ-NEXT.
       2100-REJECT.
           MOVE GE-COURSE-CODE  TO WS-FD-COURSE
           MOVE GE-STUDENT-ID   TO WS-FD-STUDENT-ID
           MOVE GE-STUDENT-NAME TO WS-FD-NAME
           MOVE GE-SCORE        TO WS-FD-SCORE
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-FOLLOW-DETAIL
           ADD 1 TO WS-REJECTED-COUNT.
       2100-READ-NEXT.
           READ GRADE-RETURN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> WS-SECTION-FOUND-IDX comes back with WS-FIND-COURSE-CODE's
      *> row in the section table, or zero.
      *>--------------------------------------------------------------
       2500-FIND-SECTION.
           MOVE ZERO TO WS-SECTION-FOUND-IDX
           PERFORM VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
                  OR WS-SECTION-FOUND-IDX > ZERO
               IF WS-SN-COURSE-CODE (WS-SECTION-IDX)
                   = WS-FIND-COURSE-CODE
                   MOVE WS-SECTION-IDX TO WS-SECTION-FOUND-IDX
               END-IF
           END-PERFORM.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every registered student in a section returned tonight who
      *> came back without a good score.
      *>--------------------------------------------------------------
       3000-REPORT-MISSING-SCORES.
           MOVE SPACES TO FOLLOW-UP-REPORT-LINE
           WRITE FOLLOW-UP-REPORT-LINE
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-MISSING-SECTION-LINE
           PERFORM 3100-CHECK-ONE-STUDENT THRU 3100-EXIT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-STUDENT.
           IF WS-RO-SCORED (WS-ROSTER-IDX)
               GO TO 3100-EXIT
           END-IF
           MOVE WS-RO-COURSE-CODE (WS-ROSTER-IDX) TO WS-FIND-COURSE-CODE
           PERFORM 2500-FIND-SECTION THRU 2500-EXIT
           IF WS-SECTION-FOUND-IDX = ZERO
               GO TO 3100-EXIT
           END-IF
           IF NOT WS-SN-RETURNED-NOW (WS-SECTION-FOUND-IDX)
               GO TO 3100-EXIT
           END-IF
           MOVE WS-RO-COURSE-CODE (WS-ROSTER-IDX)  TO WS-FD-COURSE
           MOVE WS-RO-STUDENT-ID (WS-ROSTER-IDX)   TO WS-FD-STUDENT-ID
           MOVE WS-RO-STUDENT-NAME (WS-ROSTER-IDX) TO WS-FD-NAME
           MOVE SPACE TO WS-FD-SCORE
           MOVE "NO SCORE RETURNED" TO WS-FD-REASON
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-FOLLOW-DETAIL
           ADD 1 TO WS-MISSING-COUNT.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Sections never returned: late once the deadline has passed,
      *> otherwise only counted as still awaited.
      *>--------------------------------------------------------------
       4000-REPORT-LATE-SECTIONS.
           MOVE SPACES TO FOLLOW-UP-REPORT-LINE
           WRITE FOLLOW-UP-REPORT-LINE
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-LATE-SECTION-LINE
           PERFORM 4100-CHECK-ONE-SECTION THRU 4100-EXIT
               VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-SECTION.
           IF NOT WS-SN-NOT-RETURNED (WS-SECTION-IDX)
               GO TO 4100-EXIT
           END-IF
           IF WS-GRADE-DEADLINE = ZERO
               OR WS-BUSINESS-DATE NOT > WS-GRADE-DEADLINE
               ADD 1 TO WS-AWAITED-SECTIONS
               GO TO 4100-EXIT
           END-IF
           MOVE WS-SN-COURSE-CODE (WS-SECTION-IDX) TO WS-FD-COURSE
           MOVE SPACES TO WS-FD-STUDENT-ID
           MOVE WS-SN-ROSTER-COUNT (WS-SECTION-IDX)
               TO WS-ROSTER-SIZE-EDIT
           MOVE SPACES TO WS-FD-NAME
           STRING "ROSTER OF " WS-ROSTER-SIZE-EDIT
               DELIMITED BY SIZE INTO WS-FD-NAME
           MOVE SPACE TO WS-FD-SCORE
           MOVE "NOT RETURNED BY THE DEADLINE" TO WS-FD-REASON
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-FOLLOW-DETAIL
           ADD 1 TO WS-LATE-SECTIONS.
       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Tonight's returned sections onto GRDRETCT.
      *>--------------------------------------------------------------
       5000-LOG-RETURNED-SECTIONS.
           IF WS-RETURNED-SECTIONS = ZERO
               GO TO 5000-EXIT
           END-IF
           OPEN EXTEND RETURN-CONTROL-FILE
           IF WS-RETURN-CONTROL-STATUS = "05" OR "35"
               OPEN OUTPUT RETURN-CONTROL-FILE
           END-IF
           PERFORM 5100-LOG-ONE-SECTION THRU 5100-EXIT
               VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
           CLOSE RETURN-CONTROL-FILE.
       5000-EXIT.
           EXIT.

       5100-LOG-ONE-SECTION.
           IF NOT WS-SN-RETURNED-NOW (WS-SECTION-IDX)
               GO TO 5100-EXIT
           END-IF
           MOVE SPACES TO RETURN-CONTROL-RECORD
           MOVE WS-TERM TO RC-TERM
           MOVE WS-SN-COURSE-CODE (WS-SECTION-IDX) TO RC-COURSE-CODE
           MOVE WS-BUSINESS-DATE TO RC-RETURN-DATE
           WRITE RETURN-CONTROL-RECORD.
       5100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-RETURN-LINES      TO WS-T-RETURN-LINES
           MOVE WS-LOADED-COUNT      TO WS-T-LOADED
           MOVE WS-REJECTED-COUNT    TO WS-T-REJECTED
           MOVE WS-MISSING-COUNT     TO WS-T-MISSING
           MOVE WS-RETURNED-SECTIONS TO WS-T-RETURNED
           MOVE WS-AWAITED-SECTIONS  TO WS-T-AWAITED
           MOVE WS-LATE-SECTIONS     TO WS-T-LATE
           MOVE SPACES TO FOLLOW-UP-REPORT-LINE
           WRITE FOLLOW-UP-REPORT-LINE
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-TOTAL-LINE-1
           WRITE FOLLOW-UP-REPORT-LINE FROM WS-TOTAL-LINE-2
           DISPLAY "Scores loaded to STUEXAM: " WS-LOADED-COUNT
               " follow-ups: " WS-REJECTED-COUNT " rejected, "
               WS-MISSING-COUNT " missing, " WS-LATE-SECTIONS
               " sections late".
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT WS-RUN-CANCELLED
               CLOSE FOLLOW-UP-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
