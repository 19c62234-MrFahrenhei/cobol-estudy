      *>--------------------------------------------------------------
      *> GRDENTRY.cpy
      *> Grade-entry turnaround record, one per registered student
      *> per section, keyed by student, course and term.  The roster
      *> run (rostrun.cob) writes them to GRDENTRY with the score
      *> blank, in section order, for the instructors to fill in;
      *> the sheets come back as GRDRETN in the same layout and
      *> grdload.cob checks each score against the ENROLL roster
      *> before it becomes a STUEXAM record for transcpt.cob.
      *>--------------------------------------------------------------
       01 GRADE-ENTRY-RECORD.
           02 GE-STUDENT-ID           PIC 9(5).
           02 FILLER                  PIC X(2).
           02 GE-COURSE-CODE          PIC X(8).
           02 FILLER                  PIC X(2).
           02 GE-TERM                 PIC X(6).
           02 FILLER                  PIC X(2).
           02 GE-STUDENT-NAME         PIC X(20).
           02 FILLER                  PIC X(2).
           02 GE-SCORE                PIC X(1).
               88 GE-SCORE-BLANK          VALUE SPACE.
               88 GE-VALID-GRADE-LETTER
                   VALUE "A", "B", "C", "D", "F", "I", "W".
