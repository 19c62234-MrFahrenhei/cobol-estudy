      *> onto each GRADEHIST row so GPA can weight by course load.
      *> The enrolled count is this term's seats taken, maintained
      *> by enroll.cob and reset by coursmnt.cob at term start.
      *> 10/15/2026 - up to three prerequisite courses, each with the
      *> lowest letter grade (A-D) that satisfies it, checked by
      *> enroll.cob against the student's GRADEHIST history before a
      *> seat is given.  A blank slot is no prerequisite, and a
      *> blank minimum grade means any passing grade (D).
      *>--------------------------------------------------------------
       01 COURSE-MASTER-RECORD.
           02 CRS-COURSE-CODE         PIC X(8).
           02 CRS-CREDIT-HOURS        PIC 9(2)V9.
           02 CRS-SECTION-CAPACITY    PIC 9(3).
           02 CRS-ENROLLED-COUNT      PIC 9(3).
           02 CRS-PREREQUISITES.
               03 CRS-PREREQ OCCURS 3 TIMES.
                   04 CRS-PREREQ-CODE     PIC X(8).
                   04 CRS-PREREQ-MIN-GRADE PIC X(1).
