      *>--------------------------------------------------------------
      *> SECTSCHD.cpy
      *> Section meeting schedule, keyed by course and term on the
      *> SECTSCHD indexed file, maintained in schdmnt.cob: the days
      *> the course's section meets, its start and end times on the
      *> 24-hour clock (HHMM), and the ROOMMAST room it meets in.
      *> SCH-MEETING-DAYS is positional, Monday first - M T W R F S
      *> U, a space where the section does not meet - so two
      *> sections share a day wherever both have a letter in the
      *> same position, and share a time wherever each starts
      *> before the other ends.  enroll.cob and dropadd.cob refuse
      *> a registration whose meetings overlap one the student
      *> already holds; schdrpt.cob prints the term class schedule
      *> by day and time and the room-booking conflicts.  A course
      *> with no row for the term has no fixed meeting time and
      *> conflicts with nothing.
      *>--------------------------------------------------------------
       01 SECTION-SCHEDULE-RECORD.
           02 SCH-KEY.
               03 SCH-COURSE-CODE     PIC X(8).
               03 SCH-TERM            PIC X(6).
           02 SCH-MEETING-DAYS        PIC X(7).
           02 FILLER REDEFINES SCH-MEETING-DAYS.
               03 SCH-DAY-FLAG        PIC X(1) OCCURS 7 TIMES.
           02 SCH-START-TIME          PIC 9(4).
           02 SCH-END-TIME            PIC 9(4).
           02 SCH-ROOM-CODE           PIC X(6).
