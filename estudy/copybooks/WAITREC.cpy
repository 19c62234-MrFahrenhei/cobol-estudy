      *>--------------------------------------------------------------
      *> WAITREC.cpy
      *> Section waitlist, keyed by course and arrival sequence on
      *> the WAITLIST indexed file.  enroll.cob adds a student here
      *> when the section is full, registers the first student in
      *> sequence order once a seat opens, and prints the list by
      *> course on its WAITRPT demand report.  A student's place in
      *> line is their position among the course's remaining rows;
      *> the sequence number only keeps the arrival order.
      *>--------------------------------------------------------------
       01 WAITLIST-RECORD.
           02 WL-KEY.
               03 WL-COURSE-CODE      PIC X(8).
               03 WL-SEQUENCE         PIC 9(5).
           02 WL-TERM                 PIC X(6).
           02 WL-STUDENT-ID           PIC 9(5).
           02 WL-STUDENT-NAME         PIC X(20).
           02 WL-DATE-ADDED           PIC 9(8).
