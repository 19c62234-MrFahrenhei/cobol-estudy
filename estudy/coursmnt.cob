      *> maintains ITEMMAST, gated at update level by the shared
      *> opersign sign-on.  Resetting the enrolled counts is the
      *> term-start step that opens every section's seats again.
      *> 10/15/2026 - courses carry up to three prerequisites with a
      *> minimum grade each, keyed when the course is added or set
      *> again later (a prerequisite must itself be on COURSMST and
      *> cannot be the course itself), and a section's capacity can
      *> be changed when the WAITRPT demand report shows students
      *> waiting; the enrollment run fills new seats from the
      *> waitlist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 WS-CHOICE-ADD        VALUE 1.
           88 WS-CHOICE-LIST       VALUE 2.
           88 WS-CHOICE-RESET      VALUE 3.
           88 WS-CHOICE-CAPACITY   VALUE 4.
           88 WS-CHOICE-PREREQ     VALUE 5.
           88 WS-CHOICE-EXIT       VALUE 6.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-RESET-COUNT       PIC 9(3) COMP VALUE ZERO.
       01 WS-PREREQ-IDX        PIC 9(1) COMP VALUE ZERO.
       01 WS-NEW-CAPACITY      PIC 9(3) VALUE ZERO.
       01 WS-PREREQ-CODE       PIC X(8) VALUE SPACES.
       01 WS-PREREQ-SWITCH     PIC X VALUE "N".
           88 WS-PREREQ-ON-FILE    VALUE "Y".
       01 WS-COURSE-SAVE       PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           DISPLAY "1. Add course"
           DISPLAY "2. List courses"
           DISPLAY "3. Reset enrolled counts (term start)"
           DISPLAY "4. Change section capacity"
           DISPLAY "5. Set prerequisites"
           DISPLAY "6. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

                   PERFORM 5000-LIST-COURSES THRU 5000-EXIT
               WHEN WS-CHOICE-RESET
                   PERFORM 6000-RESET-ENROLLED THRU 6000-EXIT
               WHEN WS-CHOICE-CAPACITY
                   PERFORM 7000-CHANGE-CAPACITY THRU 7000-EXIT
               WHEN WS-CHOICE-PREREQ
                   PERFORM 7500-SET-PREREQUISITES THRU 7500-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
           DISPLAY "Enter section capacity: " WITH NO ADVANCING
           ACCEPT CRS-SECTION-CAPACITY
           MOVE ZERO TO CRS-ENROLLED-COUNT
           PERFORM 3100-ACCEPT-PREREQUISITES THRU 3100-EXIT

           WRITE COURSE-MASTER-RECORD
               INVALID KEY
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Up to three prerequisite courses; a blank code ends the
      *> list and clears the slots after it.  A code not on COURSMST,
      *> or the course's own code, is refused and the slot asked for
      *> again.  Looking a code up reads into the record area, so
      *> the course being keyed is held aside and put back.
      *>--------------------------------------------------------------
       3100-ACCEPT-PREREQUISITES.
           MOVE SPACES TO CRS-PREREQUISITES
           MOVE COURSE-MASTER-RECORD TO WS-COURSE-SAVE
           MOVE 1 TO WS-PREREQ-IDX
           PERFORM 3200-ACCEPT-ONE-PREREQUISITE THRU 3200-EXIT
               UNTIL WS-PREREQ-IDX > 3.
       3100-EXIT.
           EXIT.

       3200-ACCEPT-ONE-PREREQUISITE.
           DISPLAY "Prerequisite " WS-PREREQ-IDX
               " course code (blank for none): "
               WITH NO ADVANCING
           ACCEPT WS-PREREQ-CODE
           IF WS-PREREQ-CODE = SPACES
               MOVE 4 TO WS-PREREQ-IDX
               GO TO 3200-EXIT
           END-IF
           IF WS-PREREQ-CODE = CRS-COURSE-CODE
               DISPLAY "A course cannot be its own prerequisite"
               GO TO 3200-EXIT
           END-IF
           MOVE "N" TO WS-PREREQ-SWITCH
           MOVE WS-PREREQ-CODE TO CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PREREQ-ON-FILE TO TRUE
           END-READ
           MOVE WS-COURSE-SAVE TO COURSE-MASTER-RECORD
           IF NOT WS-PREREQ-ON-FILE
               DISPLAY "Prerequisite course not on file: "
                   WS-PREREQ-CODE
               GO TO 3200-EXIT
           END-IF
           MOVE WS-PREREQ-CODE TO CRS-PREREQ-CODE (WS-PREREQ-IDX)
           DISPLAY "Minimum grade (A-D, blank for D): "
               WITH NO ADVANCING
           ACCEPT CRS-PREREQ-MIN-GRADE (WS-PREREQ-IDX)
           IF CRS-PREREQ-MIN-GRADE (WS-PREREQ-IDX)
               NOT = "A" AND NOT = "B" AND NOT = "C"
               MOVE "D" TO CRS-PREREQ-MIN-GRADE (WS-PREREQ-IDX)
           END-IF
           MOVE COURSE-MASTER-RECORD TO WS-COURSE-SAVE
           ADD 1 TO WS-PREREQ-IDX.
       3200-EXIT.
           EXIT.

       5000-LIST-COURSES.
           MOVE LOW-VALUES TO CRS-COURSE-CODE
           START COURSE-MASTER-FILE
           END-READ
           DISPLAY CRS-COURSE-CODE " " CRS-TITLE " "
               CRS-CREDIT-HOURS " CAP " CRS-SECTION-CAPACITY
               " ENROLLED " CRS-ENROLLED-COUNT
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 3
               IF CRS-PREREQ-CODE (WS-PREREQ-IDX) NOT = SPACES
                   DISPLAY "    PREREQ " CRS-PREREQ-CODE (WS-PREREQ-IDX)
                       " MIN GRADE "
                       CRS-PREREQ-MIN-GRADE (WS-PREREQ-IDX)
               END-IF
           END-PERFORM.
       5100-EXIT.
           EXIT.

       6100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Opening seats: the next enrollment run registers waitlisted
      *> students into them in line order.
      *>--------------------------------------------------------------
       7000-CHANGE-CAPACITY.
           DISPLAY "Enter course code: " WITH NO ADVANCING
           ACCEPT CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Course not on file: " CRS-COURSE-CODE
                   GO TO 7000-EXIT
           END-READ
           DISPLAY "Capacity " CRS-SECTION-CAPACITY
               " enrolled " CRS-ENROLLED-COUNT
           DISPLAY "Enter new section capacity: " WITH NO ADVANCING
           ACCEPT WS-NEW-CAPACITY
           IF WS-NEW-CAPACITY < CRS-ENROLLED-COUNT
               DISPLAY "Capacity below seats already taken - unchanged"
               GO TO 7000-EXIT
           END-IF
           MOVE WS-NEW-CAPACITY TO CRS-SECTION-CAPACITY
           REWRITE COURSE-MASTER-RECORD
           DISPLAY "Capacity changed".
       7000-EXIT.
           EXIT.

       7500-SET-PREREQUISITES.
           DISPLAY "Enter course code: " WITH NO ADVANCING
           ACCEPT CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Course not on file: " CRS-COURSE-CODE
                   GO TO 7500-EXIT
           END-READ
           PERFORM 3100-ACCEPT-PREREQUISITES THRU 3100-EXIT
           REWRITE COURSE-MASTER-RECORD
           DISPLAY "Prerequisites set".
       7500-EXIT.
           EXIT.

       9000-CLOSE-COURSMST.
           CLOSE COURSE-MASTER-FILE.
       9000-EXIT.
