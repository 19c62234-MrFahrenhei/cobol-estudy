       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. schdmnt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for the class schedule: ROOMMAST, the
      *> rooms and their seats (see ROOMREC.cpy), and SECTSCHD, when
      *> and where each course's section meets in a term (see
      *> SECTSCHD.cpy).  Menu-driven the same way garnmnt.cob
      *> maintains GARNORD, update-level operators only through the
      *> shared opersign sign-on.  A meeting is booked only for a
      *> course on COURSMST, into a room on ROOMMAST, on meeting
      *> days keyed as letters (M T W R F S U) and a start before
      *> its end on the 24-hour clock.  A room with fewer seats than
      *> the section's capacity, or already booked at an overlapping
      *> time in the term, is warned about but the booking is kept -
      *> the registrar may be part-way through moving sections
      *> around - and schdrpt.cob reports whatever is left
      *> conflicting.  Every add, change and delete writes an
      *> AUDITLOG row under the operator's id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ROOM-CODE
               FILE STATUS IS WS-ROOMMAST-STATUS.
           SELECT SECTION-SCHEDULE-FILE ASSIGN TO "SECTSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SECTSCHD-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-COURSMST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-MASTER-FILE.
           COPY ROOMREC.

       FD  SECTION-SCHEDULE-FILE.
           COPY SECTSCHD.

       FD  COURSE-MASTER-FILE.
           COPY COURSREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-ROOMMAST-STATUS   PIC XX VALUE "00".
           88 WS-ROOMMAST-NEW      VALUE "35".
           88 WS-ROOMMAST-EOF      VALUE "10".
       01 WS-SECTSCHD-STATUS   PIC XX VALUE "00".
           88 WS-SECTSCHD-NEW      VALUE "35".
           88 WS-SECTSCHD-EOF      VALUE "10".
       01 WS-COURSMST-STATUS   PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS  PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-ADD-ROOM       VALUE 1.
           88 WS-CHOICE-UPDATE-ROOM    VALUE 2.
           88 WS-CHOICE-LIST-ROOMS     VALUE 3.
           88 WS-CHOICE-BOOK-MEETING   VALUE 4.
           88 WS-CHOICE-CHANGE-MEETING VALUE 5.
           88 WS-CHOICE-DELETE-MEETING VALUE 6.
           88 WS-CHOICE-LIST-MEETINGS  VALUE 7.
           88 WS-CHOICE-EXIT           VALUE 8.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-COURSMST-SWITCH   PIC X VALUE "N".
           88 WS-COURSMST-AVAILABLE VALUE "Y".
       01 WS-VALID-SWITCH      PIC X VALUE "Y".
           88 WS-MEETING-VALID     VALUE "Y".
       01 WS-OVERLAP-SWITCH    PIC X VALUE "N".
           88 WS-DAYS-OVERLAP      VALUE "Y".
       01 WS-SCAN-EOF-SWITCH   PIC X VALUE "N".
           88 WS-SCAN-EOF          VALUE "Y".
       01 WS-AUDIT-ACTION      PIC X(10) VALUE SPACES.
       01 WS-AUDIT-KEY         PIC X(10) VALUE SPACES.
       01 WS-AUDIT-DETAIL      PIC X(18) VALUE SPACES.

      *>--------------------------------------------------------------
      *> The meeting being booked or changed, held here while
      *> SECTSCHD is scanned for other bookings of the same room.
      *>--------------------------------------------------------------
       01 WS-NEW-MEETING.
           02 WS-NM-KEY.
               03 WS-NM-COURSE-CODE   PIC X(8).
               03 WS-NM-TERM          PIC X(6).
           02 WS-NM-DAYS              PIC X(7).
           02 FILLER REDEFINES WS-NM-DAYS.
               03 WS-NM-DAY-FLAG      PIC X(1) OCCURS 7 TIMES.
           02 WS-NM-START-TIME        PIC 9(4).
           02 WS-NM-END-TIME          PIC 9(4).
           02 WS-NM-ROOM-CODE         PIC X(6).

       01 WS-DAYS-KEYED        PIC X(7) VALUE SPACES.
       01 FILLER REDEFINES WS-DAYS-KEYED.
           02 WS-KEYED-DAY     PIC X(1) OCCURS 7 TIMES.
       01 WS-DAY-LETTERS       PIC X(7) VALUE "MTWRFSU".
       01 FILLER REDEFINES WS-DAY-LETTERS.
           02 WS-DAY-LETTER    PIC X(1) OCCURS 7 TIMES.
       01 WS-KEYED-IDX         PIC 9(1) COMP VALUE ZERO.
       01 WS-DAY-IDX           PIC 9(1) COMP VALUE ZERO.
       01 WS-DAY-FOUND-IDX     PIC 9(1) COMP VALUE ZERO.
       01 WS-TIME-HOURS        PIC 9(2) VALUE ZERO.
       01 WS-TIME-MINUTES      PIC 9(2) VALUE ZERO.
       01 WS-CHECK-TIME        PIC 9(4) VALUE ZERO.
       01 WS-LIST-COUNT        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open ROOMMAST and SECTSCHD for update, creating either on a
      *> fresh system (same idiom as GARNORD).  COURSMST is only
      *> read, for the course edit and the room-size check.
      *>--------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN I-O ROOM-MASTER-FILE
           IF WS-ROOMMAST-NEW
               OPEN OUTPUT ROOM-MASTER-FILE
               CLOSE ROOM-MASTER-FILE
               OPEN I-O ROOM-MASTER-FILE
           END-IF
           OPEN I-O SECTION-SCHEDULE-FILE
           IF WS-SECTSCHD-NEW
               OPEN OUTPUT SECTION-SCHEDULE-FILE
               CLOSE SECTION-SCHEDULE-FILE
               OPEN I-O SECTION-SCHEDULE-FILE
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSMST-STATUS = "00"
               SET WS-COURSMST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "No COURSMST on disk - no meeting can be booked"
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Add room"
           DISPLAY "2. Update room"
           DISPLAY "3. List rooms"
           DISPLAY "4. Book section meeting"
           DISPLAY "5. Change section meeting"
           DISPLAY "6. Delete section meeting"
           DISPLAY "7. List section meetings"
           DISPLAY "8. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD-ROOM
                   PERFORM 3000-ADD-ROOM THRU 3000-EXIT
               WHEN WS-CHOICE-UPDATE-ROOM
                   PERFORM 3200-UPDATE-ROOM THRU 3200-EXIT
               WHEN WS-CHOICE-LIST-ROOMS
                   PERFORM 3400-LIST-ROOMS THRU 3400-EXIT
               WHEN WS-CHOICE-BOOK-MEETING
                   PERFORM 4000-BOOK-MEETING THRU 4000-EXIT
               WHEN WS-CHOICE-CHANGE-MEETING
                   PERFORM 4200-CHANGE-MEETING THRU 4200-EXIT
               WHEN WS-CHOICE-DELETE-MEETING
                   PERFORM 4400-DELETE-MEETING THRU 4400-EXIT
               WHEN WS-CHOICE-LIST-MEETINGS
                   PERFORM 4600-LIST-MEETINGS THRU 4600-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-ADD-ROOM.
           DISPLAY "Enter room code: " WITH NO ADVANCING
           ACCEPT RM-ROOM-CODE
           PERFORM 3100-ACCEPT-ROOM-FIELDS THRU 3100-EXIT
           WRITE ROOM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Room already on file: " RM-ROOM-CODE
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "Room added"
           MOVE "ROOM ADDED" TO WS-AUDIT-ACTION
           PERFORM 6100-AUDIT-ROOM THRU 6100-EXIT.
       3000-EXIT.
           EXIT.

       3100-ACCEPT-ROOM-FIELDS.
           DISPLAY "Enter building: " WITH NO ADVANCING
           ACCEPT RM-BUILDING
           DISPLAY "Enter seat count (3 digits): " WITH NO ADVANCING
           ACCEPT RM-SEAT-COUNT.
       3100-EXIT.
           EXIT.

       3200-UPDATE-ROOM.
           DISPLAY "Enter room code: " WITH NO ADVANCING
           ACCEPT RM-ROOM-CODE
           READ ROOM-MASTER-FILE
               INVALID KEY
                   DISPLAY "Room not found"
                   GO TO 3200-EXIT
           END-READ
           PERFORM 3100-ACCEPT-ROOM-FIELDS THRU 3100-EXIT
           REWRITE ROOM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Room could not be updated"
                   GO TO 3200-EXIT
           END-REWRITE
           DISPLAY "Room updated"
           MOVE "ROOM UPD" TO WS-AUDIT-ACTION
           PERFORM 6100-AUDIT-ROOM THRU 6100-EXIT.
       3200-EXIT.
           EXIT.

       3400-LIST-ROOMS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO RM-ROOM-CODE
           START ROOM-MASTER-FILE KEY IS NOT LESS THAN RM-ROOM-CODE
               INVALID KEY
                   DISPLAY "No rooms on file"
                   GO TO 3400-EXIT
           END-START
           PERFORM 3500-LIST-ONE-ROOM THRU 3500-EXIT
               UNTIL WS-ROOMMAST-EOF
           DISPLAY "Rooms on file: " WS-LIST-COUNT.
       3400-EXIT.
           EXIT.

       3500-LIST-ONE-ROOM.
           READ ROOM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ROOMMAST-EOF TO TRUE
                   GO TO 3500-EXIT
           END-READ
           ADD 1 TO WS-LIST-COUNT
           DISPLAY RM-ROOM-CODE " " RM-BUILDING " " RM-SEAT-COUNT.
       3500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Book a new meeting: the course and term must not already
      *> have one.
      *>--------------------------------------------------------------
       4000-BOOK-MEETING.
           PERFORM 4050-ACCEPT-KEY THRU 4050-EXIT
           READ SECTION-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Meeting already booked - use change"
                   GO TO 4000-EXIT
           END-READ
           PERFORM 4100-ACCEPT-MEETING THRU 4100-EXIT
           IF NOT WS-MEETING-VALID
               GO TO 4000-EXIT
           END-IF
           PERFORM 4700-WARN-ROOM-CONFLICTS THRU 4700-EXIT
           MOVE WS-NEW-MEETING TO SECTION-SCHEDULE-RECORD
           WRITE SECTION-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "Meeting could not be booked"
                   GO TO 4000-EXIT
           END-WRITE
           DISPLAY "Meeting booked"
           MOVE "BOOKED" TO WS-AUDIT-ACTION
           PERFORM 6200-AUDIT-MEETING THRU 6200-EXIT.
       4000-EXIT.
           EXIT.

       4050-ACCEPT-KEY.
           DISPLAY "Enter course code: " WITH NO ADVANCING
           ACCEPT SCH-COURSE-CODE
           DISPLAY "Enter term: " WITH NO ADVANCING
           ACCEPT SCH-TERM
           MOVE SCH-KEY TO WS-NM-KEY.
       4050-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Days, times and room, edited into WS-NEW-MEETING.  The
      *> course must be on COURSMST and the room on ROOMMAST.
      *>--------------------------------------------------------------
       4100-ACCEPT-MEETING.
           MOVE "Y" TO WS-VALID-SWITCH
           IF NOT WS-COURSMST-AVAILABLE
               DISPLAY "No COURSMST on disk"
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 4100-EXIT
           END-IF
           MOVE WS-NM-COURSE-CODE TO CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Course not on COURSMST"
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 4100-EXIT
           END-READ

           DISPLAY "Enter meeting days (letters from MTWRFSU): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DAYS-KEYED
           ACCEPT WS-DAYS-KEYED
           MOVE SPACES TO WS-NM-DAYS
           PERFORM 4150-PLACE-ONE-DAY THRU 4150-EXIT
               VARYING WS-KEYED-IDX FROM 1 BY 1
               UNTIL WS-KEYED-IDX > 7
           IF WS-NM-DAYS = SPACES
               DISPLAY "At least one meeting day is required"
               MOVE "N" TO WS-VALID-SWITCH
           END-IF
           IF NOT WS-MEETING-VALID
               GO TO 4100-EXIT
           END-IF

           DISPLAY "Enter start time (HHMM, 24-hour): "
               WITH NO ADVANCING
           ACCEPT WS-NM-START-TIME
           DISPLAY "Enter end time (HHMM, 24-hour): "
               WITH NO ADVANCING
           ACCEPT WS-NM-END-TIME
           MOVE WS-NM-START-TIME TO WS-CHECK-TIME
           PERFORM 4180-CHECK-TIME THRU 4180-EXIT
           MOVE WS-NM-END-TIME TO WS-CHECK-TIME
           PERFORM 4180-CHECK-TIME THRU 4180-EXIT
           IF WS-NM-START-TIME NOT < WS-NM-END-TIME
               DISPLAY "Start time must be before end time"
               MOVE "N" TO WS-VALID-SWITCH
           END-IF
           IF NOT WS-MEETING-VALID
               GO TO 4100-EXIT
           END-IF

           DISPLAY "Enter room code: " WITH NO ADVANCING
           ACCEPT WS-NM-ROOM-CODE
           MOVE WS-NM-ROOM-CODE TO RM-ROOM-CODE
           READ ROOM-MASTER-FILE
               INVALID KEY
                   DISPLAY "Room not on ROOMMAST"
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 4100-EXIT
           END-READ
           IF RM-SEAT-COUNT < CRS-SECTION-CAPACITY
               DISPLAY "Warning: room " RM-ROOM-CODE " seats "
                   RM-SEAT-COUNT " - section capacity is "
                   CRS-SECTION-CAPACITY
           END-IF.
       4100-EXIT.
           EXIT.

       4150-PLACE-ONE-DAY.
           IF WS-KEYED-DAY (WS-KEYED-IDX) = SPACE
               GO TO 4150-EXIT
           END-IF
           MOVE ZERO TO WS-DAY-FOUND-IDX
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
                  OR WS-DAY-FOUND-IDX > ZERO
               IF WS-DAY-LETTER (WS-DAY-IDX)
                   = WS-KEYED-DAY (WS-KEYED-IDX)
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-DAY-FOUND-IDX = ZERO
               DISPLAY "Not a meeting day: " WS-KEYED-DAY (WS-KEYED-IDX)
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 4150-EXIT
           END-IF
           MOVE WS-DAY-LETTER (WS-DAY-FOUND-IDX)
               TO WS-NM-DAY-FLAG (WS-DAY-FOUND-IDX).
       4150-EXIT.
           EXIT.

       4180-CHECK-TIME.
           DIVIDE WS-CHECK-TIME BY 100 GIVING WS-TIME-HOURS
               REMAINDER WS-TIME-MINUTES
           IF WS-TIME-HOURS > 23 OR WS-TIME-MINUTES > 59
               DISPLAY "Not a time of day: " WS-CHECK-TIME
               MOVE "N" TO WS-VALID-SWITCH
           END-IF.
       4180-EXIT.
           EXIT.

       4200-CHANGE-MEETING.
           PERFORM 4050-ACCEPT-KEY THRU 4050-EXIT
           READ SECTION-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "Meeting not found"
                   GO TO 4200-EXIT
           END-READ
           DISPLAY "Now: " SCH-MEETING-DAYS " " SCH-START-TIME "-"
               SCH-END-TIME " room " SCH-ROOM-CODE
           PERFORM 4100-ACCEPT-MEETING THRU 4100-EXIT
           IF NOT WS-MEETING-VALID
               GO TO 4200-EXIT
           END-IF
           PERFORM 4700-WARN-ROOM-CONFLICTS THRU 4700-EXIT
           MOVE WS-NM-KEY TO SCH-KEY
           READ SECTION-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "Meeting not found"
                   GO TO 4200-EXIT
           END-READ
           MOVE WS-NEW-MEETING TO SECTION-SCHEDULE-RECORD
           REWRITE SECTION-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "Meeting could not be changed"
                   GO TO 4200-EXIT
           END-REWRITE
           DISPLAY "Meeting changed"
           MOVE "CHANGED" TO WS-AUDIT-ACTION
           PERFORM 6200-AUDIT-MEETING THRU 6200-EXIT.
       4200-EXIT.
           EXIT.

       4400-DELETE-MEETING.
           PERFORM 4050-ACCEPT-KEY THRU 4050-EXIT
           READ SECTION-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "Meeting not found"
                   GO TO 4400-EXIT
           END-READ
           MOVE SECTION-SCHEDULE-RECORD TO WS-NEW-MEETING
           DELETE SECTION-SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "Meeting not found"
                   GO TO 4400-EXIT
           END-DELETE
           DISPLAY "Meeting deleted"
           MOVE "DELETED" TO WS-AUDIT-ACTION
           PERFORM 6200-AUDIT-MEETING THRU 6200-EXIT.
       4400-EXIT.
           EXIT.

       4600-LIST-MEETINGS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO SCH-KEY
           START SECTION-SCHEDULE-FILE KEY IS NOT LESS THAN SCH-KEY
               INVALID KEY
                   DISPLAY "No section meetings on file"
                   GO TO 4600-EXIT
           END-START
           PERFORM 4650-LIST-ONE-MEETING THRU 4650-EXIT
               UNTIL WS-SCAN-EOF
           DISPLAY "Meetings on file: " WS-LIST-COUNT.
       4600-EXIT.
           EXIT.

       4650-LIST-ONE-MEETING.
           READ SECTION-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 4650-EXIT
           END-READ
           ADD 1 TO WS-LIST-COUNT
           DISPLAY SCH-COURSE-CODE " " SCH-TERM " " SCH-MEETING-DAYS
               " " SCH-START-TIME "-" SCH-END-TIME " " SCH-ROOM-CODE.
       4650-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every other meeting in the same term and room that shares a
      *> day and overlaps the time is named to the operator.
      *>--------------------------------------------------------------
       4700-WARN-ROOM-CONFLICTS.
           MOVE "N" TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO SCH-KEY
           START SECTION-SCHEDULE-FILE KEY IS NOT LESS THAN SCH-KEY
               INVALID KEY
                   GO TO 4700-EXIT
           END-START
           PERFORM 4750-CHECK-ONE-BOOKING THRU 4750-EXIT
               UNTIL WS-SCAN-EOF.
       4700-EXIT.
           EXIT.

       4750-CHECK-ONE-BOOKING.
           READ SECTION-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 4750-EXIT
           END-READ
           IF SCH-KEY = WS-NM-KEY
               OR SCH-TERM NOT = WS-NM-TERM
               OR SCH-ROOM-CODE NOT = WS-NM-ROOM-CODE
               GO TO 4750-EXIT
           END-IF
           IF SCH-START-TIME NOT < WS-NM-END-TIME
               OR WS-NM-START-TIME NOT < SCH-END-TIME
               GO TO 4750-EXIT
           END-IF
           MOVE "N" TO WS-OVERLAP-SWITCH
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
               IF SCH-DAY-FLAG (WS-DAY-IDX) NOT = SPACE
                   AND WS-NM-DAY-FLAG (WS-DAY-IDX) NOT = SPACE
                   SET WS-DAYS-OVERLAP TO TRUE
               END-IF
           END-PERFORM
           IF WS-DAYS-OVERLAP
               DISPLAY "Warning: room " SCH-ROOM-CODE
                   " is also booked for " SCH-COURSE-CODE " "
                   SCH-MEETING-DAYS " " SCH-START-TIME "-"
                   SCH-END-TIME
           END-IF.
       4750-EXIT.
           EXIT.

       6000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "SCHDMNT" TO AL-PROGRAM-ID
           MOVE WS-AUDIT-KEY TO AL-KEY
           MOVE SPACES TO AL-DECISION
           STRING WS-AUDIT-ACTION DELIMITED BY "  "
               " " WS-AUDIT-DETAIL DELIMITED BY SIZE
               INTO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

       6100-AUDIT-ROOM.
           MOVE RM-ROOM-CODE TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "SEATS " RM-SEAT-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       6200-AUDIT-MEETING.
           MOVE WS-NM-COURSE-CODE TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING WS-NM-TERM " RM " WS-NM-ROOM-CODE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       6200-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE ROOM-MASTER-FILE
           CLOSE SECTION-SCHEDULE-FILE
           IF WS-COURSMST-AVAILABLE
               CLOSE COURSE-MASTER-FILE
           END-IF.
       9000-EXIT.
           EXIT.
