       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. awrdmnt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for AWARDMST, the scholarship and
      *> financial-aid awards (see AWARDREC.cpy).  Menu-driven the
      *> same way garnmnt.cob maintains GARNORD, update-level
      *> operators only through the shared opersign sign-on: the
      *> financial-aid office records an award for a student and
      *> term from one of the AIDFUND funds - a fixed amount or a
      *> percentage of tuition, with any minimum GPA or credit
      *> hours the student must keep - changes an award not yet
      *> paid, cancels one, or lists every award on file.  A held
      *> award that is changed goes back to awarded for the next
      *> disbursement run (aiddisb.cob) to try again.  An award
      *> already disbursed is on the student's account and is not
      *> changed or cancelled here.  Every add, change and cancel
      *> writes an AUDITLOG row under the operator's id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-MASTER-FILE ASSIGN TO "AWARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWARDMST-STATUS.
           SELECT AID-FUND-FILE ASSIGN TO "AIDFUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-FUND-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-MASTER-FILE.
           COPY AWARDREC.

       FD  AID-FUND-FILE.
           COPY AIDFUND.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-AWARDMST-STATUS   PIC XX VALUE "00".
           88 WS-AWARDMST-NEW      VALUE "35".
           88 WS-AWARDMST-EOF      VALUE "10".
       01 WS-AID-FUND-STATUS   PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS  PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-ADD        VALUE 1.
           88 WS-CHOICE-CHANGE     VALUE 2.
           88 WS-CHOICE-CANCEL     VALUE 3.
           88 WS-CHOICE-LIST       VALUE 4.
           88 WS-CHOICE-EXIT       VALUE 5.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-EOF-SWITCH        PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".
       01 WS-VALID-SWITCH      PIC X VALUE "Y".
           88 WS-AWARD-VALID       VALUE "Y".
       01 WS-AUDIT-ACTION      PIC X(10) VALUE SPACES.
       01 WS-AUDIT-KEY         PIC X(10) VALUE SPACES.
       01 WS-AWARD-COUNT       PIC 9(5) VALUE ZERO.

      *>--------------------------------------------------------------
      *> The AIDFUND funds an award may be made from.
      *>--------------------------------------------------------------
       01 WS-FUND-COUNT        PIC 9(3) COMP VALUE ZERO.
       01 WS-FUND-IDX          PIC 9(3) COMP VALUE ZERO.
       01 WS-FUND-TABLE.
           02 WS-FD-FUND-CODE OCCURS 100 TIMES PIC X(6).
       01 WS-FUND-FOUND-SWITCH PIC X VALUE "N".
           88 WS-FUND-FOUND        VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open AWARDMST for update, creating it on a fresh system
      *> (same idiom as GARNORD), and load the fund codes.
      *>--------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN I-O AWARD-MASTER-FILE
           IF WS-AWARDMST-NEW
               OPEN OUTPUT AWARD-MASTER-FILE
               CLOSE AWARD-MASTER-FILE
               OPEN I-O AWARD-MASTER-FILE
           END-IF

           OPEN INPUT AID-FUND-FILE
           IF WS-AID-FUND-STATUS = "35"
               DISPLAY "AIDFUND missing - no award can be added"
               GO TO 1000-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-FUND-COUNT >= 100
               READ AID-FUND-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FUND-COUNT
                       MOVE AF-FUND-CODE
                           TO WS-FD-FUND-CODE (WS-FUND-COUNT)
               END-READ
           END-PERFORM
           CLOSE AID-FUND-FILE.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Record award"
           DISPLAY "2. Change award"
           DISPLAY "3. Cancel award"
           DISPLAY "4. List awards"
           DISPLAY "5. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 3000-ADD-AWARD THRU 3000-EXIT
               WHEN WS-CHOICE-CHANGE
                   PERFORM 4000-CHANGE-AWARD THRU 4000-EXIT
               WHEN WS-CHOICE-CANCEL
                   PERFORM 4500-CANCEL-AWARD THRU 4500-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-AWARDS THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A new award starts out awarded, waiting for the next
      *> disbursement run; one award code per student per term.
      *>--------------------------------------------------------------
       3000-ADD-AWARD.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           PERFORM 3600-ACCEPT-FIELDS THRU 3600-EXIT
           IF NOT WS-AWARD-VALID
               GO TO 3000-EXIT
           END-IF
           SET AW-STATUS-AWARDED TO TRUE
           MOVE WS-BUSINESS-DATE TO AW-AWARD-DATE
           MOVE WS-OPERATOR-ID   TO AW-OPERATOR-ID
           MOVE ZERO   TO AW-DISBURSED-AMOUNT
           MOVE ZERO   TO AW-DISBURSED-DATE
           MOVE ZERO   TO AW-CREDIT-MEMO-NO
           MOVE SPACES TO AW-HOLD-REASON

           WRITE AID-AWARD-RECORD
               INVALID KEY
                   DISPLAY "Award already on file for student "
                       AW-STUDENT-ID " term " AW-TERM
                       " code " AW-AWARD-CODE
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "Award recorded"
           MOVE "ADDED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3500-ACCEPT-KEY.
           DISPLAY "Enter student ID (5 digits): " WITH NO ADVANCING
           ACCEPT AW-STUDENT-ID
           DISPLAY "Enter term: " WITH NO ADVANCING
           ACCEPT AW-TERM
           DISPLAY "Enter award code: " WITH NO ADVANCING
           ACCEPT AW-AWARD-CODE.
       3500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The award's terms: its fund, fixed amount or percentage of
      *> tuition, and the conditions checked against STUMAST when
      *> it is paid.
      *>--------------------------------------------------------------
       3600-ACCEPT-FIELDS.
           MOVE "Y" TO WS-VALID-SWITCH
           DISPLAY "Enter fund code: " WITH NO ADVANCING
           ACCEPT AW-FUND-CODE
           MOVE "N" TO WS-FUND-FOUND-SWITCH
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > WS-FUND-COUNT OR WS-FUND-FOUND
               IF WS-FD-FUND-CODE (WS-FUND-IDX) = AW-FUND-CODE
                   SET WS-FUND-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FUND-FOUND
               DISPLAY "Fund " AW-FUND-CODE " is not on AIDFUND"
               MOVE "N" TO WS-VALID-SWITCH
               GO TO 3600-EXIT
           END-IF
           DISPLAY "Enter basis (A=fixed amount, P=percent of "
               "tuition): " WITH NO ADVANCING
           ACCEPT AW-AWARD-BASIS
           IF AW-PERCENT-OF-TUITION
               MOVE ZERO TO AW-AWARD-AMOUNT
               DISPLAY "Enter percent of tuition: " WITH NO ADVANCING
               ACCEPT AW-AWARD-PERCENT
               IF AW-AWARD-PERCENT = ZERO OR AW-AWARD-PERCENT > 100
                   DISPLAY "Percent must be over 0 and at most 100"
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 3600-EXIT
               END-IF
           ELSE
               MOVE "A" TO AW-AWARD-BASIS
               MOVE ZERO TO AW-AWARD-PERCENT
               DISPLAY "Enter award amount: " WITH NO ADVANCING
               ACCEPT AW-AWARD-AMOUNT
               IF AW-AWARD-AMOUNT = ZERO
                   DISPLAY "Award amount must be over zero"
                   MOVE "N" TO WS-VALID-SWITCH
                   GO TO 3600-EXIT
               END-IF
           END-IF
           DISPLAY "Enter minimum cumulative GPA (0=none): "
               WITH NO ADVANCING
           ACCEPT AW-MIN-GPA
           DISPLAY "Enter minimum cumulative credit hours (0=none): "
               WITH NO ADVANCING
           ACCEPT AW-MIN-CREDIT-HOURS.
       3600-EXIT.
           EXIT.

       4000-CHANGE-AWARD.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           READ AWARD-MASTER-FILE
               INVALID KEY
                   DISPLAY "Award not found"
                   GO TO 4000-EXIT
           END-READ
           IF NOT AW-AWAITING-PAYMENT
               DISPLAY "Award is " AW-AWARD-STATUS
                   " - only an awarded or held award can change"
               GO TO 4000-EXIT
           END-IF
           PERFORM 3600-ACCEPT-FIELDS THRU 3600-EXIT
           IF NOT WS-AWARD-VALID
               GO TO 4000-EXIT
           END-IF
           SET AW-STATUS-AWARDED TO TRUE
           MOVE SPACES TO AW-HOLD-REASON
           MOVE WS-OPERATOR-ID TO AW-OPERATOR-ID
           REWRITE AID-AWARD-RECORD
               INVALID KEY
                   DISPLAY "Award could not be updated"
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "Award changed"
           MOVE "CHANGED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       4500-CANCEL-AWARD.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           READ AWARD-MASTER-FILE
               INVALID KEY
                   DISPLAY "Award not found"
                   GO TO 4500-EXIT
           END-READ
           IF NOT AW-AWAITING-PAYMENT
               DISPLAY "Award is " AW-AWARD-STATUS
                   " - only an awarded or held award can cancel"
               GO TO 4500-EXIT
           END-IF
           SET AW-STATUS-CANCELLED TO TRUE
           MOVE WS-OPERATOR-ID TO AW-OPERATOR-ID
           REWRITE AID-AWARD-RECORD
               INVALID KEY
                   DISPLAY "Award could not be updated"
                   GO TO 4500-EXIT
           END-REWRITE
           DISPLAY "Award cancelled"
           MOVE "CANCELLED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       4500-EXIT.
           EXIT.

       5000-LIST-AWARDS.
           MOVE ZERO TO WS-AWARD-COUNT
           MOVE LOW-VALUES TO AW-KEY
           START AWARD-MASTER-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY
                   DISPLAY "No awards on file"
                   GO TO 5000-EXIT
           END-START

           PERFORM 5100-LIST-ONE-AWARD THRU 5100-EXIT
               UNTIL WS-AWARDMST-EOF
           DISPLAY "Awards on file: " WS-AWARD-COUNT.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-AWARD.
           READ AWARD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-AWARDMST-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ

           ADD 1 TO WS-AWARD-COUNT
           DISPLAY AW-STUDENT-ID " " AW-TERM " " AW-AWARD-CODE " "
               AW-FUND-CODE " " AW-AWARD-BASIS " " AW-AWARD-AMOUNT " "
               AW-AWARD-PERCENT " " AW-MIN-GPA " "
               AW-MIN-CREDIT-HOURS " " AW-AWARD-STATUS " "
               AW-DISBURSED-AMOUNT " " AW-DISBURSED-DATE " "
               AW-HOLD-REASON.
       5100-EXIT.
           EXIT.

       6000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "AWRDMNT" TO AL-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-KEY
           STRING AW-STUDENT-ID " " AW-AWARD-CODE DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           MOVE WS-AUDIT-KEY TO AL-KEY
           MOVE SPACES TO AL-DECISION
           STRING WS-AUDIT-ACTION DELIMITED BY SPACE
               " " AW-TERM " FUND " AW-FUND-CODE DELIMITED BY SIZE
               INTO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE AWARD-MASTER-FILE.
       9000-EXIT.
           EXIT.
