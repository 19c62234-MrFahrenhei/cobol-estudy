       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdmnt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for STUHOLD, the student registration
      *> holds (see STUHOLD.cpy).  Menu-driven the same way
      *> garnmnt.cob maintains GARNORD, update-level operators only
      *> through the shared opersign sign-on: the registrar or the
      *> dean's office places a hold on a student under one of the
      *> manual reason codes - academic standing, advising required,
      *> conduct, documents owed - releases one it placed, or lists
      *> every hold on file.  The money side's PD and CL holds are
      *> listed here but not released here: holdrun.cob and
      *> cashrcpt.cob take those off once the balance is paid down,
      *> and a hand release would only be set again overnight.
      *> Every place and release writes an AUDITLOG row under the
      *> operator's id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STUHOLD-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-HOLD-FILE.
           COPY STUHOLD.

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
       01 WS-STUHOLD-STATUS    PIC XX VALUE "00".
           88 WS-STUHOLD-OK        VALUE "00".
           88 WS-STUHOLD-NOTFND    VALUE "23".
           88 WS-STUHOLD-NEW       VALUE "35".
           88 WS-STUHOLD-EOF       VALUE "10".
       01 WS-AUDIT-LOG-STATUS  PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-PLACE      VALUE 1.
           88 WS-CHOICE-RELEASE    VALUE 2.
           88 WS-CHOICE-LIST       VALUE 3.
           88 WS-CHOICE-EXIT       VALUE 4.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-AUDIT-ACTION      PIC X(10) VALUE SPACES.
       01 WS-HOLD-COUNT        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1000-OPEN-STUHOLD THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-STUHOLD THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open STUHOLD for update, creating it on a fresh system
      *> (same idiom as GARNORD).
      *>--------------------------------------------------------------
       1000-OPEN-STUHOLD.
           OPEN I-O STUDENT-HOLD-FILE
           IF WS-STUHOLD-NEW
               OPEN OUTPUT STUDENT-HOLD-FILE
               CLOSE STUDENT-HOLD-FILE
               OPEN I-O STUDENT-HOLD-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Place registration hold"
           DISPLAY "2. Release registration hold"
           DISPLAY "3. List registration holds"
           DISPLAY "4. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-PLACE
                   PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
               WHEN WS-CHOICE-RELEASE
                   PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-HOLDS THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A manual hold: which office is placing it, and why.  One
      *> hold per student per reason - a second of the same reason
      *> is refused rather than overlaid.
      *>--------------------------------------------------------------
       3000-PLACE-HOLD.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           IF NOT SH-MANUAL-HOLD
               DISPLAY "Reason must be AS, AV, CD or DO"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Placed by (R=registrar, D=dean's office): "
               WITH NO ADVANCING
           ACCEPT SH-PLACED-BY
           IF NOT SH-BY-REGISTRAR AND NOT SH-BY-DEAN
               DISPLAY "Placed by must be R or D"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter hold text: " WITH NO ADVANCING
           ACCEPT SH-HOLD-TEXT
           MOVE WS-BUSINESS-DATE TO SH-HOLD-DATE
           MOVE WS-OPERATOR-ID   TO SH-OPERATOR-ID
           MOVE ZERO TO SH-CUST-IDENT
           MOVE ZERO TO SH-AMOUNT-PAST-DUE
           MOVE ZERO TO SH-COLLECTION-LEVEL

           WRITE STUDENT-HOLD-RECORD
               INVALID KEY
                   DISPLAY "Hold already on file for student "
                       SH-STUDENT-ID " reason " SH-REASON-CODE
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "Hold placed"
           MOVE "PLACED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3500-ACCEPT-KEY.
           DISPLAY "Enter student ID (5 digits): " WITH NO ADVANCING
           ACCEPT SH-STUDENT-ID
           DISPLAY "Enter reason (AS=academic standing, "
               "AV=advising required,"
           DISPLAY "  CD=conduct, DO=documents owed): "
               WITH NO ADVANCING
           ACCEPT SH-REASON-CODE.
       3500-EXIT.
           EXIT.

       4000-RELEASE-HOLD.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           READ STUDENT-HOLD-FILE
               INVALID KEY
                   DISPLAY "Hold not found"
                   GO TO 4000-EXIT
           END-READ
           IF SH-AUTOMATIC-HOLD
               DISPLAY "PD and CL holds release when the balance "
                   "is paid down"
               GO TO 4000-EXIT
           END-IF
           DELETE STUDENT-HOLD-FILE
               INVALID KEY
                   DISPLAY "Hold not found"
                   GO TO 4000-EXIT
           END-DELETE
           DISPLAY "Hold released"
           MOVE "RELEASED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       5000-LIST-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE LOW-VALUES TO SH-KEY
           START STUDENT-HOLD-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   DISPLAY "No registration holds on file"
                   GO TO 5000-EXIT
           END-START

           PERFORM 5100-LIST-ONE-HOLD THRU 5100-EXIT
               UNTIL WS-STUHOLD-EOF
           DISPLAY "Holds on file: " WS-HOLD-COUNT.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-HOLD.
           READ STUDENT-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-STUHOLD-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ

           ADD 1 TO WS-HOLD-COUNT
           DISPLAY SH-STUDENT-ID " " SH-REASON-CODE " "
               SH-PLACED-BY " " SH-HOLD-DATE " " SH-OPERATOR-ID " "
               SH-CUST-IDENT " " SH-AMOUNT-PAST-DUE " "
               SH-HOLD-TEXT.
       5100-EXIT.
           EXIT.

       6000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "HOLDMNT" TO AL-PROGRAM-ID
           MOVE SH-KEY TO AL-KEY
           MOVE SPACES TO AL-DECISION
           STRING WS-AUDIT-ACTION DELIMITED BY SPACE
               " HOLD " SH-REASON-CODE " BY " SH-PLACED-BY
                   DELIMITED BY SIZE
               INTO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

       9000-CLOSE-STUHOLD.
           CLOSE STUDENT-HOLD-FILE.
       9000-EXIT.
           EXIT.
