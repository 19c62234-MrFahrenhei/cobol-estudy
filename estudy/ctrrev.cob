       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrrev.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Compliance review of the cash-activity alerts ctrmon.cob
      *> raises on CTRREVW (see CTRALERT.cpy).  Menu-driven the same
      *> way vendmnt.cob maintains VENDMAST, update-level operators
      *> only through the shared opersign sign-on: list the alerts
      *> still awaiting review, list every alert, or record an
      *> alert's disposition - F filed, C cleared, E escalated -
      *> with a note.  Filed and cleared are final; an escalated
      *> alert comes back for one of them.  The listings show the
      *> customer's SSN masked to the serial last-four like every
      *> other ordinary listing, and every disposition writes an
      *> AUDITLOG row under the reviewer's operator id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-REVIEW-FILE ASSIGN TO "CTRREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ALERT-KEY
               FILE STATUS IS WS-CASH-REVIEW-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDENT
               ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-REVIEW-FILE.
           COPY CTRALERT.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-CASH-REVIEW-STATUS PIC XX VALUE "00".
           88 WS-CASH-REVIEW-NEW    VALUE "35".
           88 WS-CASH-REVIEW-EOF    VALUE "10".
       01 WS-CUSTMAST-STATUS   PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS  PIC XX VALUE "00".
       01 WS-CUSTMAST-OPEN-SWITCH PIC X VALUE "N".
           88 WS-CUSTMAST-OPEN     VALUE "Y".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-LIST-OPEN  VALUE 1.
           88 WS-CHOICE-LIST-ALL   VALUE 2.
           88 WS-CHOICE-DISPOSE    VALUE 3.
           88 WS-CHOICE-EXIT       VALUE 4.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-LIST-MODE         PIC X VALUE "A".
           88 WS-LIST-OPEN-ONLY    VALUE "O".
       01 WS-LIST-COUNT        PIC 9(5) COMP VALUE ZERO.

       01 WS-NEW-DISPOSITION   PIC X VALUE SPACE.
           88 WS-VALID-DISPOSITION VALUE "F" "C" "E".
       01 WS-NEW-NOTE          PIC X(40) VALUE SPACES.
       01 WS-OLD-DISPOSITION   PIC X VALUE SPACE.

       01 WS-DATE-FUNCTION     PIC X VALUE "C".
       01 WS-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE       PIC X VALUE "S".

       01 WS-MASKED-SSN.
           02 FILLER                  PIC X(7) VALUE "XXX-XX-".
           02 WS-MASK-SERIAL          PIC 9999.
       01 WS-SUBJECT-NAME      PIC X(20) VALUE SPACES.
       01 WS-SHOW-CASH-IN      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SHOW-CASH-OUT     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AUDIT-SUBJECT     PIC 9(7) VALUE ZERO.

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
      *> Open CTRREVW for update, creating it on a fresh system
      *> (same idiom as VENDMAST).  CUSTMAST only names the
      *> subjects; without it the listings show the ids alone.
      *>--------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN I-O CASH-REVIEW-FILE
           IF WS-CASH-REVIEW-NEW
               OPEN OUTPUT CASH-REVIEW-FILE
               CLOSE CASH-REVIEW-FILE
               OPEN I-O CASH-REVIEW-FILE
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-CUSTMAST-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. List alerts awaiting review"
           DISPLAY "2. List all alerts"
           DISPLAY "3. Record disposition"
           DISPLAY "4. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-LIST-OPEN
                   MOVE "O" TO WS-LIST-MODE
                   PERFORM 3000-LIST-ALERTS THRU 3000-EXIT
               WHEN WS-CHOICE-LIST-ALL
                   MOVE "A" TO WS-LIST-MODE
                   PERFORM 3000-LIST-ALERTS THRU 3000-EXIT
               WHEN WS-CHOICE-DISPOSE
                   PERFORM 4000-RECORD-DISPOSITION THRU 4000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-ALERTS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO CA-ALERT-KEY
           START CASH-REVIEW-FILE KEY IS NOT LESS THAN CA-ALERT-KEY
               INVALID KEY
                   DISPLAY "No alerts on file"
                   GO TO 3000-EXIT
           END-START

           PERFORM 3100-LIST-ONE-ALERT THRU 3100-EXIT
               UNTIL WS-CASH-REVIEW-EOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "No alerts to list"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-ALERT.
           READ CASH-REVIEW-FILE NEXT RECORD
               AT END
                   SET WS-CASH-REVIEW-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF WS-LIST-OPEN-ONLY AND NOT CA-AWAITING-REVIEW
               AND NOT CA-ESCALATED
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           PERFORM 3200-NAME-SUBJECT THRU 3200-EXIT
           MOVE CA-CASH-IN-TOTAL  TO WS-SHOW-CASH-IN
           MOVE CA-CASH-OUT-TOTAL TO WS-SHOW-CASH-OUT
           DISPLAY CA-DETECT-DATE " " CA-ALERT-TYPE " "
               CA-CUST-IDENT " " CA-ACCT-NUMBER " " WS-SUBJECT-NAME
               " " WS-MASKED-SSN " IN " WS-SHOW-CASH-IN
               " OUT " WS-SHOW-CASH-OUT " BAND "
               CA-BAND-DEPOSIT-COUNT " [" CA-DISPOSITION "] "
               CA-REVIEWED-BY.
       3100-EXIT.
           EXIT.

       3200-NAME-SUBJECT.
           MOVE SPACES TO WS-SUBJECT-NAME
           MOVE ZERO TO WS-MASK-SERIAL
           IF CA-CUST-IDENT = ZERO
               MOVE "NO CUSTOMER LINKED" TO WS-SUBJECT-NAME
               GO TO 3200-EXIT
           END-IF
           IF NOT WS-CUSTMAST-OPEN
               GO TO 3200-EXIT
           END-IF
           MOVE CA-CUST-IDENT TO CUST-IDENT
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE "NOT ON CUSTMAST" TO WS-SUBJECT-NAME
                   GO TO 3200-EXIT
           END-READ
           MOVE CUST-NAME      TO WS-SUBJECT-NAME
           MOVE CUST-SS-SERIAL TO WS-MASK-SERIAL.
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One alert, named by its key, gets its disposition.  Filed
      *> and cleared are the end of it; escalated may still move
      *> on to either.
      *>--------------------------------------------------------------
       4000-RECORD-DISPOSITION.
           DISPLAY "Enter detect date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT CA-DETECT-DATE
           DISPLAY "Enter alert type (C currency report, S "
               "structuring): " WITH NO ADVANCING
           ACCEPT CA-ALERT-TYPE
           DISPLAY "Enter customer id (0 if none linked): "
               WITH NO ADVANCING
           ACCEPT CA-CUST-IDENT
           MOVE ZERO TO CA-ACCT-NUMBER
           IF CA-CUST-IDENT = ZERO
               DISPLAY "Enter account number: " WITH NO ADVANCING
               ACCEPT CA-ACCT-NUMBER
           END-IF

           READ CASH-REVIEW-FILE
               INVALID KEY
                   DISPLAY "Alert not found"
                   GO TO 4000-EXIT
           END-READ
           IF CA-FILED OR CA-CLEARED
               DISPLAY "Alert already dispositioned " CA-DISPOSITION
                   " by " CA-REVIEWED-BY " on " CA-REVIEW-DATE
               GO TO 4000-EXIT
           END-IF

           DISPLAY "Enter disposition (F filed, C cleared, E "
               "escalated): " WITH NO ADVANCING
           ACCEPT WS-NEW-DISPOSITION
           IF NOT WS-VALID-DISPOSITION
               DISPLAY "Disposition must be F, C, or E"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Enter note: " WITH NO ADVANCING
           ACCEPT WS-NEW-NOTE
           IF WS-NEW-NOTE = SPACES
               DISPLAY "A note is required"
               GO TO 4000-EXIT
           END-IF

           MOVE CA-DISPOSITION     TO WS-OLD-DISPOSITION
           MOVE WS-NEW-DISPOSITION TO CA-DISPOSITION
           MOVE WS-NEW-NOTE        TO CA-REVIEW-NOTE
           MOVE WS-OPERATOR-ID     TO CA-REVIEWED-BY
           MOVE WS-BUSINESS-DATE   TO CA-REVIEW-DATE
           REWRITE CASH-ALERT-RECORD
               INVALID KEY
                   DISPLAY "Alert could not be updated"
                   GO TO 4000-EXIT
           END-REWRITE
           PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT
           DISPLAY "Alert dispositioned " CA-DISPOSITION.
       4000-EXIT.
           EXIT.

       4100-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "CTRREV" TO AL-PROGRAM-ID
           IF CA-CUST-IDENT = ZERO
               MOVE CA-ACCT-NUMBER TO WS-AUDIT-SUBJECT
           ELSE
               MOVE CA-CUST-IDENT TO WS-AUDIT-SUBJECT
           END-IF
           MOVE WS-AUDIT-SUBJECT TO AL-KEY
           MOVE SPACES TO AL-DECISION
           STRING "ALERT " CA-ALERT-TYPE " " CA-DETECT-DATE " "
               WS-OLD-DISPOSITION " TO " CA-DISPOSITION
               DELIMITED BY SIZE INTO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       4100-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE CASH-REVIEW-FILE
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTMAST-FILE
           END-IF.
       9000-EXIT.
           EXIT.
