       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ppayrev.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Payroll staff's pay-or-return decisions on the positive-pay
      *> exceptions ppayload.cob loads onto PPAYDEC (see
      *> PPAYDEC.cpy).  Menu-driven the same way ctrrev.cob works
      *> its alerts, update-level operators only through the shared
      *> opersign sign-on: list the items still undecided, list
      *> every item, or decide one - P pay, R return - by check
      *> number and presented date.  A decision is final once made;
      *> the bank acts on it at the cutoff.  Every decision writes
      *> an AUDITLOG row under the deciding operator's id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "PPAYDEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
           COPY PPAYDEC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-DECISION-STATUS   PIC XX VALUE "00".
           88 WS-DECISION-NEW      VALUE "35".
           88 WS-DECISION-EOF      VALUE "10".
       01 WS-AUDIT-LOG-STATUS  PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-LIST-OPEN  VALUE 1.
           88 WS-CHOICE-LIST-ALL   VALUE 2.
           88 WS-CHOICE-DECIDE     VALUE 3.
           88 WS-CHOICE-EXIT       VALUE 4.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-LIST-MODE         PIC X VALUE "A".
           88 WS-LIST-OPEN-ONLY    VALUE "O".
       01 WS-LIST-COUNT        PIC 9(5) COMP VALUE ZERO.

       01 WS-NEW-DECISION      PIC X VALUE SPACE.
           88 WS-VALID-DECISION    VALUE "P" "R".

       01 WS-DATE-FUNCTION     PIC X VALUE "C".
       01 WS-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE       PIC X VALUE "S".

       01 WS-SHOW-PRESENTED    PIC ZZ,ZZZ,ZZ9.99.
       01 WS-SHOW-ISSUED       PIC ZZ,ZZZ,ZZ9.99.

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
      *> Open PPAYDEC for update, creating it on a fresh system
      *> (same idiom as CTRREVW).
      *>--------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN I-O DECISION-FILE
           IF WS-DECISION-NEW
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
               OPEN I-O DECISION-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. List undecided exceptions"
           DISPLAY "2. List all exceptions"
           DISPLAY "3. Decide pay or return"
           DISPLAY "4. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-LIST-OPEN
                   MOVE "O" TO WS-LIST-MODE
                   PERFORM 3000-LIST-ITEMS THRU 3000-EXIT
               WHEN WS-CHOICE-LIST-ALL
                   MOVE "A" TO WS-LIST-MODE
                   PERFORM 3000-LIST-ITEMS THRU 3000-EXIT
               WHEN WS-CHOICE-DECIDE
                   PERFORM 4000-RECORD-DECISION THRU 4000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-ITEMS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO PD-KEY
           START DECISION-FILE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   DISPLAY "No exceptions on file"
                   GO TO 3000-EXIT
           END-START

           PERFORM 3100-LIST-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-DECISION-EOF
           IF WS-LIST-COUNT = ZERO
               DISPLAY "No exceptions to list"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-ITEM.
           READ DECISION-FILE NEXT RECORD
               AT END
                   SET WS-DECISION-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF WS-LIST-OPEN-ONLY AND NOT PD-UNDECIDED
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           MOVE PD-PRESENTED-AMOUNT TO WS-SHOW-PRESENTED
           MOVE PD-ISSUED-AMOUNT    TO WS-SHOW-ISSUED
           DISPLAY PD-CHECK-NO " " PD-PRESENTED-DATE " "
               PD-EXCEPTION-TYPE " " PD-BANK-REASON " PRESENTED "
               WS-SHOW-PRESENTED " ISSUED " WS-SHOW-ISSUED " "
               PD-PAYEE-NAME " [" PD-DECISION "] " PD-DECIDED-BY.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One item, named by check number and presented date, gets
      *> its pay-or-return decision.
      *>--------------------------------------------------------------
       4000-RECORD-DECISION.
           DISPLAY "Enter check number: " WITH NO ADVANCING
           ACCEPT PD-CHECK-NO
           DISPLAY "Enter presented date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT PD-PRESENTED-DATE

           READ DECISION-FILE
               INVALID KEY
                   DISPLAY "Exception not found"
                   GO TO 4000-EXIT
           END-READ
           IF NOT PD-UNDECIDED
               DISPLAY "Already decided " PD-DECISION " by "
                   PD-DECIDED-BY " on " PD-DECIDED-DATE
               GO TO 4000-EXIT
           END-IF

           MOVE PD-PRESENTED-AMOUNT TO WS-SHOW-PRESENTED
           MOVE PD-ISSUED-AMOUNT    TO WS-SHOW-ISSUED
           DISPLAY "Type " PD-EXCEPTION-TYPE " presented "
               WS-SHOW-PRESENTED " issued " WS-SHOW-ISSUED " "
               PD-PAYEE-NAME
           DISPLAY "Enter decision (P pay, R return): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DECISION
           IF NOT WS-VALID-DECISION
               DISPLAY "Decision must be P or R"
               GO TO 4000-EXIT
           END-IF

           MOVE WS-NEW-DECISION  TO PD-DECISION
           MOVE WS-OPERATOR-ID   TO PD-DECIDED-BY
           MOVE WS-BUSINESS-DATE TO PD-DECIDED-DATE
           REWRITE POSITIVE-PAY-DECISION-RECORD
               INVALID KEY
                   DISPLAY "Exception could not be updated"
                   GO TO 4000-EXIT
           END-REWRITE
           PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT
           DISPLAY "Decision recorded " PD-DECISION.
       4000-EXIT.
           EXIT.

       4100-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "PPAYREV" TO AL-PROGRAM-ID
           MOVE PD-CHECK-NO TO AL-KEY
           MOVE SPACES TO AL-DECISION
           IF PD-PAY
               STRING "PAY " PD-EXCEPTION-TYPE " PRESENTED "
                   PD-PRESENTED-DATE
                   DELIMITED BY SIZE INTO AL-DECISION
           ELSE
               STRING "RETURN " PD-EXCEPTION-TYPE " PRESENTED "
                   PD-PRESENTED-DATE
                   DELIMITED BY SIZE INTO AL-DECISION
           END-IF
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       4100-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE DECISION-FILE.
       9000-EXIT.
           EXIT.
