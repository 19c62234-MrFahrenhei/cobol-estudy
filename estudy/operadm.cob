      *> operator acted on - the auditors asked for exactly that.
      *> OPERMAST loads to a table and rewrites whole, the same
      *> technique opersign uses.
      *> 10/15/2026 - access recertification: an operator can be
      *> assigned to a DEPTMAST department (whose manager then
      *> recertifies them), and the RECRTDEC decisions the managers
      *> mark on recert.cob's turnaround are applied here - confirm
      *> stamps the recertification date, inquiry-only cuts the
      *> level back, revoke disables the operator - each to
      *> AUDITLOG with the reviewing manager's id.  An administrator
      *> cannot apply a decision on their own access, and OPERMAST
      *> is rewritten before the rows are stamped applied, so a
      *> session that ends abnormally cannot leave a decision marked
      *> applied that never reached the master.  Unlock now
      *> also re-enables a disabled operator; a password reset
      *> leaves a disabled operator disabled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT RECERT-DECISION-FILE ASSIGN TO "RECRTDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-DECISION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  DEPTMAST-FILE.
           COPY DEPTREC.

       FD  RECERT-DECISION-FILE.
           COPY RECRTDEC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-OPERATOR-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".
       01 WS-DEPTMAST-STATUS          PIC XX VALUE "00".
       01 WS-RECERT-DECISION-STATUS   PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
           88 WS-CHOICE-RESET      VALUE 1.
           88 WS-CHOICE-UNLOCK     VALUE 2.
           88 WS-CHOICE-LIST       VALUE 3.
           88 WS-CHOICE-DEPARTMENT VALUE 4.
           88 WS-CHOICE-RECERTIFY  VALUE 5.
           88 WS-CHOICE-EXIT       VALUE 6.

       01 WS-TARGET-ID                PIC X(8) VALUE SPACES.
       01 WS-NEW-PASSWORD             PIC X(8) VALUE SPACES.
       01 WS-TODAY-YYYYMMDD           PIC 9(8) VALUE ZERO.
       01 WS-FOUND-IDX                PIC 9(3) COMP VALUE ZERO.
       01 WS-AUDIT-DECISION           PIC X(30) VALUE SPACES.
       01 WS-NEW-DEPT-CODE            PIC X(15) VALUE SPACES.

      *>   The RECRTDEC turnaround, loaded whole so the applied
      *>   date can be stamped and the file written back.
       01 WS-DECISION-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-DECISION-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-DECISION-TABLE.
           02 WS-DECISION-ENTRY OCCURS 200 TIMES.
               03 WS-DE-IMAGE         PIC X(51).
       01 WS-APPLIED-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 WS-UNDECIDED-COUNT          PIC 9(3) COMP VALUE ZERO.
       01 WS-DECISION-REFUSED-COUNT   PIC 9(3) COMP VALUE ZERO.

       01 WS-OPER-OVERFLOW-SWITCH     PIC X VALUE "N".
           88 WS-OPER-OVERFLOW            VALUE "Y".
               03 WS-OP-PW-CHANGED    PIC 9(8).
               03 WS-OP-FAILED        PIC 9(2).
               03 WS-OP-LOCKED        PIC X(1).
               03 WS-OP-DEPT-CODE     PIC X(15).
               03 WS-OP-RECERT-DATE   PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
                       END-IF
                       MOVE OP-LOCKED-FLAG TO
                           WS-OP-LOCKED (WS-OPER-COUNT)
                       MOVE OP-DEPT-CODE TO
                           WS-OP-DEPT-CODE (WS-OPER-COUNT)
                       IF OP-RECERT-DATE NUMERIC
                           MOVE OP-RECERT-DATE TO
                               WS-OP-RECERT-DATE (WS-OPER-COUNT)
                       ELSE
                           MOVE ZERO TO
                               WS-OP-RECERT-DATE (WS-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-EOF
           DISPLAY "1. Reset operator password"
           DISPLAY "2. Unlock operator"
           DISPLAY "3. List operators"
           DISPLAY "4. Assign operator department"
           DISPLAY "5. Apply recertification decisions"
           DISPLAY "6. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

                   PERFORM 4000-UNLOCK-OPERATOR THRU 4000-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-OPERATORS THRU 5000-EXIT
               WHEN WS-CHOICE-DEPARTMENT
                   PERFORM 5500-ASSIGN-DEPARTMENT THRU 5500-EXIT
               WHEN WS-CHOICE-RECERTIFY
                   PERFORM 5700-APPLY-DECISIONS THRU 5700-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
      *>--------------------------------------------------------------
      *> A reset is a fresh start: new password, today's changed
      *> date, failures cleared, lockout lifted - and the action on
      *> AUDITLOG under both ids.  A disabled operator stays
      *> disabled; only an unlock re-enables one.
      *>--------------------------------------------------------------
       3000-RESET-PASSWORD.
           DISPLAY "Operator id to reset: " WITH NO ADVANCING
           MOVE WS-NEW-PASSWORD   TO WS-OP-PASSWORD (WS-FOUND-IDX)
           MOVE WS-TODAY-YYYYMMDD TO WS-OP-PW-CHANGED (WS-FOUND-IDX)
           MOVE ZERO              TO WS-OP-FAILED (WS-FOUND-IDX)
           IF WS-OP-LOCKED (WS-FOUND-IDX) = "L"
               MOVE SPACE         TO WS-OP-LOCKED (WS-FOUND-IDX)
           END-IF
           MOVE "PASSWORD RESET BY ADMIN" TO WS-AUDIT-DECISION
           PERFORM 6000-LOG-ACTION THRU 6000-EXIT
           DISPLAY "Password reset for " WS-TARGET-ID.
           IF WS-FOUND-IDX = ZERO
               GO TO 4000-EXIT
           END-IF
           IF WS-OP-LOCKED (WS-FOUND-IDX) = "D"
               MOVE "OPERATOR RE-ENABLED BY ADMIN" TO WS-AUDIT-DECISION
           ELSE
               MOVE "OPERATOR UNLOCKED BY ADMIN" TO WS-AUDIT-DECISION
           END-IF
           MOVE ZERO  TO WS-OP-FAILED (WS-FOUND-IDX)
           MOVE SPACE TO WS-OP-LOCKED (WS-FOUND-IDX)
           PERFORM 6000-LOG-ACTION THRU 6000-EXIT
           DISPLAY "Operator " WS-TARGET-ID " unlocked".
       4000-EXIT.
                   WS-OP-AUTH-LEVEL (WS-OPER-IDX) " CHANGED "
                   WS-OP-PW-CHANGED (WS-OPER-IDX) " FAILED "
                   WS-OP-FAILED (WS-OPER-IDX) " "
                   WS-OP-LOCKED (WS-OPER-IDX) " DEPT "
                   WS-OP-DEPT-CODE (WS-OPER-IDX) " RECERT "
                   WS-OP-RECERT-DATE (WS-OPER-IDX)
           END-PERFORM.
       5000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The department decides which manager recertifies the
      *> operator, so it must be one DEPTMAST knows - unless there is
      *> no department master yet to check against.
      *>--------------------------------------------------------------
       5500-ASSIGN-DEPARTMENT.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-TARGET-ID
           PERFORM 2500-FIND-TARGET THRU 2500-EXIT
           IF WS-FOUND-IDX = ZERO
               GO TO 5500-EXIT
           END-IF
           DISPLAY "Department code: " WITH NO ADVANCING
           ACCEPT WS-NEW-DEPT-CODE
           IF WS-NEW-DEPT-CODE = SPACES
               DISPLAY "Blank department refused"
               GO TO 5500-EXIT
           END-IF
           OPEN INPUT DEPTMAST-FILE
           IF WS-DEPTMAST-STATUS = "00"
               MOVE WS-NEW-DEPT-CODE TO DEPT-CODE
               READ DEPTMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-NEW-DEPT-CODE
               END-READ
               CLOSE DEPTMAST-FILE
           END-IF
           IF WS-NEW-DEPT-CODE = SPACES
               DISPLAY "Department not on DEPTMAST"
               GO TO 5500-EXIT
           END-IF
           MOVE WS-NEW-DEPT-CODE TO WS-OP-DEPT-CODE (WS-FOUND-IDX)
           MOVE SPACES TO WS-AUDIT-DECISION
           STRING "DEPARTMENT SET TO " WS-NEW-DEPT-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-DECISION
           PERFORM 6000-LOG-ACTION THRU 6000-EXIT
           DISPLAY "Operator " WS-TARGET-ID " now in " WS-NEW-DEPT-CODE.
       5500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every marked, unapplied RECRTDEC row is applied to the
      *> operator table and stamped with today's date.  OPERMAST is
      *> rewritten from the table first, so the applied stamp never
      *> reaches RECRTDEC ahead of the change it records.
      *>--------------------------------------------------------------
       5700-APPLY-DECISIONS.
           MOVE ZERO TO WS-DECISION-COUNT
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-UNDECIDED-COUNT
           MOVE ZERO TO WS-DECISION-REFUSED-COUNT
           OPEN INPUT RECERT-DECISION-FILE
           IF WS-RECERT-DECISION-STATUS NOT = "00"
               DISPLAY "No RECRTDEC on file - run recert first"
               GO TO 5700-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-DECISION-COUNT >= 200
               READ RECERT-DECISION-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DECISION-COUNT
                       MOVE RECERT-DECISION-RECORD
                           TO WS-DE-IMAGE (WS-DECISION-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ RECERT-DECISION-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF
           CLOSE RECERT-DECISION-FILE
           IF NOT WS-EOF
               DISPLAY "More than 200 rows on RECRTDEC - not applied"
               MOVE "N" TO WS-EOF-SWITCH
               GO TO 5700-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH

           PERFORM VARYING WS-DECISION-IDX FROM 1 BY 1
               UNTIL WS-DECISION-IDX > WS-DECISION-COUNT
               MOVE WS-DE-IMAGE (WS-DECISION-IDX)
                   TO RECERT-DECISION-RECORD
               PERFORM 5800-APPLY-ONE-DECISION THRU 5800-EXIT
               MOVE RECERT-DECISION-RECORD
                   TO WS-DE-IMAGE (WS-DECISION-IDX)
           END-PERFORM
           IF WS-APPLIED-COUNT > ZERO
               PERFORM 7000-REWRITE-OPERATORS THRU 7000-EXIT
           END-IF

           OPEN OUTPUT RECERT-DECISION-FILE
           PERFORM VARYING WS-DECISION-IDX FROM 1 BY 1
               UNTIL WS-DECISION-IDX > WS-DECISION-COUNT
               WRITE RECERT-DECISION-RECORD
                   FROM WS-DE-IMAGE (WS-DECISION-IDX)
           END-PERFORM
           CLOSE RECERT-DECISION-FILE
           DISPLAY "Decisions applied: " WS-APPLIED-COUNT
               "  Awaiting manager: " WS-UNDECIDED-COUNT
               "  Refused: " WS-DECISION-REFUSED-COUNT.
       5700-EXIT.
           EXIT.

       5800-APPLY-ONE-DECISION.
           IF RD-APPLIED-DATE NUMERIC AND RD-APPLIED-DATE > ZERO
               GO TO 5800-EXIT
           END-IF
           IF RD-UNDECIDED
               ADD 1 TO WS-UNDECIDED-COUNT
               GO TO 5800-EXIT
           END-IF
           MOVE RD-OPERATOR-ID TO WS-TARGET-ID
           IF WS-TARGET-ID = WS-OPERATOR-ID
               DISPLAY "Own recertification not applied: " WS-TARGET-ID
               ADD 1 TO WS-DECISION-REFUSED-COUNT
               GO TO 5800-EXIT
           END-IF
           IF NOT RD-CONFIRM AND NOT RD-INQUIRY-ONLY AND NOT RD-REVOKE
               DISPLAY "Decision " RD-DECISION " not recognized for "
                   WS-TARGET-ID
               ADD 1 TO WS-DECISION-REFUSED-COUNT
               GO TO 5800-EXIT
           END-IF
           IF RD-REVIEWED-BY = SPACES
               DISPLAY "No reviewing manager keyed for " WS-TARGET-ID
               ADD 1 TO WS-DECISION-REFUSED-COUNT
               GO TO 5800-EXIT
           END-IF
           PERFORM 2500-FIND-TARGET THRU 2500-EXIT
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-DECISION-REFUSED-COUNT
               GO TO 5800-EXIT
           END-IF
           MOVE WS-TODAY-YYYYMMDD TO WS-OP-RECERT-DATE (WS-FOUND-IDX)
           MOVE SPACES TO WS-AUDIT-DECISION
           EVALUATE TRUE
               WHEN RD-CONFIRM
                   STRING "RECERT CONFIRMED BY " RD-REVIEWED-BY
                       DELIMITED BY SIZE INTO WS-AUDIT-DECISION
               WHEN RD-INQUIRY-ONLY
                   MOVE "I" TO WS-OP-AUTH-LEVEL (WS-FOUND-IDX)
                   STRING "RECERT TO INQUIRY BY " RD-REVIEWED-BY
                       DELIMITED BY SIZE INTO WS-AUDIT-DECISION
               WHEN RD-REVOKE
                   MOVE "D" TO WS-OP-LOCKED (WS-FOUND-IDX)
                   STRING "RECERT REVOKED BY " RD-REVIEWED-BY
                       DELIMITED BY SIZE INTO WS-AUDIT-DECISION
           END-EVALUATE
           PERFORM 6000-LOG-ACTION THRU 6000-EXIT
           MOVE WS-TODAY-YYYYMMDD TO RD-APPLIED-DATE
           ADD 1 TO WS-APPLIED-COUNT.
       5800-EXIT.
           EXIT.

       6000-LOG-ACTION.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
                   TO OP-PASSWORD-CHANGED
               MOVE WS-OP-FAILED (WS-OPER-IDX) TO OP-FAILED-ATTEMPTS
               MOVE WS-OP-LOCKED (WS-OPER-IDX) TO OP-LOCKED-FLAG
               MOVE WS-OP-DEPT-CODE (WS-OPER-IDX) TO OP-DEPT-CODE
               MOVE WS-OP-RECERT-DATE (WS-OPER-IDX) TO OP-RECERT-DATE
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.
