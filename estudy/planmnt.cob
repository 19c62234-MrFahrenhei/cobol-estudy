       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. planmnt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Payment-plan maintenance for collections.  A collector who
      *> has negotiated an arrangement with a past-due customer keys
      *> it here - the installment amounts and their due dates - onto
      *> the PAYPLAN file (see PAYPLAN.cpy) that dunning.cob consults
      *> before escalating the customer; a plan can be listed, and
      *> cancelled when the arrangement is renegotiated or abandoned.
      *> A customer carries one plan at a time, so a new arrangement
      *> replaces the old only through a cancel.  Both actions land
      *> on AUDITLOG under the signed-on operator, and PAYPLAN
      *> rewrites whole at end of session from the table it loaded
      *> at start.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-PLAN-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".

       01 WS-PAYMENT-PLAN-STATUS      PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-DONE-SWITCH               PIC X VALUE "N".
           88 WS-DONE                      VALUE "Y".
       01 WS-CHANGED-SWITCH            PIC X VALUE "N".
           88 WS-PLANS-CHANGED             VALUE "Y".
       01 WS-OVERFLOW-SWITCH           PIC X VALUE "N".
           88 WS-PLAN-OVERFLOW             VALUE "Y".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-LIST           VALUE 1.
           88 WS-CHOICE-ARRANGE        VALUE 2.
           88 WS-CHOICE-CANCEL         VALUE 3.
           88 WS-CHOICE-EXIT           VALUE 4.

       01 WS-PLAN-COUNT               PIC 9(4) COMP VALUE ZERO.
       01 WS-PLAN-IDX                 PIC 9(4) COMP VALUE ZERO.
       01 WS-PLAN-TABLE.
           02 WS-PLAN-ENTRY OCCURS 1000 TIMES.
               03 WS-PL-IMAGE         PIC X(52).

      *>   A plan being keyed is held here until it is complete.
       01 WS-NEW-COUNT                PIC 9(2) VALUE ZERO.
       01 WS-NEW-IDX                  PIC 9(2) VALUE ZERO.
       01 WS-NEW-PLAN-TABLE.
           02 WS-NEW-ENTRY OCCURS 24 TIMES.
               03 WS-NP-DUE-DATE      PIC 9(8).
               03 WS-NP-AMOUNT        PIC 9(7)V99.

       01 WS-CUST-IDENT               PIC 9(7) VALUE ZERO.
       01 WS-DUE-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-DUE-DATE           PIC 9(8) VALUE ZERO.
       01 WS-AMOUNT                   PIC 9(7)V99 VALUE ZERO.
       01 WS-PLAN-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01 WS-FOUND-COUNT              PIC 9(4) COMP VALUE ZERO.
       01 WS-ANSWER                   PIC X VALUE SPACE.
       01 WS-AUDIT-DECISION           PIC X(30) VALUE SPACES.
       01 WS-DISPLAY-AMOUNT           PIC Z,ZZZ,ZZ9.99.
       01 WS-DISPLAY-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-PLANS THRU 1100-EXIT
           IF WS-PLAN-OVERFLOW
      *>       The end-of-session rewrite replaces PAYPLAN whole from
      *>       the table; proceeding past the load cap would
      *>       silently delete every row past it.
               DISPLAY "PAYPLAN EXCEEDS THE 1000-ROW LOAD - SESSION "
                   "REFUSED"
               STOP RUN
           END-IF
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           IF WS-PLANS-CHANGED
               PERFORM 7000-REWRITE-PLANS THRU 7000-EXIT
           END-IF
           STOP RUN.

       1100-LOAD-PLANS.
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PAYMENT-PLAN-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-PLAN-COUNT >= 1000
               READ PAYMENT-PLAN-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE PAYMENT-PLAN-RECORD TO
                           WS-PL-IMAGE (WS-PLAN-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ PAYMENT-PLAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-PLAN-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE PAYMENT-PLAN-FILE.
       1100-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. List a customer's payment plan"
           DISPLAY "2. Arrange a payment plan"
           DISPLAY "3. Cancel a payment plan"
           DISPLAY "4. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-LIST
                   PERFORM 3000-LIST-PLAN THRU 3000-EXIT
               WHEN WS-CHOICE-ARRANGE
                   PERFORM 4000-ARRANGE-PLAN THRU 4000-EXIT
               WHEN WS-CHOICE-CANCEL
                   PERFORM 5000-CANCEL-PLAN THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-PLAN.
           DISPLAY "Customer Ident: " WITH NO ADVANCING
           ACCEPT WS-CUST-IDENT
           PERFORM 3100-SHOW-PLAN THRU 3100-EXIT
           IF WS-FOUND-COUNT = ZERO
               DISPLAY "No payment plan on file for " WS-CUST-IDENT
           END-IF.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Display WS-CUST-IDENT's installments, counting them into
      *> WS-FOUND-COUNT; the arrange and cancel paths use the count
      *> to see whether a plan is already there.
      *>--------------------------------------------------------------
       3100-SHOW-PLAN.
           MOVE ZERO TO WS-FOUND-COUNT
           MOVE ZERO TO WS-PLAN-TOTAL
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               MOVE WS-PL-IMAGE (WS-PLAN-IDX) TO PAYMENT-PLAN-RECORD
               IF PP-CUST-IDENT = WS-CUST-IDENT
                   IF WS-FOUND-COUNT = ZERO
                       DISPLAY "Plan arranged " PP-ARRANGED-DATE
                           " by " PP-ARRANGED-BY
                   END-IF
                   ADD 1 TO WS-FOUND-COUNT
                   ADD PP-INSTALLMENT-AMOUNT TO WS-PLAN-TOTAL
                   MOVE PP-INSTALLMENT-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY "  " PP-INSTALLMENT-NO ". DUE "
                       PP-DUE-DATE "  " WS-DISPLAY-AMOUNT
               END-IF
           END-PERFORM
           IF WS-FOUND-COUNT > ZERO
               MOVE WS-PLAN-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  Plan total " WS-DISPLAY-TOTAL
           END-IF.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Key a new plan: 1-24 installments, due dates strictly
      *> ascending and none before today, every amount above zero.
      *> Nothing reaches the table until the whole plan is keyed
      *> and confirmed.
      *>--------------------------------------------------------------
       4000-ARRANGE-PLAN.
           DISPLAY "Customer Ident: " WITH NO ADVANCING
           ACCEPT WS-CUST-IDENT
           IF WS-CUST-IDENT = ZERO
               DISPLAY "Customer Ident required"
               GO TO 4000-EXIT
           END-IF
           PERFORM 3100-SHOW-PLAN THRU 3100-EXIT
           IF WS-FOUND-COUNT > ZERO
               DISPLAY "Customer is already on a plan - cancel it "
                   "before arranging another"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Number of installments (1-24): " WITH NO ADVANCING
           ACCEPT WS-NEW-COUNT
           IF WS-NEW-COUNT < 1 OR WS-NEW-COUNT > 24
               DISPLAY "Out of range - no plan arranged"
               GO TO 4000-EXIT
           END-IF
           IF WS-PLAN-COUNT + WS-NEW-COUNT > 1000
               DISPLAY "PAYPLAN is full - no plan arranged"
               GO TO 4000-EXIT
           END-IF

           MOVE ZERO TO WS-PRIOR-DUE-DATE
           MOVE ZERO TO WS-PLAN-TOTAL
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
               UNTIL WS-NEW-IDX > WS-NEW-COUNT
               DISPLAY "Installment " WS-NEW-IDX
                   " due date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-DUE-DATE
               IF WS-DUE-DATE < WS-BUSINESS-DATE
                  OR WS-DUE-DATE NOT > WS-PRIOR-DUE-DATE
                   DISPLAY "Due dates must run forward from today - "
                       "no plan arranged"
                   GO TO 4000-EXIT
               END-IF
               DISPLAY "Installment " WS-NEW-IDX
                   " amount: " WITH NO ADVANCING
               ACCEPT WS-AMOUNT
               IF WS-AMOUNT = ZERO
                   DISPLAY "Amount required - no plan arranged"
                   GO TO 4000-EXIT
               END-IF
               MOVE WS-DUE-DATE TO WS-NP-DUE-DATE (WS-NEW-IDX)
               MOVE WS-AMOUNT   TO WS-NP-AMOUNT (WS-NEW-IDX)
               MOVE WS-DUE-DATE TO WS-PRIOR-DUE-DATE
               ADD WS-AMOUNT TO WS-PLAN-TOTAL
           END-PERFORM

           MOVE WS-PLAN-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Plan of " WS-NEW-COUNT " installments totalling "
               WS-DISPLAY-TOTAL
           DISPLAY "Confirm (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND NOT = "y"
               DISPLAY "No plan arranged"
               GO TO 4000-EXIT
           END-IF

           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
               UNTIL WS-NEW-IDX > WS-NEW-COUNT
               MOVE SPACES TO PAYMENT-PLAN-RECORD
               MOVE WS-CUST-IDENT       TO PP-CUST-IDENT
               MOVE WS-BUSINESS-DATE    TO PP-ARRANGED-DATE
               MOVE WS-NEW-IDX          TO PP-INSTALLMENT-NO
               MOVE WS-NP-DUE-DATE (WS-NEW-IDX) TO PP-DUE-DATE
               MOVE WS-NP-AMOUNT (WS-NEW-IDX)
                   TO PP-INSTALLMENT-AMOUNT
               MOVE WS-OPERATOR-ID      TO PP-ARRANGED-BY
               ADD 1 TO WS-PLAN-COUNT
               MOVE PAYMENT-PLAN-RECORD TO WS-PL-IMAGE (WS-PLAN-COUNT)
           END-PERFORM
           SET WS-PLANS-CHANGED TO TRUE
           MOVE "PAYMENT PLAN ARRANGED" TO WS-AUDIT-DECISION
           PERFORM 6000-LOG-DECISION THRU 6000-EXIT
           DISPLAY "Payment plan arranged".
       4000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Cancel: the customer's rows are blanked in the table and
      *> left out of the end-of-session rewrite; dunning resumes
      *> escalating on its next run.
      *>--------------------------------------------------------------
       5000-CANCEL-PLAN.
           DISPLAY "Customer Ident: " WITH NO ADVANCING
           ACCEPT WS-CUST-IDENT
           PERFORM 3100-SHOW-PLAN THRU 3100-EXIT
           IF WS-FOUND-COUNT = ZERO
               DISPLAY "No payment plan on file for " WS-CUST-IDENT
               GO TO 5000-EXIT
           END-IF
           DISPLAY "Cancel this plan (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND NOT = "y"
               DISPLAY "Plan kept"
               GO TO 5000-EXIT
           END-IF
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               MOVE WS-PL-IMAGE (WS-PLAN-IDX) TO PAYMENT-PLAN-RECORD
               IF PP-CUST-IDENT = WS-CUST-IDENT
                   MOVE SPACES TO WS-PL-IMAGE (WS-PLAN-IDX)
               END-IF
           END-PERFORM
           SET WS-PLANS-CHANGED TO TRUE
           MOVE "PAYMENT PLAN CANCELLED" TO WS-AUDIT-DECISION
           PERFORM 6000-LOG-DECISION THRU 6000-EXIT
           DISPLAY "Payment plan cancelled".
       5000-EXIT.
           EXIT.

       6000-LOG-DECISION.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "PLANMNT"         TO AL-PROGRAM-ID
           MOVE WS-CUST-IDENT     TO AL-KEY
           MOVE WS-AUDIT-DECISION TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

       7000-REWRITE-PLANS.
           OPEN OUTPUT PAYMENT-PLAN-FILE
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PL-IMAGE (WS-PLAN-IDX) NOT = SPACES
                   MOVE WS-PL-IMAGE (WS-PLAN-IDX)
                       TO PAYMENT-PLAN-RECORD
                   WRITE PAYMENT-PLAN-RECORD
               END-IF
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE.
       7000-EXIT.
           EXIT.
