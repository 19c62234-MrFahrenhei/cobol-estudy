       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jeaprv.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Approval for the manual journal entries jeentry.cob has
      *> queued PENDING on JEFILE (see JEREC.cpy) - apprvq.cob's
      *> maker-checker session applied to the ledger.  An
      *> update-level operator signs on through opersign and walks
      *> the pending entries one at a time, every line shown, and
      *> approves or rejects each whole; the preparer may not
      *> approve their own entry, so one whose preparer matches the
      *> signed-on operator can only be skipped.  An approved entry
      *> posts on the next jepost.cob run.  Both outcomes land on
      *> AUDITLOG under the approving operator, and JEFILE rewrites
      *> whole at end of session.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-ENTRY-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-ENTRY-FILE.
           COPY JEREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".

       01 WS-JOURNAL-ENTRY-STATUS     PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-QUEUE-OVERFLOW-SWITCH    PIC X VALUE "N".
           88 WS-QUEUE-OVERFLOW           VALUE "Y".
       01 WS-QUEUE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01 WS-QUEUE-IDX                PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-IDX                 PIC 9(4) COMP VALUE ZERO.
       01 WS-ENTRY-END-SWITCH         PIC X VALUE "N".
           88 WS-ENTRY-END                VALUE "Y".
       01 WS-ENTRY-FIRST-IDX          PIC 9(4) COMP VALUE ZERO.
       01 WS-ENTRY-LAST-IDX           PIC 9(4) COMP VALUE ZERO.
       01 WS-QUEUE-TABLE.
           02 WS-QUEUE-ENTRY OCCURS 2000 TIMES.
               03 WS-QE-IMAGE         PIC X(143).

       01 WS-ENTRY-NUMBER             PIC X(8) VALUE SPACES.
       01 WS-ANSWER                   PIC X VALUE SPACE.
       01 WS-APPROVED-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-REJECTED-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-AUDIT-DECISION           PIC X(30) VALUE SPACES.
       01 WS-DISPLAY-DEBIT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-CREDIT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           PERFORM 1000-LOAD-QUEUE THRU 1000-EXIT
           IF WS-QUEUE-OVERFLOW
      *>       The end-of-session rewrite replaces JEFILE whole from
      *>       the table; proceeding past the load cap would
      *>       silently delete every row past it.
               DISPLAY "JEFILE EXCEEDS THE 2000-ROW LOAD - SESSION "
                   "REFUSED"
               STOP RUN
           END-IF
           IF WS-QUEUE-COUNT = ZERO
               DISPLAY "Journal entry queue is empty"
               STOP RUN
           END-IF
           MOVE 1 TO WS-QUEUE-IDX
           PERFORM 2000-REVIEW-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
           PERFORM 7000-REWRITE-QUEUE THRU 7000-EXIT
           DISPLAY "Approved: " WS-APPROVED-COUNT
               "  Rejected: " WS-REJECTED-COUNT
           STOP RUN.

       1000-LOAD-QUEUE.
           OPEN INPUT JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-ENTRY-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-QUEUE-COUNT >= 2000
               READ JOURNAL-ENTRY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
                       MOVE JOURNAL-ENTRY-RECORD TO
                           WS-QE-IMAGE (WS-QUEUE-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ JOURNAL-ENTRY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-QUEUE-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE JOURNAL-ENTRY-FILE.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One entry: the run of rows under one entry number starting
      *> at WS-QUEUE-IDX.  Only a pending entry needs this session;
      *> show every line, take A / R / anything-else-skips.
      *>--------------------------------------------------------------
       2000-REVIEW-ONE-ENTRY.
           MOVE WS-QUEUE-IDX TO WS-ENTRY-FIRST-IDX
           MOVE WS-QE-IMAGE (WS-QUEUE-IDX) TO JOURNAL-ENTRY-RECORD
           MOVE JE-ENTRY-NUMBER TO WS-ENTRY-NUMBER
           MOVE WS-QUEUE-IDX TO WS-ENTRY-LAST-IDX
           MOVE "N" TO WS-ENTRY-END-SWITCH
           PERFORM UNTIL WS-ENTRY-END
               IF WS-ENTRY-LAST-IDX >= WS-QUEUE-COUNT
                   SET WS-ENTRY-END TO TRUE
               ELSE
                   MOVE WS-QE-IMAGE (WS-ENTRY-LAST-IDX + 1)
                       TO JOURNAL-ENTRY-RECORD
                   IF JE-ENTRY-NUMBER NOT = WS-ENTRY-NUMBER
                       SET WS-ENTRY-END TO TRUE
                   ELSE
                       ADD 1 TO WS-ENTRY-LAST-IDX
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-QUEUE-IDX = WS-ENTRY-LAST-IDX + 1

           MOVE WS-QE-IMAGE (WS-ENTRY-FIRST-IDX) TO JOURNAL-ENTRY-RECORD
           IF NOT JE-PENDING
               GO TO 2000-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "ENTRY " JE-ENTRY-NUMBER "  " JE-DESCRIPTION
           DISPLAY "  PREPARED BY " JE-PREPARER " ON " JE-ENTERED-DATE
               "  REVERSING " JE-REVERSING-FLAG
           PERFORM 2100-SHOW-ONE-LINE THRU 2100-EXIT
               VARYING WS-LINE-IDX FROM WS-ENTRY-FIRST-IDX BY 1
               UNTIL WS-LINE-IDX > WS-ENTRY-LAST-IDX
           MOVE WS-QE-IMAGE (WS-ENTRY-FIRST-IDX) TO JOURNAL-ENTRY-RECORD
           IF JE-PREPARER = WS-OPERATOR-ID
               DISPLAY "  YOU PREPARED THIS - ANOTHER OPERATOR MUST "
                   "APPROVE IT"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Approve, Reject, or Skip (A/R/S): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO WS-ANSWER
                   MOVE "JOURNAL ENTRY APPROVED" TO WS-AUDIT-DECISION
                   PERFORM 3000-DECIDE-ENTRY THRU 3000-EXIT
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-ANSWER
                   MOVE "JOURNAL ENTRY REJECTED" TO WS-AUDIT-DECISION
                   PERFORM 3000-DECIDE-ENTRY THRU 3000-EXIT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-SHOW-ONE-LINE.
           MOVE WS-QE-IMAGE (WS-LINE-IDX) TO JOURNAL-ENTRY-RECORD
           MOVE JE-DEBIT-AMOUNT  TO WS-DISPLAY-DEBIT
           MOVE JE-CREDIT-AMOUNT TO WS-DISPLAY-CREDIT
           DISPLAY "    " JE-LINE-NUMBER "  ACCT " JE-ACCT-NUMBER
               "  DR " WS-DISPLAY-DEBIT "  CR " WS-DISPLAY-CREDIT.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Stamp the decision (A or R in WS-ANSWER) and the approver on
      *> every line of the entry.
      *>--------------------------------------------------------------
       3000-DECIDE-ENTRY.
           PERFORM VARYING WS-LINE-IDX FROM WS-ENTRY-FIRST-IDX BY 1
               UNTIL WS-LINE-IDX > WS-ENTRY-LAST-IDX
               MOVE WS-QE-IMAGE (WS-LINE-IDX) TO JOURNAL-ENTRY-RECORD
               MOVE WS-ANSWER      TO JE-STATUS
               MOVE WS-OPERATOR-ID TO JE-APPROVER
               MOVE JOURNAL-ENTRY-RECORD TO WS-QE-IMAGE (WS-LINE-IDX)
           END-PERFORM
           PERFORM 6000-LOG-DECISION THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       6000-LOG-DECISION.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "JEAPRV"          TO AL-PROGRAM-ID
           MOVE WS-ENTRY-NUMBER   TO AL-KEY
           MOVE WS-AUDIT-DECISION TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

       7000-REWRITE-QUEUE.
           OPEN OUTPUT JOURNAL-ENTRY-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QE-IMAGE (WS-QUEUE-IDX)
                   TO JOURNAL-ENTRY-RECORD
               WRITE JOURNAL-ENTRY-RECORD
           END-PERFORM
           CLOSE JOURNAL-ENTRY-FILE.
       7000-EXIT.
           EXIT.
