       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rfndaprv.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Approval for the customer refunds refund.cob has queued on
      *> RFNDREQ (see RFNDREQ.cpy) - woaprv.cob's sign-off session,
      *> applied to money going back out.  An update-level operator
      *> signs on through opersign, walks the pending rows one at a
      *> time, and approves or rejects each; an approved row is paid
      *> by the next refund run, which checks the balance again
      *> before any check is cut.  Both outcomes land on AUDITLOG
      *> under the approving operator, and RFNDREQ rewrites whole at
      *> end of session.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-REQUEST-FILE ASSIGN TO "RFNDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-REQUEST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-REQUEST-FILE.
           COPY RFNDREQ.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".

       01 WS-REFUND-REQUEST-STATUS    PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-QUEUE-OVERFLOW-SWITCH    PIC X VALUE "N".
           88 WS-QUEUE-OVERFLOW           VALUE "Y".
       01 WS-QUEUE-COUNT              PIC 9(3) COMP VALUE ZERO.
       01 WS-QUEUE-IDX                PIC 9(3) COMP VALUE ZERO.
       01 WS-QUEUE-TABLE.
           02 WS-QUEUE-ENTRY OCCURS 500 TIMES.
               03 WS-QE-IMAGE         PIC X(80).

       01 WS-ANSWER                   PIC X VALUE SPACE.
       01 WS-APPROVED-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-REJECTED-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-AUDIT-DECISION           PIC X(30) VALUE SPACES.
       01 WS-DISPLAY-AMOUNT           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT
           IF WS-QUEUE-OVERFLOW
      *>       The end-of-session rewrite replaces RFNDREQ whole from
      *>       the table; proceeding past the load cap would
      *>       silently delete every row past it.
               DISPLAY "RFNDREQ EXCEEDS THE 500-ROW LOAD - SESSION "
                   "REFUSED"
               STOP RUN
           END-IF
           IF WS-QUEUE-COUNT = ZERO
               DISPLAY "Refund queue is empty"
               STOP RUN
           END-IF
           PERFORM 2000-REVIEW-ONE-REQUEST THRU 2000-EXIT
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
           PERFORM 7000-REWRITE-QUEUE THRU 7000-EXIT
           DISPLAY "Approved: " WS-APPROVED-COUNT
               "  Rejected: " WS-REJECTED-COUNT
           STOP RUN.

       1100-LOAD-QUEUE.
           OPEN INPUT REFUND-REQUEST-FILE
           IF WS-REFUND-REQUEST-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-QUEUE-COUNT >= 500
               READ REFUND-REQUEST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
                       MOVE REFUND-REQUEST-RECORD TO
                           WS-QE-IMAGE (WS-QUEUE-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ REFUND-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-QUEUE-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE REFUND-REQUEST-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One queue row: only pending rows need this session.  Show
      *> it, take A / R / anything-else-skips.
      *>--------------------------------------------------------------
       2000-REVIEW-ONE-REQUEST.
           MOVE WS-QE-IMAGE (WS-QUEUE-IDX) TO REFUND-REQUEST-RECORD
           IF NOT RQ-PENDING
               GO TO 2000-EXIT
           END-IF
           MOVE RQ-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY " "
           IF RQ-FROM-SUSPENSE
               DISPLAY "CUSTOMER " RQ-CUST-IDENT
                   "  UNAPPLIED CASH RECEIVED " RQ-BALANCE-DATE
           ELSE
               DISPLAY "CUSTOMER " RQ-CUST-IDENT
                   "  CREDIT BALANCE SINCE " RQ-BALANCE-DATE
           END-IF
           DISPLAY "  REFUND AMOUNT " WS-DISPLAY-AMOUNT
               "  SELECTED " RQ-SELECTED-DATE
           DISPLAY "Approve, Reject, or Skip (A/R/K): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
               WHEN "A"
               WHEN "a"
                   SET RQ-APPROVED TO TRUE
                   MOVE WS-OPERATOR-ID TO RQ-APPROVED-BY
                   MOVE "REFUND APPROVED" TO WS-AUDIT-DECISION
                   PERFORM 6000-LOG-DECISION THRU 6000-EXIT
                   MOVE REFUND-REQUEST-RECORD TO
                       WS-QE-IMAGE (WS-QUEUE-IDX)
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN "R"
               WHEN "r"
                   SET RQ-REJECTED TO TRUE
                   MOVE WS-OPERATOR-ID TO RQ-APPROVED-BY
                   MOVE "REFUND REJECTED" TO WS-AUDIT-DECISION
                   PERFORM 6000-LOG-DECISION THRU 6000-EXIT
                   MOVE REFUND-REQUEST-RECORD TO
                       WS-QE-IMAGE (WS-QUEUE-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       6000-LOG-DECISION.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "RFNDAPRV"        TO AL-PROGRAM-ID
           MOVE RQ-CUST-IDENT     TO AL-KEY
           MOVE WS-AUDIT-DECISION TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Rejected rows stay until the next refund run drops them, so
      *> that run does not reselect the same balance the same day.
      *>--------------------------------------------------------------
       7000-REWRITE-QUEUE.
           OPEN OUTPUT REFUND-REQUEST-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QE-IMAGE (WS-QUEUE-IDX)
                   TO REFUND-REQUEST-RECORD
               WRITE REFUND-REQUEST-RECORD
           END-PERFORM
           CLOSE REFUND-REQUEST-FILE.
       7000-EXIT.
           EXIT.
