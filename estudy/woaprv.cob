       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. woaprv.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Second sign-off for the bad-debt write-off requests on the
      *> WOREQ queue (see WOREQ.cpy) that are over the WOPARM
      *> threshold - apprvq.cob's checker half of maker-checker,
      *> applied to write-offs.  An update-level operator signs on
      *> through opersign, walks the pending over-threshold rows one
      *> at a time, and signs each off or rejects it; the operator
      *> who requested a write-off may not sign off their own, so
      *> such a row can only be skipped.  A signed-off row is
      *> written off by the next wrtoff.cob run.  Both outcomes
      *> land on AUDITLOG naming the requester and the approver,
      *> and WOREQ rewrites whole at end of session.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-REQUEST-FILE ASSIGN TO "WOREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-REQUEST-STATUS.
           SELECT WRITE-OFF-PARM-FILE ASSIGN TO "WOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-PARM-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITE-OFF-REQUEST-FILE.
           COPY WOREQ.

       FD  WRITE-OFF-PARM-FILE.
       01 WRITE-OFF-PARM-RECORD.
           02 WP-SIGNOFF-THRESHOLD    PIC 9(7)V99.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".

       01 WS-WRITE-OFF-REQUEST-STATUS PIC XX VALUE "00".
       01 WS-WRITE-OFF-PARM-STATUS    PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-SIGNOFF-THRESHOLD        PIC 9(7)V99 VALUE 1000.00.

       01 WS-QUEUE-OVERFLOW-SWITCH    PIC X VALUE "N".
           88 WS-QUEUE-OVERFLOW           VALUE "Y".
       01 WS-QUEUE-COUNT              PIC 9(3) COMP VALUE ZERO.
       01 WS-QUEUE-IDX                PIC 9(3) COMP VALUE ZERO.
       01 WS-QUEUE-TABLE.
           02 WS-QUEUE-ENTRY OCCURS 500 TIMES.
               03 WS-QE-IMAGE         PIC X(90).

       01 WS-ANSWER                   PIC X VALUE SPACE.
       01 WS-SIGNED-OFF-COUNT         PIC 9(3) COMP VALUE ZERO.
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
           PERFORM 1000-LOAD-WRITE-OFF-PARMS THRU 1000-EXIT
           PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT
           IF WS-QUEUE-OVERFLOW
      *>       The end-of-session rewrite replaces WOREQ whole from
      *>       the table; proceeding past the load cap would
      *>       silently delete every row past it.
               DISPLAY "WOREQ EXCEEDS THE 500-ROW LOAD - SESSION "
                   "REFUSED, CLEAR DECIDED REQUESTS FIRST"
               STOP RUN
           END-IF
           IF WS-QUEUE-COUNT = ZERO
               DISPLAY "Write-off queue is empty"
               STOP RUN
           END-IF
           PERFORM 2000-REVIEW-ONE-REQUEST THRU 2000-EXIT
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
           PERFORM 7000-REWRITE-QUEUE THRU 7000-EXIT
           DISPLAY "Signed off: " WS-SIGNED-OFF-COUNT
               "  Rejected: " WS-REJECTED-COUNT
           STOP RUN.

      *>--------------------------------------------------------------
      *> The same WOPARM threshold wrtoff.cob applies decides which
      *> rows need a second signature at all.
      *>--------------------------------------------------------------
       1000-LOAD-WRITE-OFF-PARMS.
           OPEN INPUT WRITE-OFF-PARM-FILE
           IF WS-WRITE-OFF-PARM-STATUS = "35"
               GO TO 1000-EXIT
           END-IF
           READ WRITE-OFF-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WP-SIGNOFF-THRESHOLD TO WS-SIGNOFF-THRESHOLD
           END-READ
           CLOSE WRITE-OFF-PARM-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-QUEUE.
           OPEN INPUT WRITE-OFF-REQUEST-FILE
           IF WS-WRITE-OFF-REQUEST-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-QUEUE-COUNT >= 500
               READ WRITE-OFF-REQUEST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
                       MOVE WRITE-OFF-REQUEST-RECORD TO
                           WS-QE-IMAGE (WS-QUEUE-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ WRITE-OFF-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-QUEUE-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE WRITE-OFF-REQUEST-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One queue row: only pending rows over the threshold need
      *> this session.  Show it, take S / R / anything-else-skips.
      *> The requester may not approve their own write-off.
      *>--------------------------------------------------------------
       2000-REVIEW-ONE-REQUEST.
           MOVE WS-QE-IMAGE (WS-QUEUE-IDX) TO WRITE-OFF-REQUEST-RECORD
           IF NOT WR-PENDING
               GO TO 2000-EXIT
           END-IF
           IF WR-AMOUNT NOT > WS-SIGNOFF-THRESHOLD
               GO TO 2000-EXIT
           END-IF
           MOVE WR-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY " "
           DISPLAY "CUSTOMER " WR-CUST-IDENT "  INVOICE " WR-INVOICE-NO
               "  AMOUNT " WS-DISPLAY-AMOUNT
           DISPLAY "  REASON " WR-REASON-TEXT
           DISPLAY "  REQUESTED BY " WR-REQUESTED-BY
               " ON " WR-REQUEST-DATE
           IF WR-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "  YOU REQUESTED THIS - ANOTHER OPERATOR MUST "
                   "SIGN IT OFF"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Sign off, Reject, or Skip (S/R/K): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
               WHEN "S"
               WHEN "s"
                   SET WR-SIGNED-OFF TO TRUE
                   MOVE WS-OPERATOR-ID TO WR-SIGNED-OFF-BY
                   MOVE "WRITE-OFF SIGNED OFF" TO WS-AUDIT-DECISION
                   PERFORM 6000-LOG-DECISION THRU 6000-EXIT
                   MOVE WRITE-OFF-REQUEST-RECORD TO
                       WS-QE-IMAGE (WS-QUEUE-IDX)
                   ADD 1 TO WS-SIGNED-OFF-COUNT
               WHEN "R"
               WHEN "r"
                   SET WR-REJECTED TO TRUE
                   MOVE WS-OPERATOR-ID TO WR-SIGNED-OFF-BY
                   MOVE "WRITE-OFF REJECTED" TO WS-AUDIT-DECISION
                   PERFORM 6000-LOG-DECISION THRU 6000-EXIT
                   MOVE WRITE-OFF-REQUEST-RECORD TO
                       WS-QE-IMAGE (WS-QUEUE-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Both operator ids go on the log: the requester in the
      *> decision text, the approver as the operator of record.
      *>--------------------------------------------------------------
       6000-LOG-DECISION.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "WOAPRV"       TO AL-PROGRAM-ID
           MOVE WR-CUST-IDENT  TO AL-KEY
           MOVE SPACES TO AL-DECISION
           STRING WS-AUDIT-DECISION DELIMITED BY "  "
               " BY " DELIMITED BY SIZE
               WR-REQUESTED-BY DELIMITED BY SPACE
               INTO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

       7000-REWRITE-QUEUE.
           OPEN OUTPUT WRITE-OFF-REQUEST-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QE-IMAGE (WS-QUEUE-IDX)
                   TO WRITE-OFF-REQUEST-RECORD
               WRITE WRITE-OFF-REQUEST-RECORD
           END-PERFORM
           CLOSE WRITE-OFF-REQUEST-FILE.
       7000-EXIT.
           EXIT.
