       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cntaprv.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Approval of inventory count variances before they touch the
      *> books - the woaprv.cob pattern applied to stock.  An
      *> update-level operator signs on through opersign and walks
      *> every COUNTED row of the count in progress (see
      *> COUNTREC.cpy) whose count differs from the frozen book
      *> quantity, seeing the difference in units and at the frozen
      *> unit cost, and either approves it - the next cntvar.cob run
      *> adjusts the stock record and posts the shrink - or sends
      *> the item back for a recount, which returns the row to
      *> FROZEN with its count cleared for cntentry.cob to take
      *> again.  Counts that agree with the book need no approval.
      *> Both decisions land on AUDITLOG under the operator.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO "CNTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-ITEM-CODE
               FILE STATUS IS WS-COUNT-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
           COPY COUNTREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".

       01 WS-COUNT-FILE-STATUS        PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-VARIANCE-QTY             PIC S9(8) VALUE ZERO.
       01 WS-VARIANCE-VALUE           PIC S9(9)V99 VALUE ZERO.
       01 WS-ANSWER                   PIC X VALUE SPACE.
       01 WS-APPROVED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-RECOUNT-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-AUDIT-DECISION           PIC X(30) VALUE SPACES.
       01 WS-DISPLAY-QTY              PIC -,ZZZ,ZZ9.
       01 WS-DISPLAY-BOOK             PIC -,ZZZ,ZZ9.
       01 WS-DISPLAY-COUNTED          PIC Z,ZZZ,ZZ9.
       01 WS-DISPLAY-VALUE            PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           OPEN I-O COUNT-FILE
           IF WS-COUNT-FILE-STATUS NOT = "00"
               DISPLAY "No count in progress on CNTFILE"
               STOP RUN
           END-IF
           READ COUNT-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2000-REVIEW-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           CLOSE COUNT-FILE
           DISPLAY "Approved: " WS-APPROVED-COUNT
               "  Sent for recount: " WS-RECOUNT-COUNT
           STOP RUN.

      *>--------------------------------------------------------------
      *> One count row: only a counted row off its book quantity
      *> needs a decision.  A / R / anything-else-skips.
      *>--------------------------------------------------------------
       2000-REVIEW-ONE-ROW.
           IF NOT CT-COUNTED
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-VARIANCE-QTY = CT-COUNTED-QTY - CT-BOOK-QTY
           IF WS-VARIANCE-QTY = ZERO
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY * CT-UNIT-COST
           MOVE CT-BOOK-QTY       TO WS-DISPLAY-BOOK
           MOVE CT-COUNTED-QTY    TO WS-DISPLAY-COUNTED
           MOVE WS-VARIANCE-QTY   TO WS-DISPLAY-QTY
           MOVE WS-VARIANCE-VALUE TO WS-DISPLAY-VALUE
           DISPLAY " "
           DISPLAY "ITEM " CT-ITEM-CODE "  " CT-DESCRIPTION
           DISPLAY "  BOOK " WS-DISPLAY-BOOK "  COUNTED "
               WS-DISPLAY-COUNTED " ON " CT-COUNT-DATE
           DISPLAY "  VARIANCE " WS-DISPLAY-QTY "  VALUE "
               WS-DISPLAY-VALUE
           DISPLAY "Approve, Recount, or Skip (A/R/K): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
               WHEN "A"
               WHEN "a"
                   SET CT-APPROVED TO TRUE
                   MOVE WS-OPERATOR-ID TO CT-DECIDED-BY
                   MOVE "COUNT VARIANCE APPROVED" TO WS-AUDIT-DECISION
                   REWRITE COUNT-SHEET-RECORD
                   PERFORM 6000-LOG-DECISION THRU 6000-EXIT
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN "R"
               WHEN "r"
                   SET CT-FROZEN TO TRUE
                   MOVE ZERO TO CT-COUNTED-QTY CT-COUNT-DATE
                   MOVE "COUNT SENT FOR RECOUNT" TO WS-AUDIT-DECISION
                   REWRITE COUNT-SHEET-RECORD
                   PERFORM 6000-LOG-DECISION THRU 6000-EXIT
                   ADD 1 TO WS-RECOUNT-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-NEXT.
           READ COUNT-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       6000-LOG-DECISION.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "CNTAPRV"      TO AL-PROGRAM-ID
           MOVE CT-ITEM-CODE   TO AL-KEY
           MOVE WS-AUDIT-DECISION TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.
