      *> uses; both outcomes land on AUDITLOG naming the maker and
      *> the checker.  Decided rows keep their status on the file
      *> as queue history, rewritten whole at end of session.
      *> 10/15/2026 - an applied DateOfBirth change rescreens the
      *> customer against the sanctions watch list (sanctchk.cob),
      *> since the date of birth weighs in the match; a potential
      *> hit is referred to compliance on the SCRNQ review queue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-REJECTED-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-JRNL-BEFORE-IMAGE        PIC X(120) VALUE LOW-VALUES.
       01 WS-AUDIT-DECISION           PIC X(30) VALUE SPACES.
       01 WS-SCREEN-PARTY-TYPE        PIC X VALUE "C".
       01 WS-SCREEN-SOURCE            PIC X(8) VALUE "APPRVQ".
       01 WS-SCREEN-NEW-HITS          PIC 9(3) VALUE ZERO.
       01 WS-SCREEN-OPEN-HITS         PIC 9(3) VALUE ZERO.
       01 WS-NEW-DOB-VALUE.
           02 WS-ND-MOB               PIC 99.
           02 WS-ND-DOB               PIC 99.
           MOVE "CHANGE APPLIED" TO WS-AUDIT-DECISION
           PERFORM 6000-LOG-DECISION THRU 6000-EXIT
           MOVE PENDING-CHANGE-RECORD TO WS-QE-IMAGE (WS-QUEUE-IDX)
           ADD 1 TO WS-APPLIED-COUNT
           IF PC-FIELD-DOB
               PERFORM 3100-SCREEN-CUSTOMER THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Rescreen a customer whose date of birth has just changed.
      *> The change stands either way; a hit is compliance's call.
      *>--------------------------------------------------------------
       3100-SCREEN-CUSTOMER.
           CALL "sanctchk" USING WS-SCREEN-PARTY-TYPE CUST-IDENT
               CUST-NAME CUST-DATE-OF-BIRTH CUST-STATE
               WS-SCREEN-SOURCE WS-SCREEN-NEW-HITS WS-SCREEN-OPEN-HITS
           IF WS-SCREEN-OPEN-HITS > ZERO
               DISPLAY "  POSSIBLE SANCTIONS MATCH - REFERRED TO "
                   "COMPLIANCE"
           END-IF.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Both operator ids go on the log: the maker in the decision
      *> text, the checker as the operator of record.  The decision
