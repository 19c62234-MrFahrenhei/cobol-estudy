       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. scrnrev.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Compliance review of the SCRNQ sanctions screening queue
      *> (see SCRNREC.cpy), the same shape as apprvq.cob's walk of
      *> the pending-change queue.  An update-level operator signs
      *> on through opersign and is shown each pending potential
      *> hit - the party as screened beside the watch-list entry it
      *> scored against, the score and the kind of match - and
      *> clears it as a false match, confirms it, or skips it for
      *> later.  A confirmed hit freezes the party's deposit
      *> accounts: a full-freeze ACCTHOLD hold, open-ended from
      *> today, on the account itself for an account hit, or on
      *> every account ACCTXREF links to the customer for a
      *> customer hit, which acctpost, sorun and tdmat then honor;
      *> a confirmed customer is also no longer invoiced (see
      *> invoice.cob).  Lifting a freeze after the list is amended
      *> stays with the deposit side's own hold maintenance.  Every
      *> decision lands on AUDITLOG under the deciding operator.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREENING-QUEUE-FILE ASSIGN TO "SCRNQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-KEY
               FILE STATUS IS WS-SCRNQ-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-HOLD-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREENING-QUEUE-FILE.
           COPY SCRNREC.

       FD  ACCT-XREF-FILE.
       01 ACCT-XREF-RECORD.
           02 AX-ACCT-NUMBER          PIC 9(6).
           02 FILLER                  PIC X(2).
           02 AX-CUST-IDENT           PIC 9(7).

       FD  ACCT-HOLD-FILE.
       01 ACCT-HOLD-RECORD.
           02 AH-ACCT-NUMBER      PIC 9(6).
           02 FILLER              PIC X(2).
           02 AH-HOLD-TYPE        PIC X(1).
               88 AH-STOP-PAYMENT     VALUE "S".
               88 AH-FULL-FREEZE      VALUE "F".
           02 FILLER              PIC X(2).
           02 AH-STOP-AMOUNT      PIC 9(6)V99.
           02 FILLER              PIC X(2).
           02 AH-EFFECTIVE-DATE   PIC 9(8).
           02 FILLER              PIC X(2).
           02 AH-EXPIRY-DATE      PIC 9(8).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".

       01 WS-SCRNQ-STATUS             PIC XX VALUE "00".
       01 WS-ACCT-XREF-STATUS         PIC XX VALUE "00".
       01 WS-ACCT-HOLD-STATUS         PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-XREF-EOF-SWITCH          PIC X VALUE "N".
           88 WS-XREF-EOF                 VALUE "Y".

       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".

       01 WS-ANSWER                   PIC X VALUE SPACE.
       01 WS-CLEARED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-CONFIRMED-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-HOLDS-PLACED             PIC 9(3) COMP VALUE ZERO.
       01 WS-HOLD-ACCT-NUMBER         PIC 9(6) VALUE ZERO.
       01 WS-HOLDS-EDIT               PIC ZZ9.
       01 WS-AUDIT-ACTION             PIC X(10) VALUE SPACES.
       01 WS-AUDIT-KEY.
           02 WS-AK-PARTY-TYPE        PIC X.
           02 WS-AK-PARTY-ID          PIC 9(7).
           02 FILLER                  PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN I-O SCREENING-QUEUE-FILE
           IF WS-SCRNQ-STATUS NOT = "00"
               DISPLAY "Screening queue is empty"
               STOP RUN
           END-IF
           PERFORM 2000-REVIEW-ONE-HIT THRU 2000-EXIT
               UNTIL WS-EOF
           CLOSE SCREENING-QUEUE-FILE
           DISPLAY "Cleared: " WS-CLEARED-COUNT
               "  Confirmed: " WS-CONFIRMED-COUNT
           STOP RUN.

      *>--------------------------------------------------------------
      *> One queue row: show it, take C / F / anything-else-skips.
      *> Rows already decided are passed over.
      *>--------------------------------------------------------------
       2000-REVIEW-ONE-HIT.
           READ SCREENING-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT SQ-PENDING
               GO TO 2000-EXIT
           END-IF
           DISPLAY " "
           IF SQ-PARTY-CUSTOMER
               DISPLAY "CUSTOMER " SQ-PARTY-ID "  " SQ-PARTY-NAME
           ELSE
               DISPLAY "ACCOUNT  " SQ-PARTY-ID "  " SQ-PARTY-NAME
           END-IF
           DISPLAY "  BORN " SQ-PARTY-DOB "  STATE " SQ-PARTY-STATE
               "  SCREENED BY " SQ-SOURCE " ON " SQ-RAISED-DATE
           DISPLAY "  LISTED " SQ-ENTRY-ID " " SQ-WATCH-NAME
               "  LIST " SQ-LIST-CODE
           DISPLAY "  SCORE " SQ-SCORE "  MATCH " SQ-MATCH-TYPE
           DISPLAY "Clear, conFirm, or Skip (C/F/S): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
               WHEN "C"
               WHEN "c"
                   SET SQ-CLEARED TO TRUE
                   MOVE WS-BUSINESS-DATE TO SQ-DECIDED-DATE
                   MOVE WS-OPERATOR-ID   TO SQ-DECIDED-BY
                   REWRITE SCREENING-QUEUE-RECORD
                   MOVE "CLEARED" TO WS-AUDIT-ACTION
                   MOVE ZERO TO WS-HOLDS-PLACED
                   PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN "F"
               WHEN "f"
                   SET SQ-CONFIRMED TO TRUE
                   MOVE WS-BUSINESS-DATE TO SQ-DECIDED-DATE
                   MOVE WS-OPERATOR-ID   TO SQ-DECIDED-BY
                   REWRITE SCREENING-QUEUE-RECORD
                   PERFORM 3000-FREEZE-ACCOUNTS THRU 3000-EXIT
                   MOVE "CONFIRMED" TO WS-AUDIT-ACTION
                   PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE WS-HOLDS-PLACED TO WS-HOLDS-EDIT
                   DISPLAY "  CONFIRMED - " WS-HOLDS-EDIT
                       " ACCOUNT(S) FROZEN"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Freeze the account hit, or every account linked to the
      *> customer hit.
      *>--------------------------------------------------------------
       3000-FREEZE-ACCOUNTS.
           MOVE ZERO TO WS-HOLDS-PLACED
           OPEN EXTEND ACCT-HOLD-FILE
           IF WS-ACCT-HOLD-STATUS = "05" OR "35"
               OPEN OUTPUT ACCT-HOLD-FILE
           END-IF
           IF SQ-PARTY-ACCOUNT
               MOVE SQ-PARTY-ID TO WS-HOLD-ACCT-NUMBER
               PERFORM 3100-WRITE-FREEZE THRU 3100-EXIT
               GO TO 3000-CLOSE
           END-IF

           OPEN INPUT ACCT-XREF-FILE
           IF WS-ACCT-XREF-STATUS NOT = "00"
               GO TO 3000-CLOSE
           END-IF
           MOVE "N" TO WS-XREF-EOF-SWITCH
           PERFORM UNTIL WS-XREF-EOF
               READ ACCT-XREF-FILE
                   AT END SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       IF AX-CUST-IDENT = SQ-PARTY-ID
                           MOVE AX-ACCT-NUMBER TO WS-HOLD-ACCT-NUMBER
                           PERFORM 3100-WRITE-FREEZE THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-XREF-FILE.
       3000-CLOSE.
           CLOSE ACCT-HOLD-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-FREEZE.
           MOVE SPACES              TO ACCT-HOLD-RECORD
           MOVE WS-HOLD-ACCT-NUMBER TO AH-ACCT-NUMBER
           SET AH-FULL-FREEZE       TO TRUE
           MOVE ZERO                TO AH-STOP-AMOUNT
           MOVE WS-BUSINESS-DATE    TO AH-EFFECTIVE-DATE
           MOVE 99999999            TO AH-EXPIRY-DATE
           WRITE ACCT-HOLD-RECORD
           ADD 1 TO WS-HOLDS-PLACED.
       3100-EXIT.
           EXIT.

       6000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "SCRNREV" TO AL-PROGRAM-ID
           MOVE SQ-PARTY-TYPE TO WS-AK-PARTY-TYPE
           MOVE SQ-PARTY-ID   TO WS-AK-PARTY-ID
           MOVE WS-AUDIT-KEY  TO AL-KEY
           MOVE WS-HOLDS-PLACED TO WS-HOLDS-EDIT
           MOVE SPACES TO AL-DECISION
           STRING WS-AUDIT-ACTION DELIMITED BY SPACE
               " " SQ-ENTRY-ID " HOLDS " WS-HOLDS-EDIT
                   DELIMITED BY SIZE
               INTO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.
