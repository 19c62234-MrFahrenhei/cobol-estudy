      *> 4000-APPLY-UPDATE is now guarded by its map length field,
      *> so fixing one address line no longer wipes the name, the
      *> DateOfBirth, and everything else with nulls.
      *> 10/15/2026 - a name or state change applied here screens
      *> the customer against the sanctions watch list: WATCHLST
      *> (defined to CICS as an ESDS) is browsed and each entry
      *> scored by sanctmch.cob exactly as the batch screening
      *> does, and a potential hit is written to the SCRNQ review
      *> queue for compliance (scrnrev.cob) with the clerk told it
      *> was referred.  The update itself still stands.
      *> 10/15/2026 - the sanctions-referral message no longer hides
      *> a DateOfBirth or SSN change queued (or refused) in the same
      *> update; the clerk is told both.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CUSTJRNL.
       COPY SYSSTAT.
       COPY PENDCHG.
       COPY WATCHREC.
       COPY SCRNREC.

       01 WS-RESP                 PIC S9(8) COMP.
       01 WS-STAT-RESP            PIC S9(8) COMP.
           88 WS-CHANGE-PENDED        VALUE "Y".
       01 WS-PEND-REFUSED-SWITCH  PIC X VALUE "N".
           88 WS-PEND-REFUSED         VALUE "Y".
       01 WS-WATCH-RBA            PIC S9(8) COMP VALUE ZERO.
       01 WS-WATCH-RESP           PIC S9(8) COMP.
       01 WS-WATCH-END-SWITCH     PIC X VALUE "N".
           88 WS-WATCH-END            VALUE "Y".
       01 WS-MATCH-SCORE          PIC 9(3) VALUE ZERO.
       01 WS-MATCH-TYPE           PIC X(6) VALUE SPACES.
       01 WS-HIT-SWITCH           PIC X VALUE "N".
           88 WS-POTENTIAL-HIT        VALUE "Y".
       01 WS-REFERRED-SWITCH      PIC X VALUE "N".
           88 WS-SANCTIONS-REFERRED   VALUE "Y".
       01 WS-PEND-DOB-VALUE.
           02 WS-PD-MOB           PIC 99.
           02 WS-PD-DOB           PIC 99.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4500-WRITE-JOURNAL THRU 4500-EXIT
               MOVE "N" TO WS-REFERRED-SWITCH
               IF UNAMEL > 0 OR USTATL > 0
                   PERFORM 4900-SCREEN-CUSTOMER THRU 4900-EXIT
               END-IF
      *>       A referral is reported beside whatever became of a
      *>       queued sensitive change, never instead of it.
               MOVE SPACES TO UMSGO
               EVALUATE TRUE
                   WHEN WS-SANCTIONS-REFERRED AND WS-PEND-REFUSED
                           AND WS-CHANGE-PENDED
                       STRING "UPDATED - REFERRED FOR SANCTIONS "
                           "REVIEW; QUEUED; INVALID DOB NOT QUEUED"
                           DELIMITED BY SIZE INTO UMSGO
                   WHEN WS-SANCTIONS-REFERRED AND WS-PEND-REFUSED
                       STRING "UPDATED - REFERRED FOR SANCTIONS "
                           "REVIEW; INVALID DOB CHANGE NOT QUEUED"
                           DELIMITED BY SIZE INTO UMSGO
                   WHEN WS-SANCTIONS-REFERRED AND WS-CHANGE-PENDED
                       STRING "UPDATED - REFERRED FOR SANCTIONS "
                           "REVIEW; SENSITIVE CHANGE QUEUED"
                           DELIMITED BY SIZE INTO UMSGO
                   WHEN WS-SANCTIONS-REFERRED
                       MOVE "UPDATED - REFERRED FOR SANCTIONS REVIEW"
                           TO UMSGO
                   WHEN WS-PEND-REFUSED AND WS-CHANGE-PENDED
                       MOVE "UPDATED - QUEUED; INVALID DOB NOT QUEUED"
                           TO UMSGO
       4800-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Screen the customer just rewritten against every WATCHLST
      *> entry.  A new hit is queued pending; a row already on the
      *> queue is handled as the batch screening handles it - a
      *> cleared row stays cleared while name, date of birth and
      *> state are as compliance cleared them, and otherwise is
      *> pending again with the fresh details.
      *>--------------------------------------------------------------
       4900-SCREEN-CUSTOMER.
           MOVE ZERO TO WS-WATCH-RBA
           MOVE "N" TO WS-WATCH-END-SWITCH
           EXEC CICS STARTBR FILE('WATCHLST')
               RIDFLD(WS-WATCH-RBA)
               RBA
               RESP(WS-WATCH-RESP)
           END-EXEC
           IF WS-WATCH-RESP NOT = DFHRESP(NORMAL)
               GO TO 4900-EXIT
           END-IF

           PERFORM UNTIL WS-WATCH-END
               EXEC CICS READNEXT FILE('WATCHLST')
                   INTO(WATCH-LIST-RECORD)
                   RIDFLD(WS-WATCH-RBA)
                   RBA
                   RESP(WS-WATCH-RESP)
               END-EXEC
               IF WS-WATCH-RESP NOT = DFHRESP(NORMAL)
                   SET WS-WATCH-END TO TRUE
               ELSE
                   CALL "sanctmch" USING CUST-NAME
                       CUST-DATE-OF-BIRTH CUST-STATE
                       WATCH-LIST-RECORD WS-MATCH-SCORE
                       WS-MATCH-TYPE WS-HIT-SWITCH
                   IF WS-POTENTIAL-HIT
                       PERFORM 4950-QUEUE-HIT THRU 4950-EXIT
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS ENDBR FILE('WATCHLST')
           END-EXEC.
       4900-EXIT.
           EXIT.

       4950-QUEUE-HIT.
           MOVE "C"         TO SQ-PARTY-TYPE
           MOVE CUST-IDENT  TO SQ-PARTY-ID
           MOVE SW-ENTRY-ID TO SQ-ENTRY-ID
           EXEC CICS READ FILE('SCRNQ')
               INTO(SCREENING-QUEUE-RECORD)
               RIDFLD(SQ-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               IF SQ-CLEARED
                   AND SQ-PARTY-NAME = CUST-NAME
                   AND SQ-PARTY-DOB = CUST-DATE-OF-BIRTH
                   AND SQ-PARTY-STATE = CUST-STATE
                   EXEC CICS UNLOCK FILE('SCRNQ')
                   END-EXEC
                   GO TO 4950-EXIT
               END-IF
               IF SQ-CLEARED
                   SET SQ-PENDING TO TRUE
                   MOVE FUNCTION CURRENT-DATE (1:8) TO SQ-RAISED-DATE
                   MOVE ZERO   TO SQ-DECIDED-DATE
                   MOVE SPACES TO SQ-DECIDED-BY
               END-IF
               PERFORM 4960-FILL-HIT THRU 4960-EXIT
               EXEC CICS REWRITE FILE('SCRNQ')
                   FROM(SCREENING-QUEUE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               SET SQ-PENDING TO TRUE
               MOVE FUNCTION CURRENT-DATE (1:8) TO SQ-RAISED-DATE
               MOVE ZERO   TO SQ-DECIDED-DATE
               MOVE SPACES TO SQ-DECIDED-BY
               PERFORM 4960-FILL-HIT THRU 4960-EXIT
               EXEC CICS WRITE FILE('SCRNQ')
                   FROM(SCREENING-QUEUE-RECORD)
                   RIDFLD(SQ-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           SET WS-SANCTIONS-REFERRED TO TRUE.
       4950-EXIT.
           EXIT.

       4960-FILL-HIT.
           MOVE CUST-NAME          TO SQ-PARTY-NAME
           MOVE CUST-DATE-OF-BIRTH TO SQ-PARTY-DOB
           MOVE CUST-STATE         TO SQ-PARTY-STATE
           MOVE SW-NAME            TO SQ-WATCH-NAME
           MOVE SW-LIST-CODE       TO SQ-LIST-CODE
           MOVE WS-MATCH-SCORE     TO SQ-SCORE
           MOVE WS-MATCH-TYPE      TO SQ-MATCH-TYPE
           MOVE "CUSTUPD"          TO SQ-SOURCE.
       4960-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Reject a DateOfBirth whose month is outside 01-12 or whose
      *> day is outside the valid range for that month (leap years
