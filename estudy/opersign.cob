      *> locked operator is refused outright until operadm.cob
      *> unlocks them.  OPERMAST loads to a table and rewrites
      *> whole at end of call, since the record changes now.
      *> 10/15/2026 - access recertification: a granted sign-on is
      *> now written to AUDITLOG too (SIGN-ON GRANTED), the last
      *> one being what recert.cob measures dormancy from; an
      *> operator disabled by recertification or as dormant is
      *> refused like a locked one until operadm.cob re-enables
      *> them; and the department and recertification date ride
      *> through the table so the rewrite keeps them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 SP-EXPIRY-DAYS          PIC 9(4).
           02 FILLER                  PIC X(2).
           02 SP-MAX-ATTEMPTS         PIC 9(2).
           02 FILLER                  PIC X(2).
           02 SP-DORMANT-DAYS         PIC 9(3).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
               03 WS-OP-PW-CHANGED    PIC 9(8).
               03 WS-OP-FAILED        PIC 9(2).
               03 WS-OP-LOCKED        PIC X(1).
               03 WS-OP-DEPT-CODE     PIC X(15).
               03 WS-OP-RECERT-DATE   PIC 9(8).

       LINKAGE SECTION.
       01 LK-REQUIRED-LEVEL    PIC X.
           IF NOT LK-SIGNON-GRANTED
               PERFORM 2000-LOG-DECISION THRU 2000-EXIT
               DISPLAY "Sign-on refused"
               GOBACK
           END-IF
           MOVE "SIGN-ON GRANTED" TO WS-AUDIT-DECISION
           PERFORM 2000-LOG-DECISION THRU 2000-EXIT
           GOBACK.

       0500-LOAD-SEC-PARMS.
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
               GO TO 1000-EXIT
           END-IF

           IF WS-OP-LOCKED (WS-FOUND-IDX) = "D"
               MOVE "SIGN-ON REFUSED - DISABLED" TO WS-AUDIT-DECISION
               DISPLAY "Operator " WS-ENTERED-ID
                   " is disabled - see the administrator"
               GO TO 1000-EXIT
           END-IF

           IF WS-OP-PASSWORD (WS-FOUND-IDX)
               NOT = WS-ENTERED-PASSWORD
               ADD 1 TO WS-OP-FAILED (WS-FOUND-IDX)
                   TO OP-PASSWORD-CHANGED
               MOVE WS-OP-FAILED (WS-OPER-IDX) TO OP-FAILED-ATTEMPTS
               MOVE WS-OP-LOCKED (WS-OPER-IDX) TO OP-LOCKED-FLAG
               MOVE WS-OP-DEPT-CODE (WS-OPER-IDX) TO OP-DEPT-CODE
               MOVE WS-OP-RECERT-DATE (WS-OPER-IDX) TO OP-RECERT-DATE
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.
