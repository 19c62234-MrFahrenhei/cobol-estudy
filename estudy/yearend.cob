      *>      carry forward;
      *>   5. archive the audit log per RETNPRM (audarch).
      *> The YEARRPT control report carries every count and total.
      *> 10/15/2026 - written-off items archive to ARCLOSED at year-end
      *> alongside paid ones: the archive test is now AR-ITEM-CLOSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF AR-ITEM-CLOSED
               WRITE AR-CLOSED-RECORD FROM AR-OPEN-ITEM-RECORD
               DELETE AR-OPEN-ITEM-FILE
               ADD 1 TO WS-AR-CLOSED-COUNT
