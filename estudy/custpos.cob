      *> of one program, one report, and one grep per question.
      *> Honors the SYSSTAT batch lockout the same way the online
      *> transactions do.  Ident zero ends the session.
      *> 10/15/2026 - written-off items no longer count in the
      *> customer's open AR position: the skip test is now AR-ITEM-
      *> CLOSED (paid or written off by wrtoff.cob).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SET WS-AR-SCAN-EOF TO TRUE
               GO TO 4100-EXIT
           END-IF
           IF AR-ITEM-CLOSED
               GO TO 4100-EXIT
           END-IF
           COMPUTE WS-UNPAID-BALANCE =
