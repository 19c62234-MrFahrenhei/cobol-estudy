      *> current rates.  An open foreign item whose currency has no
      *> rate in effect is reported and left alone - restating at a
      *> stale rate is the problem, not the fix.
      *> 10/15/2026 - written-off items are no longer revalued: the skip
      *> test is now AR-ITEM-CLOSED (paid or written off by wrtoff.cob).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-GAIN-REFERENCE  PIC X(12) VALUE "FX GAIN".
       01 WS-GL-LOSS-REFERENCE  PIC X(12) VALUE "FX LOSS".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(48)
           VALUE "*** AR FOREIGN CURRENCY REVALUATION ***".
      *>--------------------------------------------------------------
       2000-REVALUE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           IF AR-ITEM-CLOSED
               OR AR-CURRENCY-CODE = "USD" OR SPACES
               GO TO 2000-NEXT
           END-IF
           MOVE WS-TOTAL-GAIN TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-AR-ACCT
               WS-GL-FX-GAIN-ACCT WS-GL-AMOUNT WS-GL-GAIN-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-TOTAL-LOSS TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-FX-LOSS-ACCT
               WS-GL-AR-ACCT WS-GL-AMOUNT WS-GL-LOSS-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

