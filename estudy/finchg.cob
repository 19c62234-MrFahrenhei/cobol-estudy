      *> register lists every item assessed or skipped, and the
      *> assessed total posts to the general ledger through glpost
      *> (debit receivables, credit finance-charge income).
      *> 10/15/2026 - written-off items (closed by wrtoff.cob) accrue no
      *> finance charge: the skip test is now AR-ITEM-CLOSED.  Open
      *> credit memos (crmemo.cob's 950000 range) are passed over
      *> quietly rather than listed as charge items.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-GL-CREDIT-ACCT     PIC 9(4) VALUE 4200.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE "FIN CHARGE".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** FINANCE CHARGE ASSESSMENT REGISTER ***".
           MOVE ZERO TO WS-D-CHARGE
           MOVE ZERO TO WS-D-DAYS

           IF AR-ITEM-CLOSED OR AR-CREDIT-MEMO-NO
               GO TO 2000-NEXT
           END-IF
           IF AR-INVOICE-NO >= 900000
       8500-POST-TO-GENERAL-LEDGER.
           MOVE WS-TOTAL-CHARGES TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-CREDIT-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

