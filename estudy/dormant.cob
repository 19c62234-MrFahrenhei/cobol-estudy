      *> posts to the general ledger (debit customer deposits,
      *> credit escheatment payable).  The master rewrites through
      *> the DORMWORK work file, acctpost.cob's two-pass pattern.
      *> 10/15/2026 - the ESCHEAT layout moved to ESCHREC.cpy, shared
      *> with the customer refund run (refund.cob), which hands its
      *> aged unclaimed receivables money down the same path; rows
      *> from here are marked as deposit-account remittances.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 DORMANT-REPORT-LINE         PIC X(80).

       FD  ESCHEAT-EXTRACT-FILE.
           COPY ESCHREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       01 WS-GL-ESCHEAT-ACCT    PIC 9(4) VALUE 2400.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE "ESCHEATMENT".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** DORMANT ACCOUNT REPORT ***".
           MOVE ACCT-NAME            TO EX-ACCT-NAME
           MOVE ACCT-BALANCE         TO EX-REMIT-AMOUNT
           MOVE ACCT-LAST-ACTIVITY-DATE TO EX-LAST-ACTIVITY
           MOVE "D"                  TO EX-SOURCE
           MOVE ZERO                 TO EX-CUST-IDENT
           WRITE ESCHEAT-EXTRACT-RECORD

           MOVE "DORMANT"    TO AL-PROGRAM-ID
           MOVE WS-ESCHEATED-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-DEPOSITS-ACCT WS-GL-ESCHEAT-ACCT
               WS-GL-AMOUNT WS-GL-REFERENCE WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

