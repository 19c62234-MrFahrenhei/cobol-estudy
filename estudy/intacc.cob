      *> register lists every account accrued or capitalized.  The
      *> capitalized total posts to the general ledger through
      *> glpost (debit interest expense, credit customer deposits).
      *> 10/15/2026 - an account with an active certificate on the
      *> TERMDEP term-deposit master (see TDREC.cpy) accrues at
      *> the certificate's contracted rate instead of the INTPARM
      *> tier, whatever its balance; the register marks it TERM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-BALANCE-FILE ASSIGN TO "ACCTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-BALANCE-STATUS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT INT-PARM-FILE ASSIGN TO "INTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-PARM-STATUS.
       FD  WORK-BALANCE-FILE.
       01 WORK-BALANCE-RECORD         PIC X(60).

       FD  TERMDEP-FILE.
           COPY TDREC.

       FD  INT-PARM-FILE.
       01 INT-PARM-RECORD.
           02 IP-MIN-BALANCE      PIC 9(6)V99.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-ACCTBAL-STATUS           PIC XX VALUE "00".
       01 WS-WORK-BALANCE-STATUS      PIC XX VALUE "00".
       01 WS-TERMDEP-STATUS           PIC XX VALUE "00".
       01 WS-INT-PARM-STATUS          PIC XX VALUE "00".
       01 WS-INT-TRANS-STATUS         PIC XX VALUE "00".
       01 WS-INT-REGISTER-STATUS      PIC XX VALUE "00".
               03 WS-TR-ANNUAL-RATE   PIC 9V9999.
       01 WS-BEST-MIN-BALANCE         PIC 9(6)V99 VALUE ZERO.
       01 WS-ACCOUNT-RATE             PIC 9V9999 VALUE ZERO.
       01 WS-TERMDEP-OPEN-SWITCH      PIC X VALUE "N".
           88 WS-TERMDEP-OPEN             VALUE "Y".
       01 WS-TERM-DEPOSIT-SWITCH      PIC X VALUE "N".
           88 WS-TERM-DEPOSIT             VALUE "Y".

       01 WS-DAY-INTEREST             PIC 9(5)V9999 VALUE ZERO.
       01 WS-CAPITALIZED-CENTS        PIC 9(6)V99 VALUE ZERO.
       01 WS-GL-DEPOSITS-ACCT   PIC 9(4) VALUE 2000.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE "INT CAPITAL".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** DEPOSIT INTEREST REGISTER ***".
               SET WS-CAPITALIZING TO TRUE
           END-IF
           PERFORM 1100-LOAD-RATE-TIERS THRU 1100-EXIT
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "00"
               SET WS-TERMDEP-OPEN TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ACCTBAL-STATUS = "35"
               DISPLAY "No ACCTBAL on disk - nothing to accrue"
           MOVE SPACES TO WS-D-ACTION

           IF ACCT-BALANCE > ZERO
               PERFORM 2050-CHECK-TERM-DEPOSIT THRU 2050-EXIT
               IF NOT WS-TERM-DEPOSIT
                   PERFORM 2100-FIND-RATE-TIER THRU 2100-EXIT
               END-IF
               IF WS-ACCOUNT-RATE > ZERO
                   COMPUTE WS-DAY-INTEREST ROUNDED =
                       ACCT-BALANCE * WS-ACCOUNT-RATE / 365
                   MOVE WS-ACCOUNT-RATE TO WS-D-RATE
                   MOVE WS-DAY-INTEREST TO WS-D-ACCRUED
                   MOVE "ACCRUED" TO WS-D-ACTION
                   IF WS-TERM-DEPOSIT
                       MOVE "ACCRUED TERM" TO WS-D-ACTION
                   END-IF
               END-IF
           END-IF

       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A certificate in force pays what was contracted, not what
      *> the passbook tiers pay today.  No TERMDEP file means no
      *> term deposits.
      *>--------------------------------------------------------------
       2050-CHECK-TERM-DEPOSIT.
           MOVE "N" TO WS-TERM-DEPOSIT-SWITCH
           IF NOT WS-TERMDEP-OPEN
               GO TO 2050-EXIT
           END-IF
           MOVE ACCT-NUMBER TO TD-ACCT-NUMBER
           READ TERMDEP-FILE
               INVALID KEY GO TO 2050-EXIT
           END-READ
           IF TD-ACTIVE
               SET WS-TERM-DEPOSIT TO TRUE
               MOVE TD-ANNUAL-RATE TO WS-ACCOUNT-RATE
           END-IF.
       2050-EXIT.
           EXIT.

       2100-FIND-RATE-TIER.
           MOVE ZERO TO WS-ACCOUNT-RATE
           MOVE ZERO TO WS-BEST-MIN-BALANCE
       8500-POST-TO-GENERAL-LEDGER.
           MOVE WS-TOTAL-CAPITALIZED TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-EXPENSE-ACCT
               WS-GL-DEPOSITS-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

           IF WS-CAPITALIZING
               CLOSE INT-TRANS-FILE
           END-IF
           IF WS-TERMDEP-OPEN
               CLOSE TERMDEP-FILE
           END-IF
           CLOSE INT-REGISTER-FILE.
       9000-EXIT.
           EXIT.
