      *> already made their ledger entries in ovdfee.cob and
      *> intacc.cob, and neither is the holder acting for the
      *> dormancy clock.
      *> 10/15/2026 - a keyed debit against a term deposit (an
      *> active certificate on TERMDEP, see TDREC.cpy) before its
      *> maturity date is an early withdrawal, and is charged the
      *> TDPARM penalty - so many days' interest on the amount
      *> withdrawn at the certificate's rate - as a second debit
      *> with its own PEN history row.  The run's penalties post
      *> to the ledger as fee income out of deposits.
      *> 10/15/2026 - ACCTTRAN and the ACCTHIST rows carry the
      *> channel a keyed transaction came through: space for money
      *> over the counter, T for the transfers sorun.cob and
      *> tdmat.cob generate, so the cash-activity monitor
      *> (ctrmon.cob) counts only real cash.
      *> 10/15/2026 - overdraft protection: a keyed debit that
      *> takes an account designated on ODPLINK (see ODPLINK.cpy)
      *> negative pulls the shortfall, plus the transfer fee, from
      *> the customer's protecting account at once - rounded up to
      *> the ODPPARM increment, no more than that account has and
      *> never from one a freeze or blanket stop-payment holds -
      *> and charges the ODPPARM transfer fee in place of the
      *> overdraft fee the account now never reaches OVDFLAG for.
      *> Both legs go to ACCTHIST as ODP generated transfers, the
      *> fee as a FEE row; a draw on a protecting account already
      *> written to ACCTNEW is settled in the copy-back pass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-HISTORY-STATUS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT TD-PARM-FILE ASSIGN TO "TDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-PARM-STATUS.
           SELECT OD-PROTECTION-FILE ASSIGN TO "ODPLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ACCT-NUMBER
               FILE STATUS IS WS-OD-PROTECTION-STATUS.
           SELECT ODP-PARM-FILE ASSIGN TO "ODPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODP-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 AT-ACCT-NUMBER      PIC 9(6).
           02 AT-TRANS-CODE       PIC X(1).
           02 AT-AMOUNT           PIC 9(6)V99.
           02 AT-CHANNEL          PIC X(1).

       FD  FEE-TRANS-FILE.
       01 FEE-TRANS-RECORD.
           02 SRT-TRANS-CODE      PIC X(1).
           02 SRT-AMOUNT          PIC 9(6)V99.
           02 SRT-SOURCE          PIC X(3).
           02 SRT-CHANNEL         PIC X(1).

       FD  SORTED-TRANS-FILE.
       01 SORTED-TRANS-RECORD.
               88 ST-CREDIT           VALUE "C".
           02 ST-AMOUNT           PIC 9(6)V99.
           02 ST-SOURCE           PIC X(3).
           02 ST-CHANNEL          PIC X(1).

       FD  ACCOUNT-BALANCE-FILE.
           COPY ACCTREC.
           02 HS-AMOUNT           PIC 9(6)V99.
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 HS-SOURCE           PIC X(3).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 HS-CHANNEL          PIC X(1).

       FD  TERMDEP-FILE.
           COPY TDREC.

       FD  TD-PARM-FILE.
       01 TD-PARM-RECORD.
           02 TP-NOTICE-DAYS      PIC 9(3).
           02 FILLER              PIC X(2).
           02 TP-PENALTY-DAYS     PIC 9(3).

       FD  OD-PROTECTION-FILE.
           COPY ODPLINK.

       FD  ODP-PARM-FILE.
       01 ODP-PARM-RECORD.
           02 OPP-INCREMENT       PIC 9(4)V99.
           02 FILLER              PIC X(2).
           02 OPP-TRANSFER-FEE    PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-ACCT-HOLD-STATUS         PIC XX VALUE "00".
       01 WS-HOLDS-REPORT-STATUS      PIC XX VALUE "00".
       01 WS-ACCT-HISTORY-STATUS      PIC XX VALUE "00".
       01 WS-TERMDEP-STATUS           PIC XX VALUE "00".
       01 WS-TD-PARM-STATUS           PIC XX VALUE "00".
       01 WS-OD-PROTECTION-STATUS     PIC XX VALUE "00".
       01 WS-ODP-PARM-STATUS          PIC XX VALUE "00".

      *>--------------------------------------------------------------
      *> Overdraft protection.  Each designation links the protected
      *> account to its entry in the protecting-account table, which
      *> carries what that account has to give: its opening balance
      *> until the merge reaches it, its posted balance after, less
      *> every draw so far.  A draw waits in WS-OS-PENDING until the
      *> account's record is read (the draw comes off before its
      *> own transactions post) or, if it was already written out,
      *> until the copy-back pass.
      *>--------------------------------------------------------------
       01 WS-ODP-INCREMENT            PIC 9(4)V99 VALUE 100.00.
       01 WS-ODP-FEE                  PIC 9(4)V99 VALUE 10.00.
       01 WS-ODP-LINK-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-ODP-LINK-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-ODP-LINK-TABLE.
           02 WS-ODP-LINK-ENTRY OCCURS 500 TIMES.
               03 WS-OL-ACCT-NUMBER   PIC 9(6).
               03 WS-OL-SOURCE-IDX    PIC 9(3) COMP.
       01 WS-ODP-SOURCE-COUNT         PIC 9(3) COMP VALUE ZERO.
       01 WS-ODP-SOURCE-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-ODP-SOURCE-TABLE.
           02 WS-ODP-SOURCE-ENTRY OCCURS 500 TIMES.
               03 WS-OS-ACCT-NUMBER   PIC 9(6).
               03 WS-OS-AVAILABLE     PIC S9(7)V99.
               03 WS-OS-PENDING       PIC 9(7)V99.
               03 WS-OS-STATE         PIC X(1).
                   88 WS-OS-NOT-ON-FILE   VALUE "X".
                   88 WS-OS-AHEAD         VALUE "A".
                   88 WS-OS-PASSED        VALUE "P".
       01 WS-ODP-FOUND-SWITCH         PIC X VALUE "N".
           88 WS-ODP-FOUND                VALUE "Y".
       01 WS-ODP-SHORTFALL            PIC 9(7)V99 VALUE ZERO.
       01 WS-ODP-TRANSFER             PIC 9(7)V99 VALUE ZERO.
       01 WS-ODP-UNITS                PIC 9(7) VALUE ZERO.
       01 WS-ODP-PENDING-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-ODP-COUNT                PIC 9(5) COMP VALUE ZERO.
       01 WS-ODP-TRANSFER-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-GL-ODP-FEES              PIC S9(9)V99 COMP-3 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Early withdrawal from a term deposit: the penalty is so
      *> many days' interest on the amount taken out, at the
      *> certificate's rate - TDPARM's figure, 90 days without one.
      *>--------------------------------------------------------------
       01 WS-TERMDEP-OPEN-SWITCH      PIC X VALUE "N".
           88 WS-TERMDEP-OPEN             VALUE "Y".
       01 WS-PENALTY-DAYS             PIC 9(3) VALUE 90.
       01 WS-PENALTY-AMOUNT           PIC 9(6)V99 VALUE ZERO.
       01 WS-PENALTY-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-GL-PENALTIES             PIC S9(9)V99 COMP-3 VALUE ZERO.

      *>--------------------------------------------------------------
      *> The holds in force, loaded from ACCTHOLD at start of run.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-DEBIT-REFERENCE  PIC X(12) VALUE "ACCT DEBITS".
       01 WS-GL-CREDIT-REFERENCE PIC X(12) VALUE "ACCT CREDITS".
       01 WS-GL-FEE-INCOME-ACCT PIC 9(4) VALUE 4100.
       01 WS-GL-PENALTY-REFERENCE PIC X(12) VALUE "TD PENALTY".
       01 WS-GL-ODP-FEE-REFERENCE PIC X(12) VALUE "ODP XFER FEE".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       REPORT SECTION.
       RD  POSTING-REGISTER
                           MOVE AT-TRANS-CODE  TO SRT-TRANS-CODE
                           MOVE AT-AMOUNT      TO SRT-AMOUNT
                           MOVE "TRN"          TO SRT-SOURCE
                           MOVE AT-CHANNEL     TO SRT-CHANNEL
                           RELEASE SORT-TRANS-RECORD
                   END-READ
               END-PERFORM
                           MOVE FT-TRANS-CODE  TO SRT-TRANS-CODE
                           MOVE FT-AMOUNT      TO SRT-AMOUNT
                           MOVE "FEE"          TO SRT-SOURCE
                           MOVE SPACE          TO SRT-CHANNEL
                           RELEASE SORT-TRANS-RECORD
                   END-READ
               END-PERFORM
                           MOVE IT-TRANS-CODE  TO SRT-TRANS-CODE
                           MOVE IT-AMOUNT      TO SRT-AMOUNT
                           MOVE "INT"          TO SRT-SOURCE
                           MOVE SPACE          TO SRT-CHANNEL
                           RELEASE SORT-TRANS-RECORD
                   END-READ
               END-PERFORM
           STRING WS-CURRENT-MOB "/" WS-CURRENT-DOB "/" WS-CURRENT-YOB
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 1050-LOAD-HOLDS THRU 1050-EXIT
           PERFORM 1060-LOAD-TERM-DEPOSIT-PARMS THRU 1060-EXIT
           PERFORM 1070-LOAD-OD-PROTECTION THRU 1070-EXIT
           OPEN INPUT ACCOUNT-BALANCE-FILE
           OPEN INPUT SORTED-TRANS-FILE
           OPEN OUTPUT NEW-BALANCE-FILE
       1050-EXIT.
           EXIT.

       1060-LOAD-TERM-DEPOSIT-PARMS.
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS = "00"
               SET WS-TERMDEP-OPEN TO TRUE
           END-IF
           OPEN INPUT TD-PARM-FILE
           IF WS-TD-PARM-STATUS = "35"
               GO TO 1060-EXIT
           END-IF
           READ TD-PARM-FILE
               NOT AT END
                   IF TP-PENALTY-DAYS IS NUMERIC
                       MOVE TP-PENALTY-DAYS TO WS-PENALTY-DAYS
                   END-IF
           END-READ
           CLOSE TD-PARM-FILE.
       1060-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The protection designations and the balances their
      *> protecting accounts open the run with - one pass of
      *> ACCTBAL ahead of the merge, the way sorun.cob finds its
      *> accounts.  ODPPARM carries the transfer increment and fee;
      *> the compiled defaults cover a missing file.
      *>--------------------------------------------------------------
       1070-LOAD-OD-PROTECTION.
           OPEN INPUT ODP-PARM-FILE
           IF WS-ODP-PARM-STATUS = "00"
               READ ODP-PARM-FILE
                   NOT AT END
                       IF OPP-INCREMENT IS NUMERIC
                           MOVE OPP-INCREMENT TO WS-ODP-INCREMENT
                       END-IF
                       IF OPP-TRANSFER-FEE IS NUMERIC
                           MOVE OPP-TRANSFER-FEE TO WS-ODP-FEE
                       END-IF
               END-READ
               CLOSE ODP-PARM-FILE
           END-IF

           OPEN INPUT OD-PROTECTION-FILE
           IF WS-OD-PROTECTION-STATUS NOT = "00"
               GO TO 1070-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-ODP-LINK-COUNT >= 500
               READ OD-PROTECTION-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1080-ADD-PROTECTION-LINK THRU 1080-EXIT
               END-READ
           END-PERFORM
           CLOSE OD-PROTECTION-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-ODP-LINK-COUNT = ZERO
               GO TO 1070-EXIT
           END-IF

           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ACCTBAL-STATUS = "35"
               GO TO 1070-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-BALANCE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1090-NOTE-OPENING-BALANCE
                           THRU 1090-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-BALANCE-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1070-EXIT.
           EXIT.

      *>   One table entry per protecting account, however many
      *>   accounts it protects, so they all draw on one balance.
       1080-ADD-PROTECTION-LINK.
           MOVE "N" TO WS-ODP-FOUND-SWITCH
           PERFORM VARYING WS-ODP-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-ODP-SOURCE-IDX > WS-ODP-SOURCE-COUNT
                  OR WS-ODP-FOUND
               IF WS-OS-ACCT-NUMBER (WS-ODP-SOURCE-IDX)
                   = OP-SOURCE-ACCT
                   SET WS-ODP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ODP-FOUND
               SUBTRACT 1 FROM WS-ODP-SOURCE-IDX
           ELSE
               ADD 1 TO WS-ODP-SOURCE-COUNT
               MOVE WS-ODP-SOURCE-COUNT TO WS-ODP-SOURCE-IDX
               MOVE OP-SOURCE-ACCT
                   TO WS-OS-ACCT-NUMBER (WS-ODP-SOURCE-IDX)
               MOVE ZERO TO WS-OS-AVAILABLE (WS-ODP-SOURCE-IDX)
               MOVE ZERO TO WS-OS-PENDING (WS-ODP-SOURCE-IDX)
               SET WS-OS-NOT-ON-FILE (WS-ODP-SOURCE-IDX) TO TRUE
           END-IF
           ADD 1 TO WS-ODP-LINK-COUNT
           MOVE OP-ACCT-NUMBER
               TO WS-OL-ACCT-NUMBER (WS-ODP-LINK-COUNT)
           MOVE WS-ODP-SOURCE-IDX
               TO WS-OL-SOURCE-IDX (WS-ODP-LINK-COUNT).
       1080-EXIT.
           EXIT.

       1090-NOTE-OPENING-BALANCE.
           PERFORM 1095-FIND-SOURCE THRU 1095-EXIT
           IF WS-ODP-FOUND
               MOVE ACCT-BALANCE
                   TO WS-OS-AVAILABLE (WS-ODP-SOURCE-IDX)
               SET WS-OS-AHEAD (WS-ODP-SOURCE-IDX) TO TRUE
           END-IF.
       1090-EXIT.
           EXIT.

      *>   The protecting-account entry for the record in
      *>   ACCOUNT-BALANCE-RECORD, if it is one.
       1095-FIND-SOURCE.
           MOVE "N" TO WS-ODP-FOUND-SWITCH
           PERFORM VARYING WS-ODP-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-ODP-SOURCE-IDX > WS-ODP-SOURCE-COUNT
                  OR WS-ODP-FOUND
               IF WS-OS-ACCT-NUMBER (WS-ODP-SOURCE-IDX) = ACCT-NUMBER
                   SET WS-ODP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ODP-FOUND
               SUBTRACT 1 FROM WS-ODP-SOURCE-IDX
           END-IF.
       1095-EXIT.
           EXIT.

       1100-READ-MASTER.
           READ ACCOUNT-BALANCE-FILE
               AT END MOVE HIGH-VALUES TO WS-MASTER-KEY-COMPARE
               NOT AT END
                   MOVE ACCT-NUMBER TO WS-MASTER-KEY-COMPARE
                   IF WS-ODP-SOURCE-COUNT > ZERO
                       PERFORM 1150-TAKE-PENDING-DRAWS THRU 1150-EXIT
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A protecting account reached by the merge: what earlier
      *> accounts drew from it comes off before its own
      *> transactions post, and later draws wait for copy-back.
      *>--------------------------------------------------------------
       1150-TAKE-PENDING-DRAWS.
           PERFORM 1095-FIND-SOURCE THRU 1095-EXIT
           IF NOT WS-ODP-FOUND
               GO TO 1150-EXIT
           END-IF
           SUBTRACT WS-OS-PENDING (WS-ODP-SOURCE-IDX) FROM ACCT-BALANCE
           SUBTRACT WS-OS-PENDING (WS-ODP-SOURCE-IDX)
               FROM WS-ODP-PENDING-TOTAL
           MOVE ZERO TO WS-OS-PENDING (WS-ODP-SOURCE-IDX)
           SET WS-OS-PASSED (WS-ODP-SOURCE-IDX) TO TRUE.
       1150-EXIT.
           EXIT.

       1200-READ-TRANS.
           READ SORTED-TRANS-FILE
               AT END MOVE HIGH-VALUES TO WS-TRANS-KEY-COMPARE
                   PERFORM 2100-POST-ONE-TRANSACTION THRU 2100-EXIT
                   PERFORM 1200-READ-TRANS THRU 1200-EXIT
               WHEN OTHER
                   IF WS-ODP-SOURCE-COUNT > ZERO
                       PERFORM 1095-FIND-SOURCE THRU 1095-EXIT
                       IF WS-ODP-FOUND
                           MOVE ACCT-BALANCE TO
                               WS-OS-AVAILABLE (WS-ODP-SOURCE-IDX)
                       END-IF
                   END-IF
                   WRITE NEW-BALANCE-RECORD
                       FROM ACCOUNT-BALANCE-RECORD
                   PERFORM 1100-READ-MASTER THRU 1100-EXIT
                   END-IF
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 2150-APPEND-HISTORY THRU 2150-EXIT
                   IF ST-SOURCE = "TRN"
                       PERFORM 2170-CHARGE-EARLY-PENALTY
                           THRU 2170-EXIT
                       IF ACCT-BALANCE < ZERO
                           PERFORM 2180-COVER-OVERDRAFT
                               THRU 2180-EXIT
                       END-IF
                   END-IF
               WHEN ST-CREDIT
                   ADD ST-AMOUNT TO ACCT-BALANCE
                   ADD ST-AMOUNT TO WS-TOTAL-CREDITS
           MOVE ST-TRANS-CODE    TO HS-TRANS-CODE
           MOVE ST-AMOUNT        TO HS-AMOUNT
           MOVE ST-SOURCE        TO HS-SOURCE
           MOVE ST-CHANNEL       TO HS-CHANNEL
           WRITE ACCT-HISTORY-RECORD.
       2150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A keyed debit on a certificate still short of maturity
      *> pays the early-withdrawal penalty, straight off the
      *> balance as a debit of its own.  The maturity payout comes
      *> on or after the maturity date and pays none.
      *>--------------------------------------------------------------
       2170-CHARGE-EARLY-PENALTY.
           IF NOT WS-TERMDEP-OPEN
               GO TO 2170-EXIT
           END-IF
           MOVE ST-ACCT-NUMBER TO TD-ACCT-NUMBER
           READ TERMDEP-FILE
               INVALID KEY GO TO 2170-EXIT
           END-READ
           IF NOT TD-ACTIVE
               OR WS-BUSINESS-DATE NOT < TD-MATURITY-DATE
               GO TO 2170-EXIT
           END-IF
           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               ST-AMOUNT * TD-ANNUAL-RATE * WS-PENALTY-DAYS / 365
           IF WS-PENALTY-AMOUNT = ZERO
               GO TO 2170-EXIT
           END-IF
           SUBTRACT WS-PENALTY-AMOUNT FROM ACCT-BALANCE
           ADD WS-PENALTY-AMOUNT TO WS-TOTAL-DEBITS
           ADD WS-PENALTY-AMOUNT TO WS-GL-PENALTIES
           ADD 1 TO WS-PENALTY-COUNT
           ADD 1 TO WS-POSTED-COUNT
           MOVE WS-BUSINESS-DATE  TO HS-POST-DATE
           MOVE ST-ACCT-NUMBER    TO HS-ACCT-NUMBER
           MOVE "D"               TO HS-TRANS-CODE
           MOVE WS-PENALTY-AMOUNT TO HS-AMOUNT
           MOVE "PEN"             TO HS-SOURCE
           MOVE SPACE             TO HS-CHANNEL
           WRITE ACCT-HISTORY-RECORD.
       2170-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Overdraft protection at the moment the keyed debit took
      *> the account negative: enough to clear the shortfall and
      *> the transfer fee, rounded up to the increment, but no more
      *> than the protecting account has, and none from one a
      *> freeze or a blanket stop-payment holds.  A transfer that
      *> would not even cover its own fee is not made; one the
      *> protecting account can only partly fund is, and the rest
      *> stays overdrawn for the overdraft report.
      *>--------------------------------------------------------------
       2180-COVER-OVERDRAFT.
           MOVE "N" TO WS-ODP-FOUND-SWITCH
           PERFORM VARYING WS-ODP-LINK-IDX FROM 1 BY 1
               UNTIL WS-ODP-LINK-IDX > WS-ODP-LINK-COUNT
                  OR WS-ODP-FOUND
               IF WS-OL-ACCT-NUMBER (WS-ODP-LINK-IDX) = ST-ACCT-NUMBER
                   SET WS-ODP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ODP-FOUND
               GO TO 2180-EXIT
           END-IF
           SUBTRACT 1 FROM WS-ODP-LINK-IDX
           MOVE WS-OL-SOURCE-IDX (WS-ODP-LINK-IDX) TO WS-ODP-SOURCE-IDX
           IF WS-OS-NOT-ON-FILE (WS-ODP-SOURCE-IDX)
               GO TO 2180-EXIT
           END-IF
           PERFORM 2185-CHECK-SOURCE-HOLDS THRU 2185-EXIT
           IF WS-TRANS-HELD
               MOVE "OD PROTECTION SOURCE HELD" TO WS-HOLD-REASON
               PERFORM 2060-WRITE-HOLD-ACTIVITY THRU 2060-EXIT
               GO TO 2180-EXIT
           END-IF

           COMPUTE WS-ODP-SHORTFALL = WS-ODP-FEE - ACCT-BALANCE
           MOVE WS-ODP-SHORTFALL TO WS-ODP-TRANSFER
           IF WS-ODP-INCREMENT > ZERO
               DIVIDE WS-ODP-SHORTFALL BY WS-ODP-INCREMENT
                   GIVING WS-ODP-UNITS
               IF WS-ODP-UNITS * WS-ODP-INCREMENT < WS-ODP-SHORTFALL
                   ADD 1 TO WS-ODP-UNITS
               END-IF
               COMPUTE WS-ODP-TRANSFER = WS-ODP-UNITS * WS-ODP-INCREMENT
           END-IF
           IF WS-ODP-TRANSFER > WS-OS-AVAILABLE (WS-ODP-SOURCE-IDX)
               IF WS-OS-AVAILABLE (WS-ODP-SOURCE-IDX) NOT > ZERO
                   GO TO 2180-EXIT
               END-IF
               MOVE WS-OS-AVAILABLE (WS-ODP-SOURCE-IDX)
                   TO WS-ODP-TRANSFER
               IF WS-ODP-INCREMENT > ZERO
                   DIVIDE WS-ODP-TRANSFER BY WS-ODP-INCREMENT
                       GIVING WS-ODP-UNITS
                   COMPUTE WS-ODP-TRANSFER =
                       WS-ODP-UNITS * WS-ODP-INCREMENT
               END-IF
           END-IF
           IF WS-ODP-TRANSFER NOT > WS-ODP-FEE
               GO TO 2180-EXIT
           END-IF

           ADD WS-ODP-TRANSFER TO ACCT-BALANCE
           SUBTRACT WS-ODP-FEE FROM ACCT-BALANCE
           SUBTRACT WS-ODP-TRANSFER
               FROM WS-OS-AVAILABLE (WS-ODP-SOURCE-IDX)
           ADD WS-ODP-TRANSFER TO WS-OS-PENDING (WS-ODP-SOURCE-IDX)
           ADD WS-ODP-TRANSFER TO WS-ODP-PENDING-TOTAL
           ADD WS-ODP-TRANSFER TO WS-ODP-TRANSFER-TOTAL
           ADD WS-ODP-TRANSFER TO WS-TOTAL-DEBITS
           ADD WS-ODP-TRANSFER TO WS-TOTAL-CREDITS
           ADD WS-ODP-FEE TO WS-TOTAL-DEBITS
           ADD WS-ODP-FEE TO WS-GL-ODP-FEES
           ADD 1 TO WS-ODP-COUNT
           ADD 3 TO WS-POSTED-COUNT

           MOVE WS-BUSINESS-DATE TO HS-POST-DATE
           MOVE WS-OS-ACCT-NUMBER (WS-ODP-SOURCE-IDX)
                                 TO HS-ACCT-NUMBER
           MOVE "D"              TO HS-TRANS-CODE
           MOVE WS-ODP-TRANSFER  TO HS-AMOUNT
           MOVE "ODP"            TO HS-SOURCE
           MOVE "T"              TO HS-CHANNEL
           WRITE ACCT-HISTORY-RECORD
           MOVE ST-ACCT-NUMBER   TO HS-ACCT-NUMBER
           MOVE "C"              TO HS-TRANS-CODE
           WRITE ACCT-HISTORY-RECORD
           IF WS-ODP-FEE > ZERO
               MOVE "D"          TO HS-TRANS-CODE
               MOVE WS-ODP-FEE   TO HS-AMOUNT
               MOVE "FEE"        TO HS-SOURCE
               MOVE SPACE        TO HS-CHANNEL
               WRITE ACCT-HISTORY-RECORD
           END-IF.
       2180-EXIT.
           EXIT.

      *>   The protecting account gives nothing while a freeze or a
      *>   stop-payment on every debit is in force against it.
       2185-CHECK-SOURCE-HOLDS.
           MOVE "N" TO WS-TRANS-HELD-SWITCH
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                  OR WS-TRANS-HELD
               IF WS-HD-ACCT-NUMBER (WS-HOLD-IDX)
                       = WS-OS-ACCT-NUMBER (WS-ODP-SOURCE-IDX)
                   AND WS-HD-EFFECTIVE (WS-HOLD-IDX)
                       <= WS-BUSINESS-DATE
                   AND (WS-HD-EXPIRY (WS-HOLD-IDX) = ZERO
                       OR WS-HD-EXPIRY (WS-HOLD-IDX)
                           >= WS-BUSINESS-DATE)
                   AND (WS-HD-HOLD-TYPE (WS-HOLD-IDX) = "F"
                       OR (WS-HD-HOLD-TYPE (WS-HOLD-IDX) = "S"
                           AND WS-HD-STOP-AMOUNT (WS-HOLD-IDX) = ZERO))
                   SET WS-TRANS-HELD TO TRUE
               END-IF
           END-PERFORM.
       2185-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A hold in force beats every transaction code: a freeze
      *> stops the account cold, a stop-payment stops the debit it
               READ NEW-BALANCE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE NEW-BALANCE-RECORD
                           TO ACCOUNT-BALANCE-RECORD
                       IF WS-ODP-PENDING-TOTAL > ZERO
                           PERFORM 7100-TAKE-LATE-DRAWS THRU 7100-EXIT
                       END-IF
                       WRITE ACCOUNT-BALANCE-RECORD
               END-READ
           END-PERFORM
           CLOSE NEW-BALANCE-FILE
       7000-EXIT.
           EXIT.

      *>   Draws on protecting accounts the merge had already
      *>   written out come off on the way back to ACCTBAL.
       7100-TAKE-LATE-DRAWS.
           PERFORM 1095-FIND-SOURCE THRU 1095-EXIT
           IF WS-ODP-FOUND
               SUBTRACT WS-OS-PENDING (WS-ODP-SOURCE-IDX)
                   FROM ACCT-BALANCE
               SUBTRACT WS-OS-PENDING (WS-ODP-SOURCE-IDX)
                   FROM WS-ODP-PENDING-TOTAL
               MOVE ZERO TO WS-OS-PENDING (WS-ODP-SOURCE-IDX)
           END-IF.
       7100-EXIT.
           EXIT.

       8000-PRINT-REGISTER-SUMMARY.
           MOVE "TRANSACTIONS POSTED"     TO WS-RD-DESCRIPTION
           MOVE WS-POSTED-COUNT           TO WS-RD-VALUE
           MOVE "EXCEPTIONS"              TO WS-RD-DESCRIPTION
           MOVE WS-EXCEPTION-COUNT        TO WS-RD-VALUE
           GENERATE RD-REGISTER-DETAIL
           MOVE "EARLY WITHDRAWAL PENALTY" TO WS-RD-DESCRIPTION
           MOVE WS-GL-PENALTIES           TO WS-RD-VALUE
           GENERATE RD-REGISTER-DETAIL
           MOVE "OD PROTECTION TRANSFERS" TO WS-RD-DESCRIPTION
           MOVE WS-ODP-TRANSFER-TOTAL     TO WS-RD-VALUE
           GENERATE RD-REGISTER-DETAIL
           MOVE "OD TRANSFER FEES"        TO WS-RD-DESCRIPTION
           MOVE WS-GL-ODP-FEES            TO WS-RD-VALUE
           GENERATE RD-REGISTER-DETAIL
           DISPLAY "Transactions posted: " WS-POSTED-COUNT
           DISPLAY "Exceptions written:  " WS-EXCEPTION-COUNT
           DISPLAY "Transactions held:   " WS-HELD-COUNT
           DISPLAY "Early penalties:     " WS-PENALTY-COUNT
           DISPLAY "OD protections:      " WS-ODP-COUNT.
       8000-EXIT.
           EXIT.

           MOVE WS-GL-TRN-DEBITS TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-DEPOSITS-ACCT WS-GL-CASH-ACCT
               WS-GL-AMOUNT WS-GL-DEBIT-REFERENCE WS-GL-COST-CENTER
           MOVE WS-GL-TRN-CREDITS TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-CASH-ACCT WS-GL-DEPOSITS-ACCT
               WS-GL-AMOUNT WS-GL-CREDIT-REFERENCE WS-GL-COST-CENTER
      *>   Early-withdrawal penalties are the bank's income out of
      *>   the depositor's money - no cash moves.
           MOVE WS-GL-PENALTIES TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-DEPOSITS-ACCT WS-GL-FEE-INCOME-ACCT
               WS-GL-AMOUNT WS-GL-PENALTY-REFERENCE WS-GL-COST-CENTER
      *>   So are the protection transfer fees; the transfer itself
      *>   moves money between two deposit accounts and nets out.
           MOVE WS-GL-ODP-FEES TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-DEPOSITS-ACCT WS-GL-FEE-INCOME-ACCT
               WS-GL-AMOUNT WS-GL-ODP-FEE-REFERENCE WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

           CLOSE ACCT-EXCEPTION-FILE
           CLOSE HOLDS-REPORT-FILE
           CLOSE ACCT-HISTORY-FILE
           IF WS-TERMDEP-OPEN
               CLOSE TERMDEP-FILE
           END-IF
           CLOSE POSTING-REGISTER-FILE.
       9000-EXIT.
           EXIT.
