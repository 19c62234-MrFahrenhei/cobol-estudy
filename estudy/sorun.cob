       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sorun.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Daily standing-order run, ahead of acctpost.cob.  Every
      *> active order on STANDORD (see STORDREC.cpy) whose next due
      *> date has come generates the transfer a clerk used to key:
      *> a debit on the from account onto the ACCTTRAN keyed queue,
      *> and either the matching credit on the to account or, for a
      *> sweep against the customer's receivables, a payment onto
      *> CASHTRAN with no invoice number, which cashrcpt.cob applies
      *> to the customer's open items oldest first.  An order is
      *> skipped - and listed on SORUNRPT with the reason - when
      *> either account is not on ACCTBAL, when a hold in force on
      *> ACCTHOLD would stop the debit (the same freeze and stop-
      *> payment rules acctpost.cob applies) or freeze the to
      *> account, or when the payment would drive the from account
      *> negative; the balance tested is ACCTBAL less what earlier
      *> orders in the run have already taken.  Paid or skipped,
      *> the occurrence is done: the order's schedule steps on one
      *> week, month, or quarter and datesrv moves the new date to
      *> a business day by the processing calendar, so a rerun of
      *> the same day generates nothing twice.  An order whose
      *> schedule passes its end date is ended, and one found due
      *> with its scheduled date already past the end date is ended
      *> unpaid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDORD-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STANDORD-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-HOLD-STATUS.
           SELECT ACCT-TRANS-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-TRANS-STATUS.
           SELECT CASH-TRANS-FILE ASSIGN TO "CASHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-TRANS-STATUS.
           SELECT ORDER-REPORT-FILE ASSIGN TO "SORUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDORD-FILE.
           COPY STORDREC.

       FD  ACCOUNT-BALANCE-FILE.
           COPY ACCTREC.

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

       FD  ACCT-TRANS-FILE.
       01 ACCT-TRANS-RECORD.
           02 AT-ACCT-NUMBER      PIC 9(6).
           02 AT-TRANS-CODE       PIC X(1).
           02 AT-AMOUNT           PIC 9(6)V99.
           02 AT-CHANNEL          PIC X(1).

       FD  CASH-TRANS-FILE.
       01 CASH-TRANS-RECORD.
           02 CT-CUST-IDENT           PIC 9(7).
           02 CT-INVOICE-NO           PIC 9(6).
           02 CT-PAYMENT-AMOUNT       PIC 9(7)V99.
           02 CT-PAYMENT-DATE         PIC 9(8).

       FD  ORDER-REPORT-FILE.
       01 ORDER-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-STANDORD-STATUS          PIC XX VALUE "00".
       01 WS-ACCTBAL-STATUS           PIC XX VALUE "00".
       01 WS-ACCT-HOLD-STATUS         PIC XX VALUE "00".
       01 WS-ACCT-TRANS-STATUS        PIC XX VALUE "00".
       01 WS-CASH-TRANS-STATUS        PIC XX VALUE "00".
       01 WS-ORDER-REPORT-STATUS      PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

      *>--------------------------------------------------------------
      *> The holds in force, loaded from ACCTHOLD at start of run
      *> in acctpost.cob's layout and read by its rules.
      *>--------------------------------------------------------------
       01 WS-HOLD-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-HOLD-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 200 TIMES.
               03 WS-HD-ACCT-NUMBER   PIC 9(6).
               03 WS-HD-HOLD-TYPE     PIC X(1).
               03 WS-HD-STOP-AMOUNT   PIC 9(6)V99.
               03 WS-HD-EFFECTIVE     PIC 9(8).
               03 WS-HD-EXPIRY        PIC 9(8).

      *>--------------------------------------------------------------
      *> The orders due today, collected first so one pass of
      *> ACCTBAL can find every account they touch.  An order past
      *> the table's end stays due and goes out tomorrow.
      *>--------------------------------------------------------------
       01 WS-DUE-COUNT                PIC 9(3) COMP VALUE ZERO.
       01 WS-DUE-IDX                  PIC 9(3) COMP VALUE ZERO.
       01 WS-DUE-SCAN-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-DUE-TABLE.
           02 WS-DUE-ENTRY OCCURS 500 TIMES.
               03 WS-DU-ORDER-ID      PIC X(8).
               03 WS-DU-FROM-ACCT     PIC 9(6).
               03 WS-DU-TARGET-TYPE   PIC X(1).
               03 WS-DU-TO-ACCT       PIC 9(6).
               03 WS-DU-TO-CUST       PIC 9(7).
               03 WS-DU-AMOUNT        PIC 9(6)V99.
               03 WS-DU-FROM-FOUND    PIC X(1).
               03 WS-DU-TO-FOUND      PIC X(1).
               03 WS-DU-FROM-BALANCE  PIC S9(7)V99.
       01 WS-DEFERRED-COUNT           PIC 9(5) COMP VALUE ZERO.

       01 WS-SKIP-REASON              PIC X(30) VALUE SPACES.
       01 WS-PROJECTED-BALANCE        PIC S9(7)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Schedule arithmetic: the next date the schedule says, kept
      *> to the start date's day of the month for monthly and
      *> quarterly orders (the month's last day when shorter).
      *>--------------------------------------------------------------
       01 WS-SCHEDULE-DATE            PIC 9(8) VALUE ZERO.
       01 WS-SCHEDULE-PARTS REDEFINES WS-SCHEDULE-DATE.
           02 WS-SC-YYYY              PIC 9(4).
           02 WS-SC-MM                PIC 9(2).
           02 WS-SC-DD                PIC 9(2).
       01 WS-START-PARTS.
           02 WS-ST-YYYY              PIC 9(4).
           02 WS-ST-MM                PIC 9(2).
           02 WS-ST-DD                PIC 9(2).
       01 WS-MONTHS-TO-ADD            PIC 9(2) VALUE ZERO.
       01 WS-SCHEDULE-DAY-NUMBER      PIC 9(7) VALUE ZERO.
       01 WS-MONTH-LENGTHS     PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           02 WS-MONTH-LENGTH      PIC 9(2) OCCURS 12 TIMES.
       01 WS-DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
       01 WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REMAINDER    PIC 9(3) VALUE ZERO.
       01 WS-ADJUST-FUNCTION   PIC X VALUE "A".
       01 WS-ADJUSTED-DATE     PIC 9(8) VALUE ZERO.
       01 WS-ADJUST-SOURCE     PIC X VALUE "S".

       01 WS-PAID-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-SKIPPED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-ENDED-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-PAID-TOTAL               PIC 9(9)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** STANDING ORDER RUN ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-DETAIL-LINE.
           02 WS-D-ORDER-ID     PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-FROM-ACCT    PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-TARGET-TEXT  PIC X(5).
           02 WS-D-TARGET-ID    PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-RESULT       PIC X(8).
           02 WS-D-REASON       PIC X(30).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(10) VALUE "*** PAID: ".
           02 WS-T-PAID         PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE "  TOTAL: ".
           02 WS-T-PAID-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(11) VALUE "  SKIPPED: ".
           02 WS-T-SKIPPED      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-COLLECT-DUE-ORDER THRU 1100-EXIT
               UNTIL WS-EOF
           PERFORM 1200-LOAD-BALANCES THRU 1200-EXIT
           PERFORM 2000-PROCESS-ONE-ORDER THRU 2000-EXIT
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1050-LOAD-HOLDS THRU 1050-EXIT
           OPEN OUTPUT ORDER-REPORT-FILE
           WRITE ORDER-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE ORDER-REPORT-LINE FROM WS-HEADING-LINE-2
           OPEN I-O STANDORD-FILE
           IF WS-STANDORD-STATUS = "35"
               DISPLAY "No STANDORD on disk - no standing orders"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE LOW-VALUES TO SO-ORDER-ID
           START STANDORD-FILE KEY IS NOT LESS THAN SO-ORDER-ID
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

       1050-LOAD-HOLDS.
           OPEN INPUT ACCT-HOLD-FILE
           IF WS-ACCT-HOLD-STATUS = "35"
               GO TO 1050-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-HOLD-COUNT >= 200
               READ ACCT-HOLD-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE AH-ACCT-NUMBER TO
                           WS-HD-ACCT-NUMBER (WS-HOLD-COUNT)
                       MOVE AH-HOLD-TYPE TO
                           WS-HD-HOLD-TYPE (WS-HOLD-COUNT)
                       MOVE AH-STOP-AMOUNT TO
                           WS-HD-STOP-AMOUNT (WS-HOLD-COUNT)
                       MOVE AH-EFFECTIVE-DATE TO
                           WS-HD-EFFECTIVE (WS-HOLD-COUNT)
                       MOVE AH-EXPIRY-DATE TO
                           WS-HD-EXPIRY (WS-HOLD-COUNT)
               END-READ
           END-PERFORM
           CLOSE ACCT-HOLD-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1050-EXIT.
           EXIT.

       1100-COLLECT-DUE-ORDER.
           READ STANDORD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF NOT SO-ACTIVE OR SO-NEXT-DUE-DATE > WS-BUSINESS-DATE
               GO TO 1100-EXIT
           END-IF
           IF SO-END-DATE NOT = ZERO
               AND SO-SCHEDULED-DATE > SO-END-DATE
               PERFORM 1150-END-LAPSED-ORDER THRU 1150-EXIT
               GO TO 1100-EXIT
           END-IF
           IF WS-DUE-COUNT >= 500
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE SO-ORDER-ID      TO WS-DU-ORDER-ID (WS-DUE-COUNT)
           MOVE SO-FROM-ACCT     TO WS-DU-FROM-ACCT (WS-DUE-COUNT)
           MOVE SO-TARGET-TYPE   TO WS-DU-TARGET-TYPE (WS-DUE-COUNT)
           MOVE SO-TO-ACCT       TO WS-DU-TO-ACCT (WS-DUE-COUNT)
           MOVE SO-TO-CUST-IDENT TO WS-DU-TO-CUST (WS-DUE-COUNT)
           MOVE SO-AMOUNT        TO WS-DU-AMOUNT (WS-DUE-COUNT)
           MOVE "N" TO WS-DU-FROM-FOUND (WS-DUE-COUNT)
           MOVE "N" TO WS-DU-TO-FOUND (WS-DUE-COUNT)
           MOVE ZERO TO WS-DU-FROM-BALANCE (WS-DUE-COUNT).
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> An order whose scheduled payment already lies past its end
      *> date - the end date was brought forward after the schedule
      *> last stepped - has nothing left to pay: it is ended, not
      *> paid, and listed as such.
      *>--------------------------------------------------------------
       1150-END-LAPSED-ORDER.
           MOVE WS-BUSINESS-DATE TO SO-LAST-RUN-DATE
           SET SO-ENDED TO TRUE
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "SORUN - ORDER " SO-ORDER-ID
                       " COULD NOT BE ENDED"
                   GO TO 1150-EXIT
           END-REWRITE
           ADD 1 TO WS-ENDED-COUNT
           MOVE SO-ORDER-ID   TO WS-D-ORDER-ID
           MOVE SO-FROM-ACCT  TO WS-D-FROM-ACCT
           MOVE SO-AMOUNT     TO WS-D-AMOUNT
           IF SO-TO-ACCOUNT
               MOVE " ACCT" TO WS-D-TARGET-TEXT
               MOVE SO-TO-ACCT TO WS-D-TARGET-ID
           ELSE
               MOVE " AR  " TO WS-D-TARGET-TEXT
               MOVE SO-TO-CUST-IDENT TO WS-D-TARGET-ID
           END-IF
           MOVE "ENDED" TO WS-D-RESULT
           MOVE "SCHEDULE PAST END DATE" TO WS-D-REASON
           WRITE ORDER-REPORT-LINE FROM WS-DETAIL-LINE.
       1150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One pass of ACCTBAL marks which due orders' accounts exist
      *> and picks up each from account's balance.
      *>--------------------------------------------------------------
       1200-LOAD-BALANCES.
           IF WS-DUE-COUNT = ZERO
               GO TO 1200-EXIT
           END-IF
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ACCTBAL-STATUS = "35"
               DISPLAY "No ACCTBAL on disk - every due order skips"
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-BALANCE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-MARK-ACCOUNT THRU 1210-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-BALANCE-FILE

           OPEN EXTEND ACCT-TRANS-FILE
           IF WS-ACCT-TRANS-STATUS = "05" OR "35"
               OPEN OUTPUT ACCT-TRANS-FILE
           END-IF
           OPEN EXTEND CASH-TRANS-FILE
           IF WS-CASH-TRANS-STATUS = "05" OR "35"
               OPEN OUTPUT CASH-TRANS-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-MARK-ACCOUNT.
           PERFORM VARYING WS-DUE-SCAN-IDX FROM 1 BY 1
               UNTIL WS-DUE-SCAN-IDX > WS-DUE-COUNT
               IF WS-DU-FROM-ACCT (WS-DUE-SCAN-IDX) = ACCT-NUMBER
                   MOVE "Y" TO WS-DU-FROM-FOUND (WS-DUE-SCAN-IDX)
                   MOVE ACCT-BALANCE
                       TO WS-DU-FROM-BALANCE (WS-DUE-SCAN-IDX)
               END-IF
               IF WS-DU-TARGET-TYPE (WS-DUE-SCAN-IDX) = "A"
                   AND WS-DU-TO-ACCT (WS-DUE-SCAN-IDX) = ACCT-NUMBER
                   MOVE "Y" TO WS-DU-TO-FOUND (WS-DUE-SCAN-IDX)
               END-IF
           END-PERFORM.
       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One due order: pay it if nothing stands in the way, list
      *> it either way, and step its schedule on.
      *>--------------------------------------------------------------
       2000-PROCESS-ONE-ORDER.
           PERFORM 2100-CHECK-ORDER THRU 2100-EXIT
           MOVE WS-DU-ORDER-ID (WS-DUE-IDX)  TO WS-D-ORDER-ID
           MOVE WS-DU-FROM-ACCT (WS-DUE-IDX) TO WS-D-FROM-ACCT
           MOVE WS-DU-AMOUNT (WS-DUE-IDX)    TO WS-D-AMOUNT
           IF WS-DU-TARGET-TYPE (WS-DUE-IDX) = "A"
               MOVE " ACCT" TO WS-D-TARGET-TEXT
               MOVE WS-DU-TO-ACCT (WS-DUE-IDX) TO WS-D-TARGET-ID
           ELSE
               MOVE " AR  " TO WS-D-TARGET-TEXT
               MOVE WS-DU-TO-CUST (WS-DUE-IDX) TO WS-D-TARGET-ID
           END-IF
           IF WS-SKIP-REASON = SPACES
               PERFORM 2200-GENERATE-TRANSFER THRU 2200-EXIT
               MOVE "PAID" TO WS-D-RESULT
               MOVE SPACES TO WS-D-REASON
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED" TO WS-D-RESULT
               MOVE WS-SKIP-REASON TO WS-D-REASON
           END-IF
           WRITE ORDER-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 2500-ADVANCE-ORDER THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Why the order cannot go, or spaces if it can.  Holds are
      *> read the way acctpost.cob reads them: a freeze stops the
      *> account, a stop-payment stops the debit it names (amount
      *> zero stops them all), both within their dates.
      *>--------------------------------------------------------------
       2100-CHECK-ORDER.
           MOVE SPACES TO WS-SKIP-REASON
           IF WS-DU-FROM-FOUND (WS-DUE-IDX) NOT = "Y"
               MOVE "FROM ACCOUNT NOT ON ACCTBAL" TO WS-SKIP-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-DU-TARGET-TYPE (WS-DUE-IDX) = "A"
               AND WS-DU-TO-FOUND (WS-DUE-IDX) NOT = "Y"
               MOVE "TO ACCOUNT NOT ON ACCTBAL" TO WS-SKIP-REASON
               GO TO 2100-EXIT
           END-IF
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                  OR WS-SKIP-REASON NOT = SPACES
               IF WS-HD-EFFECTIVE (WS-HOLD-IDX) <= WS-BUSINESS-DATE
                   AND (WS-HD-EXPIRY (WS-HOLD-IDX) = ZERO
                       OR WS-HD-EXPIRY (WS-HOLD-IDX)
                           >= WS-BUSINESS-DATE)
                   EVALUATE TRUE
                       WHEN WS-HD-ACCT-NUMBER (WS-HOLD-IDX)
                               = WS-DU-FROM-ACCT (WS-DUE-IDX)
                           AND WS-HD-HOLD-TYPE (WS-HOLD-IDX) = "F"
                           MOVE "FROM ACCOUNT FROZEN"
                               TO WS-SKIP-REASON
                       WHEN WS-HD-ACCT-NUMBER (WS-HOLD-IDX)
                               = WS-DU-FROM-ACCT (WS-DUE-IDX)
                           AND WS-HD-HOLD-TYPE (WS-HOLD-IDX) = "S"
                           AND (WS-HD-STOP-AMOUNT (WS-HOLD-IDX) = ZERO
                               OR WS-HD-STOP-AMOUNT (WS-HOLD-IDX)
                                   = WS-DU-AMOUNT (WS-DUE-IDX))
                           MOVE "STOP PAYMENT ON FROM ACCOUNT"
                               TO WS-SKIP-REASON
                       WHEN WS-DU-TARGET-TYPE (WS-DUE-IDX) = "A"
                           AND WS-HD-ACCT-NUMBER (WS-HOLD-IDX)
                               = WS-DU-TO-ACCT (WS-DUE-IDX)
                           AND WS-HD-HOLD-TYPE (WS-HOLD-IDX) = "F"
                           MOVE "TO ACCOUNT FROZEN"
                               TO WS-SKIP-REASON
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-SKIP-REASON NOT = SPACES
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-PROJECTED-BALANCE =
               WS-DU-FROM-BALANCE (WS-DUE-IDX)
                   - WS-DU-AMOUNT (WS-DUE-IDX)
           IF WS-PROJECTED-BALANCE < ZERO
               MOVE "WOULD OVERDRAW FROM ACCOUNT" TO WS-SKIP-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The debit, then the credit or the receivables payment; the
      *> amount comes off the from account's balance for every
      *> later order drawing on it this run.
      *>--------------------------------------------------------------
       2200-GENERATE-TRANSFER.
           MOVE WS-DU-FROM-ACCT (WS-DUE-IDX) TO AT-ACCT-NUMBER
           MOVE "D"                          TO AT-TRANS-CODE
           MOVE WS-DU-AMOUNT (WS-DUE-IDX)    TO AT-AMOUNT
           MOVE "T"                          TO AT-CHANNEL
           WRITE ACCT-TRANS-RECORD
           IF WS-DU-TARGET-TYPE (WS-DUE-IDX) = "A"
               MOVE WS-DU-TO-ACCT (WS-DUE-IDX) TO AT-ACCT-NUMBER
               MOVE "C"                        TO AT-TRANS-CODE
               MOVE WS-DU-AMOUNT (WS-DUE-IDX)  TO AT-AMOUNT
               WRITE ACCT-TRANS-RECORD
           ELSE
               MOVE WS-DU-TO-CUST (WS-DUE-IDX) TO CT-CUST-IDENT
               MOVE ZERO                       TO CT-INVOICE-NO
               MOVE WS-DU-AMOUNT (WS-DUE-IDX)  TO CT-PAYMENT-AMOUNT
               MOVE WS-BUSINESS-DATE           TO CT-PAYMENT-DATE
               WRITE CASH-TRANS-RECORD
           END-IF
           PERFORM VARYING WS-DUE-SCAN-IDX FROM 1 BY 1
               UNTIL WS-DUE-SCAN-IDX > WS-DUE-COUNT
               IF WS-DU-FROM-ACCT (WS-DUE-SCAN-IDX)
                   = WS-DU-FROM-ACCT (WS-DUE-IDX)
                   SUBTRACT WS-DU-AMOUNT (WS-DUE-IDX)
                       FROM WS-DU-FROM-BALANCE (WS-DUE-SCAN-IDX)
               END-IF
           END-PERFORM
           ADD 1 TO WS-PAID-COUNT
           ADD WS-DU-AMOUNT (WS-DUE-IDX) TO WS-PAID-TOTAL.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Record the occurrence on the order and step the schedule
      *> on; the next due date is the new scheduled date moved to a
      *> business day.
      *>--------------------------------------------------------------
       2500-ADVANCE-ORDER.
           MOVE WS-DU-ORDER-ID (WS-DUE-IDX) TO SO-ORDER-ID
           READ STANDORD-FILE
               INVALID KEY
                   DISPLAY "SORUN - ORDER " SO-ORDER-ID
                       " NOT FOUND TO ADVANCE"
                   GO TO 2500-EXIT
           END-READ
           MOVE WS-BUSINESS-DATE TO SO-LAST-RUN-DATE
           IF WS-SKIP-REASON = SPACES
               SET SO-LAST-PAID TO TRUE
           ELSE
               SET SO-LAST-SKIPPED TO TRUE
           END-IF

           MOVE SO-SCHEDULED-DATE TO WS-SCHEDULE-DATE
           EVALUATE TRUE
               WHEN SO-WEEKLY
                   COMPUTE WS-SCHEDULE-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (WS-SCHEDULE-DATE) + 7
                   COMPUTE WS-SCHEDULE-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-SCHEDULE-DAY-NUMBER)
               WHEN SO-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
                   PERFORM 2600-ADD-MONTHS THRU 2600-EXIT
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
                   PERFORM 2600-ADD-MONTHS THRU 2600-EXIT
           END-EVALUATE
           MOVE WS-SCHEDULE-DATE TO SO-SCHEDULED-DATE

           IF SO-END-DATE NOT = ZERO
               AND SO-SCHEDULED-DATE > SO-END-DATE
               SET SO-ENDED TO TRUE
               ADD 1 TO WS-ENDED-COUNT
           ELSE
               MOVE SO-SCHEDULED-DATE TO WS-ADJUSTED-DATE
               CALL "datesrv" USING WS-ADJUST-FUNCTION
                   WS-ADJUSTED-DATE WS-ADJUST-SOURCE
               MOVE WS-ADJUSTED-DATE TO SO-NEXT-DUE-DATE
           END-IF
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "SORUN - ORDER " SO-ORDER-ID
                       " COULD NOT BE ADVANCED"
           END-REWRITE.
       2500-EXIT.
           EXIT.

       2600-ADD-MONTHS.
           ADD WS-MONTHS-TO-ADD TO WS-SC-MM
           IF WS-SC-MM > 12
               SUBTRACT 12 FROM WS-SC-MM
               ADD 1 TO WS-SC-YYYY
           END-IF
           MOVE SO-START-DATE TO WS-START-PARTS
           MOVE WS-MONTH-LENGTH (WS-SC-MM) TO WS-DAYS-IN-MONTH
           IF WS-SC-MM = 2
               DIVIDE WS-SC-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-SC-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-SC-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ST-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-SC-DD
           ELSE
               MOVE WS-ST-DD TO WS-SC-DD
           END-IF.
       2600-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-PAID-COUNT    TO WS-T-PAID
           MOVE WS-PAID-TOTAL    TO WS-T-PAID-TOTAL
           MOVE WS-SKIPPED-COUNT TO WS-T-SKIPPED
           WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Orders due:         " WS-DUE-COUNT
           DISPLAY "Orders paid:        " WS-PAID-COUNT
           DISPLAY "Orders skipped:     " WS-SKIPPED-COUNT
           DISPLAY "Orders ended:       " WS-ENDED-COUNT
           IF WS-DEFERRED-COUNT > ZERO
               DISPLAY "SORUN - " WS-DEFERRED-COUNT
                   " DUE ORDERS LEFT FOR TOMORROW - TABLE FULL"
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-STANDORD-STATUS NOT = "35"
               CLOSE STANDORD-FILE
           END-IF
           IF WS-DUE-COUNT > ZERO AND WS-ACCTBAL-STATUS NOT = "35"
               CLOSE ACCT-TRANS-FILE
               CLOSE CASH-TRANS-FILE
           END-IF
           CLOSE ORDER-REPORT-FILE.
       9000-EXIT.
           EXIT.
