       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tdmat.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Daily term-deposit run over the TERMDEP certificates (see
      *> TDREC.cpy), in ACCTBAL order.  A certificate coming up to
      *> maturity within TDPARM's notice days (30 without one) gets
      *> one maturity notice per term on the TDNOTICE file, with
      *> the customer from the acctcust cross-reference and the
      *> rate a rollover would pay today, so the customer has time
      *> to give instructions.  A certificate whose maturity date
      *> has come first has its accrued interest capitalized - the
      *> whole cents go out as an INTTRANS credit, the way intacc
      *> does it monthly - and is then dealt with as the customer
      *> said: R rolls it over for the same term from the maturity
      *> date at the current TDRATE rate (the contracted rate stays
      *> when the sheet has none), P pays the balance and the
      *> capitalized interest out to the payout account as an
      *> ACCTTRAN debit and credit pair and closes the certificate.
      *> A payout a hold in force on either account would stop is
      *> not made; the certificate stays matured and the payout is
      *> tried again on the next run.  ACCTBAL rewrites through the
      *> TDWORK work file, the capitalized interest posts to the
      *> ledger like intacc's, and every notice and maturity lists
      *> on TDMATRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT WORK-BALANCE-FILE ASSIGN TO "TDWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-BALANCE-STATUS.
           SELECT TD-PARM-FILE ASSIGN TO "TDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-PARM-STATUS.
           SELECT TD-RATE-FILE ASSIGN TO "TDRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-RATE-STATUS.
           SELECT ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-HOLD-STATUS.
           SELECT ACCT-TRANS-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-TRANS-STATUS.
           SELECT INT-TRANS-FILE ASSIGN TO "INTTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-TRANS-STATUS.
           SELECT TD-NOTICE-FILE ASSIGN TO "TDNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-NOTICE-STATUS.
           SELECT TD-REPORT-FILE ASSIGN TO "TDMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMDEP-FILE.
           COPY TDREC.

       FD  ACCOUNT-BALANCE-FILE.
           COPY ACCTREC.

       FD  WORK-BALANCE-FILE.
       01 WORK-BALANCE-RECORD         PIC X(60).

       FD  TD-PARM-FILE.
       01 TD-PARM-RECORD.
           02 TP-NOTICE-DAYS      PIC 9(3).
           02 FILLER              PIC X(2).
           02 TP-PENALTY-DAYS     PIC 9(3).

       FD  TD-RATE-FILE.
       01 TD-RATE-RECORD.
           02 TR-TERM-MONTHS      PIC 9(3).
           02 FILLER              PIC X(2).
           02 TR-ANNUAL-RATE      PIC 9V9999.

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

       FD  INT-TRANS-FILE.
       01 INT-TRANS-RECORD.
           02 IT-ACCT-NUMBER      PIC 9(6).
           02 IT-TRANS-CODE       PIC X(1).
           02 IT-AMOUNT           PIC 9(6)V99.

       FD  TD-NOTICE-FILE.
       01 TD-NOTICE-RECORD.
           02 NT-NOTICE-DATE      PIC 9(8).
           02 FILLER              PIC X(2).
           02 NT-ACCT-NUMBER      PIC 9(6).
           02 FILLER              PIC X(2).
           02 NT-CUST-IDENT       PIC 9(7).
           02 FILLER              PIC X(2).
           02 NT-CUST-NAME        PIC X(20).
           02 FILLER              PIC X(2).
           02 NT-MATURITY-DATE    PIC 9(8).
           02 FILLER              PIC X(2).
           02 NT-BALANCE          PIC 9(6)V99.
           02 FILLER              PIC X(2).
           02 NT-TERM-MONTHS      PIC 9(3).
           02 FILLER              PIC X(2).
           02 NT-CONTRACT-RATE    PIC 9V9999.
           02 FILLER              PIC X(2).
           02 NT-RENEWAL-RATE     PIC 9V9999.
           02 FILLER              PIC X(2).
           02 NT-INSTRUCTION      PIC X(1).
           02 FILLER              PIC X(2).
           02 NT-PAYOUT-ACCT      PIC 9(6).

       FD  TD-REPORT-FILE.
       01 TD-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-TERMDEP-STATUS           PIC XX VALUE "00".
       01 WS-ACCTBAL-STATUS           PIC XX VALUE "00".
       01 WS-WORK-BALANCE-STATUS      PIC XX VALUE "00".
       01 WS-TD-PARM-STATUS           PIC XX VALUE "00".
       01 WS-TD-RATE-STATUS           PIC XX VALUE "00".
       01 WS-ACCT-HOLD-STATUS         PIC XX VALUE "00".
       01 WS-ACCT-TRANS-STATUS        PIC XX VALUE "00".
       01 WS-INT-TRANS-STATUS         PIC XX VALUE "00".
       01 WS-TD-NOTICE-STATUS         PIC XX VALUE "00".
       01 WS-TD-REPORT-STATUS         PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-TERMDEP-OPEN-SWITCH      PIC X VALUE "N".
           88 WS-TERMDEP-OPEN             VALUE "Y".
       01 WS-TD-CHANGED-SWITCH        PIC X VALUE "N".
           88 WS-TD-CHANGED               VALUE "Y".

       01 WS-NOTICE-DAYS              PIC 9(3) VALUE 30.
       01 WS-NOTICE-CUTOFF-DATE       PIC 9(8) VALUE ZERO.
       01 WS-DAY-NUMBER               PIC 9(7) VALUE ZERO.

      *>--------------------------------------------------------------
      *> The rate sheet: each TDRATE row is the annual rate paid on
      *> certificates of at least that many months.
      *>--------------------------------------------------------------
       01 WS-RATE-COUNT               PIC 99 COMP VALUE ZERO.
       01 WS-RATE-IDX                 PIC 99 COMP VALUE ZERO.
       01 WS-RATE-TABLE.
           02 WS-RATE-ENTRY OCCURS 20 TIMES.
               03 WS-RT-TERM-MONTHS   PIC 9(3).
               03 WS-RT-ANNUAL-RATE   PIC 9V9999.
       01 WS-BEST-TERM                PIC 9(3) VALUE ZERO.
       01 WS-RENEWAL-RATE             PIC 9V9999 VALUE ZERO.

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
       01 WS-PAYOUT-HELD-SWITCH       PIC X VALUE "N".
           88 WS-PAYOUT-HELD              VALUE "Y".

       01 WS-CAPITALIZED-CENTS        PIC 9(6)V99 VALUE ZERO.
       01 WS-PAYOUT-AMOUNT            PIC S9(7)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Maturity arithmetic: the old maturity date plus the term,
      *> kept to its day of the month (the month's last day when
      *> shorter).
      *>--------------------------------------------------------------
       01 WS-EDIT-DATE         PIC 9(8) VALUE ZERO.
       01 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           02 WS-ED-YYYY           PIC 9(4).
           02 WS-ED-MM             PIC 9(2).
           02 WS-ED-DD             PIC 9(2).
       01 WS-MONTH-LENGTHS     PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           02 WS-MONTH-LENGTH      PIC 9(2) OCCURS 12 TIMES.
       01 WS-DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
       01 WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REMAINDER    PIC 9(3) VALUE ZERO.
       01 WS-MONTH-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-YEARS-TO-ADD      PIC 9(3) VALUE ZERO.
       01 WS-ANCHOR-DAY        PIC 9(2) VALUE ZERO.

       01 WS-XREF-ACCT-NUMBER      PIC 9(6) VALUE ZERO.
       01 WS-XREF-CUST-IDENT       PIC 9(7) VALUE ZERO.
       01 WS-XREF-CUST-NAME        PIC X(20) VALUE SPACES.
       01 WS-XREF-FOUND-SWITCH     PIC X VALUE "N".

       01 WS-NOTICE-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-ROLLED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-PAID-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-HELD-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-PAID-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-CAPITALIZED        PIC 9(9)V99 VALUE ZERO.

       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "TDMAT".
       01 WS-GL-EXPENSE-ACCT    PIC 9(4) VALUE 5100.
       01 WS-GL-DEPOSITS-ACCT   PIC 9(4) VALUE 2000.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE "TD INTEREST".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** TERM DEPOSIT MATURITY RUN ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ACCT-NUMBER  PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-MATURITY     PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-BALANCE      PIC -ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(22).
           02 WS-D-RATE         PIC 9.9999.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-OTHER-ACCT   PIC ZZZZZZ.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NEW-MATURITY PIC ZZZZZZZZ.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(13) VALUE "*** NOTICES: ".
           02 WS-T-NOTICES      PIC ZZZZ9.
           02 FILLER            PIC X(10) VALUE "  ROLLED: ".
           02 WS-T-ROLLED       PIC ZZZZ9.
           02 FILLER            PIC X(8)  VALUE "  PAID: ".
           02 WS-T-PAID         PIC ZZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-T-PAID-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(8)  VALUE "  HELD: ".
           02 WS-T-HELD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 7000-COPY-MASTER-BACK THRU 7000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT
           PERFORM 1300-LOAD-HOLDS THRU 1300-EXIT
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   + WS-NOTICE-DAYS
           COMPUTE WS-NOTICE-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)

           OPEN OUTPUT TD-REPORT-FILE
           WRITE TD-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE TD-REPORT-LINE FROM WS-HEADING-LINE-2
           OPEN I-O TERMDEP-FILE
           IF WS-TERMDEP-STATUS NOT = "00"
               DISPLAY "No TERMDEP on disk - no term deposits"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-TERMDEP-OPEN TO TRUE
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ACCTBAL-STATUS = "35"
               DISPLAY "No ACCTBAL on disk - nothing to mature"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT WORK-BALANCE-FILE
           OPEN EXTEND ACCT-TRANS-FILE
           IF WS-ACCT-TRANS-STATUS = "05" OR "35"
               OPEN OUTPUT ACCT-TRANS-FILE
           END-IF
           OPEN EXTEND INT-TRANS-FILE
           IF WS-INT-TRANS-STATUS = "05" OR "35"
               OPEN OUTPUT INT-TRANS-FILE
           END-IF
           OPEN EXTEND TD-NOTICE-FILE
           IF WS-TD-NOTICE-STATUS = "05" OR "35"
               OPEN OUTPUT TD-NOTICE-FILE
           END-IF
           READ ACCOUNT-BALANCE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-PARMS.
           OPEN INPUT TD-PARM-FILE
           IF WS-TD-PARM-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           READ TD-PARM-FILE
               NOT AT END
                   IF TP-NOTICE-DAYS IS NUMERIC
                       MOVE TP-NOTICE-DAYS TO WS-NOTICE-DAYS
                   END-IF
           END-READ
           CLOSE TD-PARM-FILE.
       1100-EXIT.
           EXIT.

       1200-LOAD-RATES.
           OPEN INPUT TD-RATE-FILE
           IF WS-TD-RATE-STATUS = "35"
               DISPLAY "TDRATE missing - rollovers keep their rate"
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-RATE-COUNT >= 20
               READ TD-RATE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RATE-COUNT
                       MOVE TR-TERM-MONTHS TO
                           WS-RT-TERM-MONTHS (WS-RATE-COUNT)
                       MOVE TR-ANNUAL-RATE TO
                           WS-RT-ANNUAL-RATE (WS-RATE-COUNT)
               END-READ
           END-PERFORM
           CLOSE TD-RATE-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1300-LOAD-HOLDS.
           OPEN INPUT ACCT-HOLD-FILE
           IF WS-ACCT-HOLD-STATUS = "35"
               GO TO 1300-EXIT
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
       1300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One account: an active certificate on it may be due its
      *> notice or have matured.  Every record rides the work file
      *> out, changed or not.
      *>--------------------------------------------------------------
       2000-PROCESS-ONE-ACCOUNT.
           IF ACCT-ACCRUED-INTEREST NOT NUMERIC
               MOVE ZERO TO ACCT-ACCRUED-INTEREST
           END-IF
           IF ACCT-LAST-ACTIVITY-DATE NOT NUMERIC
               MOVE ZERO TO ACCT-LAST-ACTIVITY-DATE
           END-IF
           MOVE "N" TO WS-TD-CHANGED-SWITCH
           MOVE ACCT-NUMBER TO TD-ACCT-NUMBER
           READ TERMDEP-FILE
               INVALID KEY GO TO 2000-NEXT
           END-READ
           IF NOT TD-ACTIVE
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-FIND-RENEWAL-RATE THRU 2100-EXIT
           IF TD-MATURITY-DATE <= WS-BUSINESS-DATE
               PERFORM 3000-MATURE-CERTIFICATE THRU 3000-EXIT
           ELSE
               IF TD-NOTICE-DATE = ZERO
                   AND TD-MATURITY-DATE <= WS-NOTICE-CUTOFF-DATE
                   PERFORM 2500-SEND-NOTICE THRU 2500-EXIT
               END-IF
           END-IF
           IF WS-TD-CHANGED
               REWRITE TERM-DEPOSIT-RECORD
                   INVALID KEY
                       DISPLAY "TDMAT - CERTIFICATE " TD-ACCT-NUMBER
                           " COULD NOT BE UPDATED"
               END-REWRITE
           END-IF.
       2000-NEXT.
           WRITE WORK-BALANCE-RECORD FROM ACCOUNT-BALANCE-RECORD
           READ ACCOUNT-BALANCE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FIND-RENEWAL-RATE.
           MOVE TD-ANNUAL-RATE TO WS-RENEWAL-RATE
           MOVE ZERO TO WS-BEST-TERM
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-TERM-MONTHS (WS-RATE-IDX) <= TD-TERM-MONTHS
                   AND WS-RT-TERM-MONTHS (WS-RATE-IDX)
                       >= WS-BEST-TERM
                   MOVE WS-RT-TERM-MONTHS (WS-RATE-IDX)
                       TO WS-BEST-TERM
                   MOVE WS-RT-ANNUAL-RATE (WS-RATE-IDX)
                       TO WS-RENEWAL-RATE
               END-IF
           END-PERFORM.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One notice per term: what matures when, what the customer
      *> told us to do with it, and what a rollover would pay.
      *>--------------------------------------------------------------
       2500-SEND-NOTICE.
           MOVE ACCT-NUMBER TO WS-XREF-ACCT-NUMBER
           CALL "acctcust" USING WS-XREF-ACCT-NUMBER
               WS-XREF-CUST-IDENT WS-XREF-CUST-NAME
               WS-XREF-FOUND-SWITCH
           MOVE SPACES             TO TD-NOTICE-RECORD
           MOVE WS-BUSINESS-DATE   TO NT-NOTICE-DATE
           MOVE ACCT-NUMBER        TO NT-ACCT-NUMBER
           MOVE WS-XREF-CUST-IDENT TO NT-CUST-IDENT
           IF WS-XREF-CUST-NAME = SPACES
               MOVE ACCT-NAME TO NT-CUST-NAME
           ELSE
               MOVE WS-XREF-CUST-NAME TO NT-CUST-NAME
           END-IF
           MOVE TD-MATURITY-DATE   TO NT-MATURITY-DATE
           IF ACCT-BALANCE > ZERO
               MOVE ACCT-BALANCE TO NT-BALANCE
           ELSE
               MOVE ZERO TO NT-BALANCE
           END-IF
           MOVE TD-TERM-MONTHS     TO NT-TERM-MONTHS
           MOVE TD-ANNUAL-RATE     TO NT-CONTRACT-RATE
           MOVE WS-RENEWAL-RATE    TO NT-RENEWAL-RATE
           MOVE TD-INSTRUCTION     TO NT-INSTRUCTION
           MOVE TD-PAYOUT-ACCT     TO NT-PAYOUT-ACCT
           WRITE TD-NOTICE-RECORD
           MOVE WS-BUSINESS-DATE TO TD-NOTICE-DATE
           SET WS-TD-CHANGED TO TRUE
           ADD 1 TO WS-NOTICE-COUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ACCT-NUMBER      TO WS-D-ACCT-NUMBER
           MOVE TD-MATURITY-DATE TO WS-D-MATURITY
           MOVE ACCT-BALANCE     TO WS-D-BALANCE
           MOVE "NOTICE SENT"    TO WS-D-ACTION
           MOVE WS-RENEWAL-RATE  TO WS-D-RATE
           MOVE ZERO             TO WS-D-OTHER-ACCT
           MOVE ZERO             TO WS-D-NEW-MATURITY
           WRITE TD-REPORT-LINE FROM WS-DETAIL-LINE.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Maturity: capitalize the accrual, then roll over or pay
      *> out as instructed.  A certificate with no instruction on
      *> file rolls over - the money stays where the customer put
      *> it.
      *>--------------------------------------------------------------
       3000-MATURE-CERTIFICATE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ACCT-NUMBER      TO WS-D-ACCT-NUMBER
           MOVE TD-MATURITY-DATE TO WS-D-MATURITY
           MOVE ZERO             TO WS-D-OTHER-ACCT
           MOVE ZERO             TO WS-D-NEW-MATURITY
           MOVE ZERO             TO WS-D-RATE

           IF TD-PAY-OUT
               PERFORM 3300-CHECK-PAYOUT-HOLDS THRU 3300-EXIT
               IF WS-PAYOUT-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE ACCT-BALANCE        TO WS-D-BALANCE
                   MOVE "PAYOUT HELD"       TO WS-D-ACTION
                   MOVE TD-PAYOUT-ACCT      TO WS-D-OTHER-ACCT
                   WRITE TD-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO 3000-EXIT
               END-IF
           END-IF

           PERFORM 3100-CAPITALIZE-INTEREST THRU 3100-EXIT
           COMPUTE WS-PAYOUT-AMOUNT =
               ACCT-BALANCE + WS-CAPITALIZED-CENTS
           MOVE WS-PAYOUT-AMOUNT TO WS-D-BALANCE
           SET WS-TD-CHANGED TO TRUE

           IF TD-PAY-OUT
               IF WS-PAYOUT-AMOUNT > ZERO
                   MOVE ACCT-NUMBER      TO AT-ACCT-NUMBER
                   MOVE "D"              TO AT-TRANS-CODE
                   MOVE "T"              TO AT-CHANNEL
                   MOVE WS-PAYOUT-AMOUNT TO AT-AMOUNT
                   WRITE ACCT-TRANS-RECORD
                   MOVE TD-PAYOUT-ACCT   TO AT-ACCT-NUMBER
                   MOVE "C"              TO AT-TRANS-CODE
                   MOVE WS-PAYOUT-AMOUNT TO AT-AMOUNT
                   WRITE ACCT-TRANS-RECORD
                   ADD WS-PAYOUT-AMOUNT TO WS-PAID-TOTAL
               END-IF
               SET TD-CLOSED TO TRUE
               ADD 1 TO WS-PAID-COUNT
               MOVE "PAID OUT"       TO WS-D-ACTION
               MOVE TD-PAYOUT-ACCT   TO WS-D-OTHER-ACCT
           ELSE
               PERFORM 3200-ROLL-OVER THRU 3200-EXIT
               ADD 1 TO WS-ROLLED-COUNT
               MOVE "ROLLED OVER"    TO WS-D-ACTION
               MOVE TD-ANNUAL-RATE   TO WS-D-RATE
               MOVE TD-MATURITY-DATE TO WS-D-NEW-MATURITY
           END-IF
           WRITE TD-REPORT-LINE FROM WS-DETAIL-LINE.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The accrual's whole cents become an INTTRANS credit, as on
      *> intacc.cob's capitalization day; the fraction stays
      *> accrued on the account.
      *>--------------------------------------------------------------
       3100-CAPITALIZE-INTEREST.
           MOVE ZERO TO WS-CAPITALIZED-CENTS
           IF ACCT-ACCRUED-INTEREST < 0.01
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-CAPITALIZED-CENTS =
               FUNCTION INTEGER (ACCT-ACCRUED-INTEREST * 100) / 100
           MOVE ACCT-NUMBER          TO IT-ACCT-NUMBER
           MOVE "C"                  TO IT-TRANS-CODE
           MOVE WS-CAPITALIZED-CENTS TO IT-AMOUNT
           WRITE INT-TRANS-RECORD
           SUBTRACT WS-CAPITALIZED-CENTS FROM ACCT-ACCRUED-INTEREST
           ADD WS-CAPITALIZED-CENTS TO WS-TOTAL-CAPITALIZED.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A new term from the old maturity date, same length, at the
      *> rate on the sheet today; the next term earns its own
      *> notice.
      *>--------------------------------------------------------------
       3200-ROLL-OVER.
           MOVE WS-RENEWAL-RATE TO TD-ANNUAL-RATE
           MOVE TD-MATURITY-DATE TO TD-OPEN-DATE
           MOVE TD-OPEN-DATE TO WS-EDIT-DATE
           MOVE WS-ED-DD TO WS-ANCHOR-DAY
           COMPUTE WS-MONTH-COUNT = WS-ED-MM - 1 + TD-TERM-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-YEARS-TO-ADD
               REMAINDER WS-ED-MM
           ADD 1 TO WS-ED-MM
           ADD WS-YEARS-TO-ADD TO WS-ED-YYYY
           PERFORM 3250-SET-DAYS-IN-MONTH THRU 3250-EXIT
           IF WS-ANCHOR-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-ED-DD
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-ED-DD
           END-IF
           MOVE WS-EDIT-DATE TO TD-MATURITY-DATE
           MOVE ZERO TO TD-NOTICE-DATE
           ADD 1 TO TD-ROLLOVER-COUNT.
       3200-EXIT.
           EXIT.

       3250-SET-DAYS-IN-MONTH.
           MOVE WS-MONTH-LENGTH (WS-ED-MM) TO WS-DAYS-IN-MONTH
           IF WS-ED-MM = 2
               DIVIDE WS-ED-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-ED-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-ED-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A freeze on either account, or a stop-payment on the
      *> certificate, stops the payout the way acctpost.cob would
      *> stop the debit - and a credit landing without its debit
      *> would make money out of nothing.
      *>--------------------------------------------------------------
       3300-CHECK-PAYOUT-HOLDS.
           MOVE "N" TO WS-PAYOUT-HELD-SWITCH
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                  OR WS-PAYOUT-HELD
               IF WS-HD-EFFECTIVE (WS-HOLD-IDX) <= WS-BUSINESS-DATE
                   AND (WS-HD-EXPIRY (WS-HOLD-IDX) = ZERO
                       OR WS-HD-EXPIRY (WS-HOLD-IDX)
                           >= WS-BUSINESS-DATE)
                   EVALUATE TRUE
                       WHEN WS-HD-HOLD-TYPE (WS-HOLD-IDX) = "F"
                           AND (WS-HD-ACCT-NUMBER (WS-HOLD-IDX)
                                   = ACCT-NUMBER
                               OR WS-HD-ACCT-NUMBER (WS-HOLD-IDX)
                                   = TD-PAYOUT-ACCT)
                           SET WS-PAYOUT-HELD TO TRUE
                       WHEN WS-HD-HOLD-TYPE (WS-HOLD-IDX) = "S"
                           AND WS-HD-ACCT-NUMBER (WS-HOLD-IDX)
                               = ACCT-NUMBER
                           SET WS-PAYOUT-HELD TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
       3300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Copy the updated master back over ACCTBAL, the same
      *> two-pass write-back intacc.cob uses.
      *>--------------------------------------------------------------
       7000-COPY-MASTER-BACK.
           IF NOT WS-TERMDEP-OPEN OR WS-ACCTBAL-STATUS = "35"
               GO TO 7000-EXIT
           END-IF
           CLOSE WORK-BALANCE-FILE
           CLOSE ACCOUNT-BALANCE-FILE
           OPEN INPUT WORK-BALANCE-FILE
           OPEN OUTPUT ACCOUNT-BALANCE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ WORK-BALANCE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE ACCOUNT-BALANCE-RECORD
                           FROM WORK-BALANCE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-BALANCE-FILE
           CLOSE ACCOUNT-BALANCE-FILE
           CLOSE ACCT-TRANS-FILE
           CLOSE INT-TRANS-FILE
           CLOSE TD-NOTICE-FILE.
       7000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-NOTICE-COUNT  TO WS-T-NOTICES
           MOVE WS-ROLLED-COUNT  TO WS-T-ROLLED
           MOVE WS-PAID-COUNT    TO WS-T-PAID
           MOVE WS-PAID-TOTAL    TO WS-T-PAID-TOTAL
           MOVE WS-HELD-COUNT    TO WS-T-HELD
           WRITE TD-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Maturity notices:     " WS-NOTICE-COUNT
           DISPLAY "Certificates rolled:  " WS-ROLLED-COUNT
           DISPLAY "Certificates paid:    " WS-PAID-COUNT
           DISPLAY "Payouts held:         " WS-HELD-COUNT.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Interest capitalized at maturity is expense owed to
      *> depositors, posted the way intacc.cob posts its own.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           MOVE WS-TOTAL-CAPITALIZED TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-EXPENSE-ACCT
               WS-GL-DEPOSITS-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-TERMDEP-OPEN
               CLOSE TERMDEP-FILE
           END-IF
           CLOSE TD-REPORT-FILE.
       9000-EXIT.
           EXIT.
