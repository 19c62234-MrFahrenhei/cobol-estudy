       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tdmaint.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for TERMDEP, the term-deposit master
      *> (see TDREC.cpy).  Menu-driven the same way vendmnt.cob
      *> maintains VENDMAST: open a certificate on an ACCTBAL
      *> account, record the customer's maturity instruction, or
      *> list every certificate on file.  The rate offered is the
      *> current TDRATE rate for the term (the row for the longest
      *> term not over it), which the operator may override with
      *> the contracted rate; the maturity date is worked out from
      *> the open date and term here and never keyed.  Once a
      *> certificate is open only its instruction changes - rate,
      *> term, and dates are the contract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT TD-RATE-FILE ASSIGN TO "TDRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-RATE-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMDEP-FILE.
           COPY TDREC.

       FD  TD-RATE-FILE.
       01 TD-RATE-RECORD.
           02 TR-TERM-MONTHS      PIC 9(3).
           02 FILLER              PIC X(2).
           02 TR-ANNUAL-RATE      PIC 9V9999.

       FD  ACCOUNT-BALANCE-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-TERMDEP-STATUS    PIC XX VALUE "00".
           88 WS-TERMDEP-OK        VALUE "00".
           88 WS-TERMDEP-NEW       VALUE "35".
           88 WS-TERMDEP-EOF       VALUE "10".
       01 WS-TD-RATE-STATUS    PIC XX VALUE "00".
       01 WS-ACCTBAL-STATUS    PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-OPEN       VALUE 1.
           88 WS-CHOICE-INSTRUCT   VALUE 2.
           88 WS-CHOICE-LIST       VALUE 3.
           88 WS-CHOICE-EXIT       VALUE 4.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-FIELDS-SWITCH     PIC X VALUE "N".
           88 WS-FIELDS-VALID      VALUE "Y".
       01 WS-EOF-SWITCH        PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".
       01 WS-FOUND-SWITCH      PIC X VALUE "N".
           88 WS-ACCOUNT-FOUND     VALUE "Y".

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
       01 WS-OFFERED-RATE             PIC 9V9999 VALUE ZERO.

       01 WS-LOOKUP-ACCT       PIC 9(6) VALUE ZERO.
       01 WS-KEYED-RATE        PIC 9V9999 VALUE ZERO.

       01 WS-EDIT-DATE         PIC 9(8) VALUE ZERO.
       01 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           02 WS-ED-YYYY           PIC 9(4).
           02 WS-ED-MM             PIC 9(2).
           02 WS-ED-DD             PIC 9(2).
       01 WS-DATE-SWITCH       PIC X VALUE "N".
           88 WS-DATE-VALID        VALUE "Y".
       01 WS-MONTH-LENGTHS     PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           02 WS-MONTH-LENGTH      PIC 9(2) OCCURS 12 TIMES.
       01 WS-DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
       01 WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REMAINDER    PIC 9(3) VALUE ZERO.
       01 WS-MONTH-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-YEARS-TO-ADD      PIC 9(3) VALUE ZERO.
       01 WS-OPEN-DAY          PIC 9(2) VALUE ZERO.

       01 WS-DATE-FUNCTION     PIC X VALUE "C".
       01 WS-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE       PIC X VALUE "S".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-RATES THRU 1100-EXIT
           PERFORM 1000-OPEN-TERMDEP THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-TERMDEP THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open TERMDEP for update, creating it on a fresh system
      *> (same idiom as VENDMAST).
      *>--------------------------------------------------------------
       1000-OPEN-TERMDEP.
           OPEN I-O TERMDEP-FILE
           IF WS-TERMDEP-NEW
               OPEN OUTPUT TERMDEP-FILE
               CLOSE TERMDEP-FILE
               OPEN I-O TERMDEP-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-RATES.
           OPEN INPUT TD-RATE-FILE
           IF WS-TD-RATE-STATUS = "35"
               DISPLAY "TDRATE missing - every rate must be keyed"
               GO TO 1100-EXIT
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
       1100-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Open term deposit"
           DISPLAY "2. Record maturity instruction"
           DISPLAY "3. List term deposits"
           DISPLAY "4. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-OPEN
                   PERFORM 3000-OPEN-CERTIFICATE THRU 3000-EXIT
               WHEN WS-CHOICE-INSTRUCT
                   PERFORM 4000-RECORD-INSTRUCTION THRU 4000-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-CERTIFICATES THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A new certificate on an existing deposit account: term,
      *> rate, open date (today when left zero), and what to do at
      *> maturity.  The maturity date follows from the rest.
      *>--------------------------------------------------------------
       3000-OPEN-CERTIFICATE.
           DISPLAY "Enter account number: " WITH NO ADVANCING
           ACCEPT TD-ACCT-NUMBER
           IF TD-ACCT-NUMBER = ZERO
               DISPLAY "Account number is required"
               GO TO 3000-EXIT
           END-IF
           MOVE TD-ACCT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY "Account " TD-ACCT-NUMBER " is not on ACCTBAL"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter term in months: " WITH NO ADVANCING
           ACCEPT TD-TERM-MONTHS
           IF TD-TERM-MONTHS = ZERO OR TD-TERM-MONTHS > 120
               DISPLAY "Term must be 1 to 120 months"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-FIND-OFFERED-RATE THRU 3100-EXIT
           DISPLAY "Current rate for the term: " WS-OFFERED-RATE
           DISPLAY "Enter contracted rate (0 to take current): "
               WITH NO ADVANCING
           ACCEPT WS-KEYED-RATE
           IF WS-KEYED-RATE = ZERO
               MOVE WS-OFFERED-RATE TO TD-ANNUAL-RATE
           ELSE
               MOVE WS-KEYED-RATE TO TD-ANNUAL-RATE
           END-IF
           IF TD-ANNUAL-RATE = ZERO
               DISPLAY "No rate for the term - key the contracted rate"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter open date (YYYYMMDD, 0 for today): "
               WITH NO ADVANCING
           ACCEPT TD-OPEN-DATE
           IF TD-OPEN-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO TD-OPEN-DATE
           END-IF
           MOVE TD-OPEN-DATE TO WS-EDIT-DATE
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT
           IF NOT WS-DATE-VALID
               DISPLAY "Open date is not a valid date"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3500-ACCEPT-INSTRUCTION THRU 3500-EXIT
           IF NOT WS-FIELDS-VALID
               GO TO 3000-EXIT
           END-IF

           PERFORM 3200-SET-MATURITY-DATE THRU 3200-EXIT
           MOVE ZERO TO TD-NOTICE-DATE
           MOVE ZERO TO TD-ROLLOVER-COUNT
           SET TD-ACTIVE TO TRUE
           WRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "Account " TD-ACCT-NUMBER
                       " already has a term deposit on file"
               NOT INVALID KEY
                   DISPLAY "Term deposit " TD-ACCT-NUMBER
                       " opened - matures " TD-MATURITY-DATE
           END-WRITE.
       3000-EXIT.
           EXIT.

       3100-FIND-OFFERED-RATE.
           MOVE ZERO TO WS-OFFERED-RATE
           MOVE ZERO TO WS-BEST-TERM
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-TERM-MONTHS (WS-RATE-IDX) <= TD-TERM-MONTHS
                   AND WS-RT-TERM-MONTHS (WS-RATE-IDX)
                       >= WS-BEST-TERM
                   MOVE WS-RT-TERM-MONTHS (WS-RATE-IDX)
                       TO WS-BEST-TERM
                   MOVE WS-RT-ANNUAL-RATE (WS-RATE-IDX)
                       TO WS-OFFERED-RATE
               END-IF
           END-PERFORM.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Open date plus the term in months, kept to the open date's
      *> day of the month (the month's last day when shorter).
      *>--------------------------------------------------------------
       3200-SET-MATURITY-DATE.
           MOVE TD-OPEN-DATE TO WS-EDIT-DATE
           MOVE WS-ED-DD TO WS-OPEN-DAY
           COMPUTE WS-MONTH-COUNT = WS-ED-MM - 1 + TD-TERM-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-YEARS-TO-ADD
               REMAINDER WS-ED-MM
           ADD 1 TO WS-ED-MM
           ADD WS-YEARS-TO-ADD TO WS-ED-YYYY
           MOVE 1 TO WS-ED-DD
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT
           IF WS-OPEN-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-ED-DD
           ELSE
               MOVE WS-OPEN-DAY TO WS-ED-DD
           END-IF
           MOVE WS-EDIT-DATE TO TD-MATURITY-DATE.
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> R rolls the certificate over at maturity; P pays it out to
      *> another ACCTBAL account, which must exist.
      *>--------------------------------------------------------------
       3500-ACCEPT-INSTRUCTION.
           MOVE "N" TO WS-FIELDS-SWITCH
           DISPLAY "Enter maturity instruction (R roll over, P pay "
               "out): " WITH NO ADVANCING
           ACCEPT TD-INSTRUCTION
           MOVE ZERO TO TD-PAYOUT-ACCT
           IF TD-PAY-OUT
               DISPLAY "Enter payout account: " WITH NO ADVANCING
               ACCEPT TD-PAYOUT-ACCT
           END-IF

           IF NOT TD-ROLL-OVER AND NOT TD-PAY-OUT
               DISPLAY "Instruction must be R or P"
               GO TO 3500-EXIT
           END-IF
           IF TD-PAY-OUT
               IF TD-PAYOUT-ACCT = ZERO
                   OR TD-PAYOUT-ACCT = TD-ACCT-NUMBER
                   DISPLAY "Payout account is required and must "
                       "differ from the certificate"
                   GO TO 3500-EXIT
               END-IF
               MOVE TD-PAYOUT-ACCT TO WS-LOOKUP-ACCT
               PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
               IF NOT WS-ACCOUNT-FOUND
                   DISPLAY "Account " TD-PAYOUT-ACCT
                       " is not on ACCTBAL"
                   GO TO 3500-EXIT
               END-IF
           END-IF
           SET WS-FIELDS-VALID TO TRUE.
       3500-EXIT.
           EXIT.

       4000-RECORD-INSTRUCTION.
           DISPLAY "Enter account number: " WITH NO ADVANCING
           ACCEPT TD-ACCT-NUMBER

           READ TERMDEP-FILE
               INVALID KEY
                   DISPLAY "No term deposit on account " TD-ACCT-NUMBER
                   GO TO 4000-EXIT
           END-READ
           IF TD-CLOSED
               DISPLAY "Term deposit " TD-ACCT-NUMBER " is closed"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Matures " TD-MATURITY-DATE " - instruction now "
               TD-INSTRUCTION

           PERFORM 3500-ACCEPT-INSTRUCTION THRU 3500-EXIT
           IF NOT WS-FIELDS-VALID
               GO TO 4000-EXIT
           END-IF

           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "Term deposit " TD-ACCT-NUMBER
                       " could not be updated"
               NOT INVALID KEY
                   DISPLAY "Term deposit " TD-ACCT-NUMBER " updated"
           END-REWRITE.
       4000-EXIT.
           EXIT.

       5000-LIST-CERTIFICATES.
           MOVE ZERO TO TD-ACCT-NUMBER
           START TERMDEP-FILE KEY IS NOT LESS THAN TD-ACCT-NUMBER
               INVALID KEY
                   DISPLAY "No term deposits on file"
                   GO TO 5000-EXIT
           END-START

           PERFORM 5100-LIST-ONE-CERTIFICATE THRU 5100-EXIT
               UNTIL WS-TERMDEP-EOF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-CERTIFICATE.
           READ TERMDEP-FILE NEXT RECORD
               AT END
                   SET WS-TERMDEP-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ

           DISPLAY TD-ACCT-NUMBER " " TD-STATUS " RATE " TD-ANNUAL-RATE
               " TERM " TD-TERM-MONTHS " OPENED " TD-OPEN-DATE
               " MATURES " TD-MATURITY-DATE " " TD-INSTRUCTION " "
               TD-PAYOUT-ACCT " ROLLED " TD-ROLLOVER-COUNT.
       5100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A real calendar date; leaves WS-DAYS-IN-MONTH set for the
      *> month, which the maturity arithmetic relies on.
      *>--------------------------------------------------------------
       7000-EDIT-DATE.
           MOVE "N" TO WS-DATE-SWITCH
           IF WS-EDIT-DATE IS NOT NUMERIC
               OR WS-ED-YYYY NOT > 1900
               OR WS-ED-MM < 1 OR WS-ED-MM > 12
               GO TO 7000-EXIT
           END-IF
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
           END-IF
           IF WS-ED-DD >= 1 AND WS-ED-DD <= WS-DAYS-IN-MONTH
               SET WS-DATE-VALID TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Is the account on ACCTBAL?  The balance file is sequential,
      *> so this is a pass of it.
      *>--------------------------------------------------------------
       7500-FIND-ACCOUNT.
           MOVE "N" TO WS-FOUND-SWITCH
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ACCTBAL-STATUS = "35"
               GO TO 7500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-ACCOUNT-FOUND
               READ ACCOUNT-BALANCE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF ACCT-NUMBER = WS-LOOKUP-ACCT
                           SET WS-ACCOUNT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-BALANCE-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       7500-EXIT.
           EXIT.

       9000-CLOSE-TERMDEP.
           CLOSE TERMDEP-FILE.
       9000-EXIT.
           EXIT.
