       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctmnt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Deposit-account opening and closing, for update-level
      *> operators through the shared opersign sign-on, menu-driven
      *> the way vendmnt.cob maintains VENDMAST.  Opening takes an
      *> existing CUSTMAST customer, assigns the next account number
      *> (one past the highest ever issued, open on ACCTBAL or
      *> closed on ACCTARCH, so a number is never reused and ACCTBAL
      *> stays in the account order acctpost.cob's match-merge
      *> needs), and writes the ACCTBAL record and its ACCTXREF
      *> customer link together.  Closing refuses an account with
      *> a hold not yet expired on ACCTHOLD (freeze or stop-
      *> payment, in force or pending), a live term deposit, a
      *> standing order still drawing on or paying into it, or any
      *> row for it still waiting on ACCTTRAN, FEETRANS or INTTRANS
      *> for acctpost.cob to post; pays the accrued interest onto
      *> the balance (rounded to the cent, posted debit interest
      *> expense, credit customer deposits); then requires the
      *> balance be zero or paid out by transfer to another open
      *> account, and moves the closed record to the ACCTARCH
      *> archive.  Closing posts directly - the account is gone
      *> before the next posting run - so the interest and the
      *> payout land on ACCTHIST here, the payout as a generated
      *> transfer the cash monitor leaves alone.
      *> ACCTXREF keeps the closed account's link so its history
      *> still names the customer.  Every open and close goes to
      *> AUDITLOG under the operator id.
      *> 10/15/2026 - the customer's overdraft-protection choice is
      *> kept here too: an account designates another account of
      *> the same customer (by the ACCTXREF links) on ODPLINK for
      *> the posting run to draw on, or has the designation
      *> removed.  A protecting account cannot close while it still
      *> protects another; a protected one's designation goes with
      *> it when it closes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT WORK-BALANCE-FILE ASSIGN TO "ACCTMWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-BALANCE-STATUS.
           SELECT ACCT-ARCHIVE-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ARCHIVE-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDENT
               ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ACCT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-HOLD-STATUS.
           SELECT TERMDEP-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCT-NUMBER
               FILE STATUS IS WS-TERMDEP-STATUS.
           SELECT STANDORD-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STANDORD-STATUS.
           SELECT ACCT-TRANS-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-TRANS-STATUS.
           SELECT FEE-TRANS-FILE ASSIGN TO "FEETRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-TRANS-STATUS.
           SELECT INT-TRANS-FILE ASSIGN TO "INTTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-TRANS-STATUS.
           SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-HISTORY-STATUS.
           SELECT OD-PROTECTION-FILE ASSIGN TO "ODPLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ACCT-NUMBER
               FILE STATUS IS WS-OD-PROTECTION-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-BALANCE-FILE.
           COPY ACCTREC.

       FD  WORK-BALANCE-FILE.
       01 WORK-BALANCE-RECORD         PIC X(60).

       FD  ACCT-ARCHIVE-FILE.
       01 ACCT-ARCHIVE-RECORD.
           02 AA-CLOSE-DATE           PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AA-ACCT-NUMBER          PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AA-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AA-INTEREST-PAID        PIC 9(6)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AA-PAYOUT-ACCT          PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AA-PAYOUT-AMOUNT        PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AA-CLOSED-BY            PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AA-ACCOUNT-IMAGE        PIC X(60).

       FD  ACCT-XREF-FILE.
       01 ACCT-XREF-RECORD.
           02 AX-ACCT-NUMBER          PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AX-CUST-IDENT           PIC 9(7).

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

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

       FD  TERMDEP-FILE.
           COPY TDREC.

       FD  STANDORD-FILE.
           COPY STORDREC.

       FD  ACCT-TRANS-FILE.
       01 ACCT-TRANS-RECORD.
           02 AT-ACCT-NUMBER      PIC 9(6).
           02 AT-TRANS-CODE       PIC X(1).
           02 AT-AMOUNT           PIC 9(6)V99.
           02 AT-CHANNEL          PIC X(1).

       FD  FEE-TRANS-FILE.
       01 FEE-TRANS-RECORD.
           02 FT-ACCT-NUMBER      PIC 9(6).
           02 FT-TRANS-CODE       PIC X(1).
           02 FT-AMOUNT           PIC 9(6)V99.

       FD  INT-TRANS-FILE.
       01 INT-TRANS-RECORD.
           02 IT-ACCT-NUMBER      PIC 9(6).
           02 IT-TRANS-CODE       PIC X(1).
           02 IT-AMOUNT           PIC 9(6)V99.

       FD  ACCT-HISTORY-FILE.
       01 ACCT-HISTORY-RECORD.
           02 HS-POST-DATE        PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 HS-ACCT-NUMBER      PIC 9(6).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 HS-TRANS-CODE       PIC X(1).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 HS-AMOUNT           PIC 9(6)V99.
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 HS-SOURCE           PIC X(3).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 HS-CHANNEL          PIC X(1).

       FD  OD-PROTECTION-FILE.
           COPY ODPLINK.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".

       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".

       01 WS-ACCTBAL-STATUS           PIC XX VALUE "00".
       01 WS-WORK-BALANCE-STATUS      PIC XX VALUE "00".
       01 WS-ACCT-ARCHIVE-STATUS      PIC XX VALUE "00".
       01 WS-ACCT-XREF-STATUS         PIC XX VALUE "00".
       01 WS-CUSTMAST-STATUS          PIC XX VALUE "00".
       01 WS-ACCT-HOLD-STATUS         PIC XX VALUE "00".
       01 WS-TERMDEP-STATUS           PIC XX VALUE "00".
       01 WS-STANDORD-STATUS          PIC XX VALUE "00".
       01 WS-ACCT-TRANS-STATUS        PIC XX VALUE "00".
       01 WS-FEE-TRANS-STATUS         PIC XX VALUE "00".
       01 WS-INT-TRANS-STATUS         PIC XX VALUE "00".
       01 WS-ACCT-HISTORY-STATUS      PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".
       01 WS-OD-PROTECTION-STATUS     PIC XX VALUE "00".
           88 WS-OD-PROTECTION-NEW        VALUE "35".
       01 WS-CUSTMAST-OPEN-SWITCH     PIC X VALUE "N".
           88 WS-CUSTMAST-OPEN            VALUE "Y".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-OPEN       VALUE 1.
           88 WS-CHOICE-CLOSE      VALUE 2.
           88 WS-CHOICE-PROTECT    VALUE 3.
           88 WS-CHOICE-EXIT       VALUE 4.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-EOF-SWITCH        PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".
       01 WS-FOUND-SWITCH      PIC X VALUE "N".
           88 WS-ACCOUNT-FOUND     VALUE "Y".
       01 WS-BLOCKED-SWITCH    PIC X VALUE "N".
           88 WS-CLOSE-BLOCKED     VALUE "Y".
       01 WS-CONFIRM           PIC X VALUE SPACE.
           88 WS-CONFIRMED         VALUE "Y" "y".

      *> Hold check mode: C closing - any hold not yet expired
      *> stops it; P payout target - a freeze in force stops it.
       01 WS-HOLD-CHECK-MODE   PIC X VALUE "C".
           88 WS-CHECK-FOR-CLOSE   VALUE "C".
           88 WS-CHECK-FOR-PAYOUT  VALUE "P".
       01 WS-BLOCKED-REASON    PIC X(40) VALUE SPACES.

       01 WS-LOOKUP-ACCT       PIC 9(6) VALUE ZERO.
       01 WS-HIGH-ACCT-NUMBER  PIC 9(6) VALUE ZERO.
       01 WS-NEW-ACCT-NUMBER   PIC 9(6) VALUE ZERO.
       01 WS-NEW-ACCT-NAME     PIC X(20) VALUE SPACES.

       01 WS-FOUND-BALANCE     PIC S9(6)V99 VALUE ZERO.
       01 WS-FOUND-ACCRUED     PIC S9(5)V9999 VALUE ZERO.
       01 WS-CLOSE-ACCT-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-CLOSE-BALANCE     PIC S9(7)V99 VALUE ZERO.
       01 WS-CLOSE-ACCRUED     PIC S9(5)V9999 VALUE ZERO.
       01 WS-CLOSE-INTEREST    PIC 9(6)V99 VALUE ZERO.
       01 WS-PAYOUT-ACCT       PIC 9(6) VALUE ZERO.
       01 WS-PAYOUT-AMOUNT     PIC 9(7)V99 VALUE ZERO.
       01 WS-SHOW-AMOUNT       PIC -Z,ZZZ,ZZ9.99.

       01 WS-XREF-CUST-IDENT       PIC 9(7) VALUE ZERO.
       01 WS-XREF-CUST-NAME        PIC X(20) VALUE SPACES.
       01 WS-XREF-FOUND-SWITCH     PIC X VALUE "N".
           88 WS-XREF-CUSTOMER-FOUND   VALUE "Y".
       01 WS-PROTECTED-ACCT        PIC 9(6) VALUE ZERO.
       01 WS-PROTECTED-CUST-IDENT  PIC 9(7) VALUE ZERO.
       01 WS-SOURCE-ACCT           PIC 9(6) VALUE ZERO.
       01 WS-LINK-SWITCH           PIC X VALUE "N".
           88 WS-LINK-EXISTS           VALUE "Y".

       01 WS-AUDIT-DECISION    PIC X(30) VALUE SPACES.
       01 WS-AUDIT-ACCT        PIC 9(6) VALUE ZERO.

       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "ACCTMNT".
       01 WS-GL-EXPENSE-ACCT    PIC 9(4) VALUE 5100.
       01 WS-GL-DEPOSITS-ACCT   PIC 9(4) VALUE 2000.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE "CLOSE INT".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> CUSTMAST stays open for the session to validate the
      *> customer an account opens for; every other file is opened
      *> for the one step that needs it, so a batch run between
      *> menu choices sees a consistent ACCTBAL.
      *>--------------------------------------------------------------
       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-CUSTMAST-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Open account"
           DISPLAY "2. Close account"
           DISPLAY "3. Set overdraft protection"
           DISPLAY "4. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-OPEN
                   PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
               WHEN WS-CHOICE-CLOSE
                   PERFORM 4000-CLOSE-ACCOUNT THRU 4000-EXIT
               WHEN WS-CHOICE-PROTECT
                   PERFORM 5000-SET-PROTECTION THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Opening: the customer must already be on CUSTMAST - an
      *> account nobody is behind is what this replaces.  The
      *> title defaults to the customer's name.
      *>--------------------------------------------------------------
       3000-OPEN-ACCOUNT.
           IF NOT WS-CUSTMAST-OPEN
               DISPLAY "CUSTMAST is not available - cannot open"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter customer id: " WITH NO ADVANCING
           ACCEPT CUST-IDENT
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY "Customer " CUST-IDENT " is not on CUSTMAST"
                   GO TO 3000-EXIT
           END-READ
           DISPLAY "Customer: " CUST-NAME
           DISPLAY "Enter account title (blank for customer name): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-ACCT-NAME
           ACCEPT WS-NEW-ACCT-NAME
           IF WS-NEW-ACCT-NAME = SPACES
               MOVE CUST-NAME TO WS-NEW-ACCT-NAME
           END-IF

           PERFORM 3100-FIND-NEXT-NUMBER THRU 3100-EXIT
           IF WS-HIGH-ACCT-NUMBER = 999999
               DISPLAY "Account numbers are exhausted"
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-NEW-ACCT-NUMBER = WS-HIGH-ACCT-NUMBER + 1
           DISPLAY "Open account " WS-NEW-ACCT-NUMBER " for "
               CUST-IDENT " (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRMED
               DISPLAY "Account not opened"
               GO TO 3000-EXIT
           END-IF

           PERFORM 3200-WRITE-NEW-ACCOUNT THRU 3200-EXIT
           MOVE WS-NEW-ACCT-NUMBER TO WS-AUDIT-ACCT
           MOVE SPACES TO WS-AUDIT-DECISION
           STRING "ACCOUNT OPENED FOR " CUST-IDENT
               DELIMITED BY SIZE INTO WS-AUDIT-DECISION
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           DISPLAY "Account " WS-NEW-ACCT-NUMBER " opened".
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The highest number ever issued, open or archived.
      *>--------------------------------------------------------------
       3100-FIND-NEXT-NUMBER.
           MOVE ZERO TO WS-HIGH-ACCT-NUMBER
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ACCTBAL-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ ACCOUNT-BALANCE-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF ACCT-NUMBER > WS-HIGH-ACCT-NUMBER
                               MOVE ACCT-NUMBER TO WS-HIGH-ACCT-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-BALANCE-FILE
           END-IF
           OPEN INPUT ACCT-ARCHIVE-FILE
           IF WS-ACCT-ARCHIVE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ ACCT-ARCHIVE-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF AA-ACCT-NUMBER > WS-HIGH-ACCT-NUMBER
                               MOVE AA-ACCT-NUMBER
                                   TO WS-HIGH-ACCT-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The new number is the highest, so appending keeps ACCTBAL
      *> in account order.  The activity date starts the dormancy
      *> clock on the day the account opens.
      *>--------------------------------------------------------------
       3200-WRITE-NEW-ACCOUNT.
           OPEN EXTEND ACCOUNT-BALANCE-FILE
           IF WS-ACCTBAL-STATUS = "05" OR "35"
               OPEN OUTPUT ACCOUNT-BALANCE-FILE
           END-IF
           MOVE WS-NEW-ACCT-NUMBER TO ACCT-NUMBER
           MOVE WS-NEW-ACCT-NAME   TO ACCT-NAME
           MOVE ZERO               TO ACCT-BALANCE
           MOVE ZERO               TO ACCT-ACCRUED-INTEREST
           MOVE WS-BUSINESS-DATE   TO ACCT-LAST-ACTIVITY-DATE
           WRITE ACCOUNT-BALANCE-RECORD
           CLOSE ACCOUNT-BALANCE-FILE

           OPEN EXTEND ACCT-XREF-FILE
           IF WS-ACCT-XREF-STATUS = "05" OR "35"
               OPEN OUTPUT ACCT-XREF-FILE
           END-IF
           MOVE SPACES             TO ACCT-XREF-RECORD
           MOVE WS-NEW-ACCT-NUMBER TO AX-ACCT-NUMBER
           MOVE CUST-IDENT         TO AX-CUST-IDENT
           WRITE ACCT-XREF-RECORD
           CLOSE ACCT-XREF-FILE.
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Closing: every refusal is checked before anything moves,
      *> then the accrued interest is paid on, the closing balance
      *> paid out, and the master rewritten without the account.
      *>--------------------------------------------------------------
       4000-CLOSE-ACCOUNT.
           DISPLAY "Enter account number: " WITH NO ADVANCING
           ACCEPT WS-CLOSE-ACCT-NUMBER
           MOVE WS-CLOSE-ACCT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY "Account " WS-CLOSE-ACCT-NUMBER
                   " is not on ACCTBAL"
               GO TO 4000-EXIT
           END-IF
           MOVE WS-FOUND-BALANCE TO WS-CLOSE-BALANCE
           MOVE WS-FOUND-ACCRUED TO WS-CLOSE-ACCRUED

           MOVE "N" TO WS-BLOCKED-SWITCH
           SET WS-CHECK-FOR-CLOSE TO TRUE
           PERFORM 4100-CHECK-HOLDS THRU 4100-EXIT
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 4200-CHECK-TERM-DEPOSITS THRU 4200-EXIT
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 4300-CHECK-STANDING-ORDERS THRU 4300-EXIT
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 4350-CHECK-PROTECTION-SOURCE THRU 4350-EXIT
           END-IF
           IF NOT WS-CLOSE-BLOCKED
               PERFORM 4380-CHECK-UNPOSTED THRU 4380-EXIT
           END-IF
           IF WS-CLOSE-BLOCKED
               DISPLAY "Account " WS-CLOSE-ACCT-NUMBER
                   " cannot close: " WS-BLOCKED-REASON
               GO TO 4000-EXIT
           END-IF

           COMPUTE WS-CLOSE-INTEREST ROUNDED = WS-CLOSE-ACCRUED
           ADD WS-CLOSE-INTEREST TO WS-CLOSE-BALANCE
           MOVE WS-CLOSE-INTEREST TO WS-SHOW-AMOUNT
           DISPLAY "Accrued interest to pay: " WS-SHOW-AMOUNT
           MOVE WS-CLOSE-BALANCE TO WS-SHOW-AMOUNT
           DISPLAY "Closing balance:         " WS-SHOW-AMOUNT
           IF WS-CLOSE-BALANCE < ZERO
               DISPLAY "Account is overdrawn - bring it to zero first"
               GO TO 4000-EXIT
           END-IF

           MOVE ZERO TO WS-PAYOUT-ACCT
           MOVE WS-CLOSE-BALANCE TO WS-PAYOUT-AMOUNT
           IF WS-PAYOUT-AMOUNT > ZERO
               PERFORM 4400-ACCEPT-PAYOUT THRU 4400-EXIT
               IF WS-PAYOUT-ACCT = ZERO
                   GO TO 4000-EXIT
               END-IF
           END-IF

           DISPLAY "Close account " WS-CLOSE-ACCT-NUMBER " (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRMED
               DISPLAY "Account not closed"
               GO TO 4000-EXIT
           END-IF

           CALL "acctcust" USING WS-CLOSE-ACCT-NUMBER
               WS-XREF-CUST-IDENT WS-XREF-CUST-NAME
               WS-XREF-FOUND-SWITCH
           PERFORM 4500-REWRITE-MASTER THRU 4500-EXIT
           PERFORM 4600-WRITE-HISTORY THRU 4600-EXIT
           PERFORM 4700-DROP-PROTECTION THRU 4700-EXIT
           MOVE WS-CLOSE-INTEREST TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-EXPENSE-ACCT WS-GL-DEPOSITS-ACCT
               WS-GL-AMOUNT WS-GL-REFERENCE WS-GL-COST-CENTER

           MOVE WS-CLOSE-ACCT-NUMBER TO WS-AUDIT-ACCT
           MOVE SPACES TO WS-AUDIT-DECISION
           IF WS-PAYOUT-ACCT = ZERO
               MOVE "ACCOUNT CLOSED AT ZERO" TO WS-AUDIT-DECISION
           ELSE
               STRING "ACCOUNT CLOSED PAID TO " WS-PAYOUT-ACCT
                   DELIMITED BY SIZE INTO WS-AUDIT-DECISION
           END-IF
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           DISPLAY "Account " WS-CLOSE-ACCT-NUMBER " closed".
       4000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> ACCTHOLD against the account being looked at (acctpost's
      *> layout).  Closing: any hold not yet expired - in force or
      *> still to start - stops it.  Payout target: only a freeze
      *> in force does, the way sorun.cob treats a frozen to
      *> account.
      *>--------------------------------------------------------------
       4100-CHECK-HOLDS.
           OPEN INPUT ACCT-HOLD-FILE
           IF WS-ACCT-HOLD-STATUS = "35"
               GO TO 4100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-CLOSE-BLOCKED
               READ ACCT-HOLD-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4150-TEST-ONE-HOLD THRU 4150-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCT-HOLD-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       4100-EXIT.
           EXIT.

       4150-TEST-ONE-HOLD.
           IF AH-ACCT-NUMBER NOT = WS-LOOKUP-ACCT
               GO TO 4150-EXIT
           END-IF
           IF AH-EXPIRY-DATE NOT = ZERO
               AND AH-EXPIRY-DATE < WS-BUSINESS-DATE
               GO TO 4150-EXIT
           END-IF
           IF WS-CHECK-FOR-CLOSE
               SET WS-CLOSE-BLOCKED TO TRUE
               IF AH-STOP-PAYMENT
                   MOVE "STOP-PAYMENT OUTSTANDING" TO WS-BLOCKED-REASON
               ELSE
                   MOVE "HOLD OUTSTANDING" TO WS-BLOCKED-REASON
               END-IF
               GO TO 4150-EXIT
           END-IF
           IF AH-FULL-FREEZE
               AND AH-EFFECTIVE-DATE <= WS-BUSINESS-DATE
               SET WS-CLOSE-BLOCKED TO TRUE
               MOVE "PAYOUT ACCOUNT FROZEN" TO WS-BLOCKED-REASON
           END-IF.
       4150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A live certificate on the account, or paying out into it,
      *> has to mature or be settled first.
      *>--------------------------------------------------------------
       4200-CHECK-TERM-DEPOSITS.
           OPEN INPUT TERMDEP-FILE
           IF WS-TERMDEP-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-CLOSE-BLOCKED
               READ TERMDEP-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF TD-ACTIVE
                           AND (TD-ACCT-NUMBER = WS-LOOKUP-ACCT
                               OR TD-PAYOUT-ACCT = WS-LOOKUP-ACCT)
                           SET WS-CLOSE-BLOCKED TO TRUE
                           MOVE "TERM DEPOSIT STILL ACTIVE"
                               TO WS-BLOCKED-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       4200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A standing order not yet ended would skip against the
      *> missing account every run; end it in somaint first.
      *>--------------------------------------------------------------
       4300-CHECK-STANDING-ORDERS.
           OPEN INPUT STANDORD-FILE
           IF WS-STANDORD-STATUS NOT = "00"
               GO TO 4300-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-CLOSE-BLOCKED
               READ STANDORD-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT SO-ENDED
                           AND (SO-FROM-ACCT = WS-LOOKUP-ACCT
                               OR (SO-TO-ACCOUNT
                                   AND SO-TO-ACCT = WS-LOOKUP-ACCT))
                           SET WS-CLOSE-BLOCKED TO TRUE
                           MOVE "STANDING ORDER NOT ENDED"
                               TO WS-BLOCKED-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDORD-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       4300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> An account still named as another's overdraft protection
      *> would leave the posting run drawing on nothing.
      *>--------------------------------------------------------------
       4350-CHECK-PROTECTION-SOURCE.
           OPEN INPUT OD-PROTECTION-FILE
           IF WS-OD-PROTECTION-STATUS NOT = "00"
               GO TO 4350-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-CLOSE-BLOCKED
               READ OD-PROTECTION-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF OP-SOURCE-ACCT = WS-LOOKUP-ACCT
                           SET WS-CLOSE-BLOCKED TO TRUE
                           MOVE "PROTECTS ANOTHER ACCOUNT"
                               TO WS-BLOCKED-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OD-PROTECTION-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       4350-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Anything still queued for the account on the posting run's
      *> inputs - keyed or generated ACCTTRAN, FEETRANS, INTTRANS -
      *> would post against an account already gone and its amount
      *> be missed from the closing balance; the posting run has to
      *> take it first.
      *>--------------------------------------------------------------
       4380-CHECK-UNPOSTED.
           OPEN INPUT ACCT-TRANS-FILE
           IF WS-ACCT-TRANS-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF OR WS-CLOSE-BLOCKED
                   READ ACCT-TRANS-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF AT-ACCT-NUMBER = WS-LOOKUP-ACCT
                               SET WS-CLOSE-BLOCKED TO TRUE
                               MOVE "UNPOSTED ACCTTRAN ACTIVITY"
                                   TO WS-BLOCKED-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-TRANS-FILE
           END-IF
           IF WS-CLOSE-BLOCKED
               GO TO 4380-DONE
           END-IF
           OPEN INPUT FEE-TRANS-FILE
           IF WS-FEE-TRANS-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF OR WS-CLOSE-BLOCKED
                   READ FEE-TRANS-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF FT-ACCT-NUMBER = WS-LOOKUP-ACCT
                               SET WS-CLOSE-BLOCKED TO TRUE
                               MOVE "UNPOSTED FEETRANS CHARGE"
                                   TO WS-BLOCKED-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-TRANS-FILE
           END-IF
           IF WS-CLOSE-BLOCKED
               GO TO 4380-DONE
           END-IF
           OPEN INPUT INT-TRANS-FILE
           IF WS-INT-TRANS-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF OR WS-CLOSE-BLOCKED
                   READ INT-TRANS-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF IT-ACCT-NUMBER = WS-LOOKUP-ACCT
                               SET WS-CLOSE-BLOCKED TO TRUE
                               MOVE "UNPOSTED INTTRANS CREDIT"
                                   TO WS-BLOCKED-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INT-TRANS-FILE
           END-IF.
       4380-DONE.
           MOVE "N" TO WS-EOF-SWITCH.
       4380-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Money left in the account goes by transfer to another open
      *> account not frozen; without one the close is refused and
      *> WS-PAYOUT-ACCT comes back zero.
      *>--------------------------------------------------------------
       4400-ACCEPT-PAYOUT.
           DISPLAY "Enter payout account (0 to cancel): "
               WITH NO ADVANCING
           ACCEPT WS-PAYOUT-ACCT
           IF WS-PAYOUT-ACCT = ZERO
               DISPLAY "Balance must be zero or paid out - not closed"
               GO TO 4400-EXIT
           END-IF
           IF WS-PAYOUT-ACCT = WS-CLOSE-ACCT-NUMBER
               DISPLAY "Payout account must be another account"
               MOVE ZERO TO WS-PAYOUT-ACCT
               GO TO 4400-EXIT
           END-IF
           MOVE WS-PAYOUT-ACCT TO WS-LOOKUP-ACCT
           PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY "Account " WS-PAYOUT-ACCT " is not on ACCTBAL"
               MOVE ZERO TO WS-PAYOUT-ACCT
               GO TO 4400-EXIT
           END-IF
           MOVE "N" TO WS-BLOCKED-SWITCH
           SET WS-CHECK-FOR-PAYOUT TO TRUE
           PERFORM 4100-CHECK-HOLDS THRU 4100-EXIT
           IF WS-CLOSE-BLOCKED
               DISPLAY "Account " WS-PAYOUT-ACCT " cannot take the "
                   "payout: " WS-BLOCKED-REASON
               MOVE ZERO TO WS-PAYOUT-ACCT
           END-IF.
       4400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Two-pass write-back through ACCTMWRK, acctpost.cob's
      *> pattern: the closing account goes to the archive instead
      *> of the work file, the payout account takes the money.
      *>--------------------------------------------------------------
       4500-REWRITE-MASTER.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           OPEN OUTPUT WORK-BALANCE-FILE
           OPEN EXTEND ACCT-ARCHIVE-FILE
           IF WS-ACCT-ARCHIVE-STATUS = "05" OR "35"
               OPEN OUTPUT ACCT-ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-BALANCE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 4550-COPY-ONE-ACCOUNT THRU 4550-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCT-ARCHIVE-FILE
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
           MOVE "N" TO WS-EOF-SWITCH.
       4500-EXIT.
           EXIT.

       4550-COPY-ONE-ACCOUNT.
           IF ACCT-NUMBER = WS-CLOSE-ACCT-NUMBER
               MOVE SPACES               TO ACCT-ARCHIVE-RECORD
               MOVE WS-BUSINESS-DATE     TO AA-CLOSE-DATE
               MOVE ACCT-NUMBER          TO AA-ACCT-NUMBER
               MOVE WS-XREF-CUST-IDENT   TO AA-CUST-IDENT
               MOVE WS-CLOSE-INTEREST    TO AA-INTEREST-PAID
               MOVE WS-PAYOUT-ACCT       TO AA-PAYOUT-ACCT
               MOVE WS-PAYOUT-AMOUNT     TO AA-PAYOUT-AMOUNT
               MOVE WS-OPERATOR-ID       TO AA-CLOSED-BY
               MOVE ACCOUNT-BALANCE-RECORD TO AA-ACCOUNT-IMAGE
               WRITE ACCT-ARCHIVE-RECORD
               GO TO 4550-EXIT
           END-IF
           IF ACCT-NUMBER = WS-PAYOUT-ACCT AND WS-PAYOUT-ACCT > ZERO
               ADD WS-PAYOUT-AMOUNT TO ACCT-BALANCE
               MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF
           WRITE WORK-BALANCE-RECORD FROM ACCOUNT-BALANCE-RECORD.
       4550-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> What the close moved, on the permanent history the way
      *> acctpost.cob writes it: the interest credit, and the
      *> payout as a generated transfer pair.
      *>--------------------------------------------------------------
       4600-WRITE-HISTORY.
           OPEN EXTEND ACCT-HISTORY-FILE
           IF WS-ACCT-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT ACCT-HISTORY-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO HS-POST-DATE
           IF WS-CLOSE-INTEREST > ZERO
               MOVE WS-CLOSE-ACCT-NUMBER TO HS-ACCT-NUMBER
               MOVE "C"                  TO HS-TRANS-CODE
               MOVE WS-CLOSE-INTEREST    TO HS-AMOUNT
               MOVE "INT"                TO HS-SOURCE
               MOVE SPACE                TO HS-CHANNEL
               WRITE ACCT-HISTORY-RECORD
           END-IF
           IF WS-PAYOUT-ACCT > ZERO
               MOVE WS-CLOSE-ACCT-NUMBER TO HS-ACCT-NUMBER
               MOVE "D"                  TO HS-TRANS-CODE
               MOVE WS-PAYOUT-AMOUNT     TO HS-AMOUNT
               MOVE "TRN"                TO HS-SOURCE
               MOVE "T"                  TO HS-CHANNEL
               WRITE ACCT-HISTORY-RECORD
               MOVE WS-PAYOUT-ACCT       TO HS-ACCT-NUMBER
               MOVE "C"                  TO HS-TRANS-CODE
               WRITE ACCT-HISTORY-RECORD
           END-IF
           CLOSE ACCT-HISTORY-FILE.
       4600-EXIT.
           EXIT.

      *>   The closed account's own designation goes with it.
       4700-DROP-PROTECTION.
           OPEN I-O OD-PROTECTION-FILE
           IF WS-OD-PROTECTION-STATUS NOT = "00"
               GO TO 4700-EXIT
           END-IF
           MOVE WS-CLOSE-ACCT-NUMBER TO OP-ACCT-NUMBER
           DELETE OD-PROTECTION-FILE
               INVALID KEY CONTINUE
           END-DELETE
           CLOSE OD-PROTECTION-FILE.
       4700-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Overdraft protection: the protecting account must be
      *> another open account of the same customer.  Zero for the
      *> protecting account removes the designation.
      *>--------------------------------------------------------------
       5000-SET-PROTECTION.
           DISPLAY "Enter account to protect: " WITH NO ADVANCING
           ACCEPT WS-PROTECTED-ACCT
           MOVE WS-PROTECTED-ACCT TO WS-LOOKUP-ACCT
           PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY "Account " WS-PROTECTED-ACCT " is not on ACCTBAL"
               GO TO 5000-EXIT
           END-IF

           OPEN I-O OD-PROTECTION-FILE
           IF WS-OD-PROTECTION-NEW
               OPEN OUTPUT OD-PROTECTION-FILE
               CLOSE OD-PROTECTION-FILE
               OPEN I-O OD-PROTECTION-FILE
           END-IF
           MOVE "N" TO WS-LINK-SWITCH
           MOVE WS-PROTECTED-ACCT TO OP-ACCT-NUMBER
           READ OD-PROTECTION-FILE
               INVALID KEY
                   DISPLAY "No overdraft protection on file"
               NOT INVALID KEY
                   SET WS-LINK-EXISTS TO TRUE
                   DISPLAY "Protected from " OP-SOURCE-ACCT
                       " - set " OP-SET-DATE " by " OP-SET-BY
           END-READ
           DISPLAY "Enter protecting account (0 to remove): "
               WITH NO ADVANCING
           ACCEPT WS-SOURCE-ACCT

           IF WS-SOURCE-ACCT = ZERO
               PERFORM 5100-REMOVE-PROTECTION THRU 5100-EXIT
               GO TO 5000-CLOSE
           END-IF
           PERFORM 5200-CHECK-SOURCE THRU 5200-EXIT
           IF WS-SOURCE-ACCT = ZERO
               GO TO 5000-CLOSE
           END-IF

           MOVE WS-PROTECTED-ACCT TO OP-ACCT-NUMBER
           MOVE WS-SOURCE-ACCT    TO OP-SOURCE-ACCT
           MOVE WS-BUSINESS-DATE  TO OP-SET-DATE
           MOVE WS-OPERATOR-ID    TO OP-SET-BY
           IF WS-LINK-EXISTS
               REWRITE OD-PROTECTION-RECORD
                   INVALID KEY
                       DISPLAY "Protection could not be updated"
                       GO TO 5000-CLOSE
               END-REWRITE
           ELSE
               WRITE OD-PROTECTION-RECORD
                   INVALID KEY
                       DISPLAY "Protection could not be added"
                       GO TO 5000-CLOSE
               END-WRITE
           END-IF
           MOVE WS-PROTECTED-ACCT TO WS-AUDIT-ACCT
           MOVE SPACES TO WS-AUDIT-DECISION
           STRING "OD PROTECTION FROM " WS-SOURCE-ACCT
               DELIMITED BY SIZE INTO WS-AUDIT-DECISION
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           DISPLAY "Account " WS-PROTECTED-ACCT " protected from "
               WS-SOURCE-ACCT.
       5000-CLOSE.
           CLOSE OD-PROTECTION-FILE.
       5000-EXIT.
           EXIT.

       5100-REMOVE-PROTECTION.
           IF NOT WS-LINK-EXISTS
               GO TO 5100-EXIT
           END-IF
           DELETE OD-PROTECTION-FILE
               INVALID KEY
                   DISPLAY "Protection could not be removed"
                   GO TO 5100-EXIT
           END-DELETE
           MOVE WS-PROTECTED-ACCT TO WS-AUDIT-ACCT
           MOVE "OD PROTECTION REMOVED" TO WS-AUDIT-DECISION
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
           DISPLAY "Overdraft protection removed".
       5100-EXIT.
           EXIT.

      *>   Comes back with WS-SOURCE-ACCT zero when refused.
       5200-CHECK-SOURCE.
           IF WS-SOURCE-ACCT = WS-PROTECTED-ACCT
               DISPLAY "An account cannot protect itself"
               MOVE ZERO TO WS-SOURCE-ACCT
               GO TO 5200-EXIT
           END-IF
           MOVE WS-SOURCE-ACCT TO WS-LOOKUP-ACCT
           PERFORM 7500-FIND-ACCOUNT THRU 7500-EXIT
           IF NOT WS-ACCOUNT-FOUND
               DISPLAY "Account " WS-SOURCE-ACCT " is not on ACCTBAL"
               MOVE ZERO TO WS-SOURCE-ACCT
               GO TO 5200-EXIT
           END-IF
           CALL "acctcust" USING WS-PROTECTED-ACCT
               WS-XREF-CUST-IDENT WS-XREF-CUST-NAME
               WS-XREF-FOUND-SWITCH
           IF NOT WS-XREF-CUSTOMER-FOUND
               DISPLAY "Account " WS-PROTECTED-ACCT
                   " has no customer linked"
               MOVE ZERO TO WS-SOURCE-ACCT
               GO TO 5200-EXIT
           END-IF
           MOVE WS-XREF-CUST-IDENT TO WS-PROTECTED-CUST-IDENT
           CALL "acctcust" USING WS-SOURCE-ACCT
               WS-XREF-CUST-IDENT WS-XREF-CUST-NAME
               WS-XREF-FOUND-SWITCH
           IF NOT WS-XREF-CUSTOMER-FOUND
               OR WS-XREF-CUST-IDENT NOT = WS-PROTECTED-CUST-IDENT
               DISPLAY "Both accounts must belong to the same customer"
               MOVE ZERO TO WS-SOURCE-ACCT
           END-IF.
       5200-EXIT.
           EXIT.

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
                           PERFORM 7600-KEEP-BALANCES THRU 7600-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-BALANCE-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       7500-EXIT.
           EXIT.

      *>   Records from before accrual read back with spaces there.
       7600-KEEP-BALANCES.
           MOVE ACCT-BALANCE TO WS-FOUND-BALANCE
           MOVE ZERO TO WS-FOUND-ACCRUED
           IF ACCT-ACCRUED-INTEREST NUMERIC
               AND ACCT-ACCRUED-INTEREST > ZERO
               MOVE ACCT-ACCRUED-INTEREST TO WS-FOUND-ACCRUED
           END-IF.
       7600-EXIT.
           EXIT.

       8000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "ACCTMNT"         TO AL-PROGRAM-ID
           MOVE WS-AUDIT-ACCT     TO AL-KEY
           MOVE WS-AUDIT-DECISION TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       8000-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTMAST-FILE
           END-IF.
       9000-EXIT.
           EXIT.
