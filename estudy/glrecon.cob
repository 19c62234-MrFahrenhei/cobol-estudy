       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glrecon.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Nightly subledger-to-control reconciliation.  Totals each
      *> subledger the general ledger summarizes and sets it beside
      *> the matching control account accumulated from GLJRNL:
      *>   AR control (1100)       - open balances on ARFILE
      *>   deposit liability (2000) - balances on ACCTBAL
      *>   payroll cash (1000)     - the bank's statement balance on
      *>                              BANKBAL, less the checks still
      *>                              outstanding on CHECKREG
      *> Each control prints its subledger total, GL balance and
      *> difference, followed by the day's postings to the account
      *> broken out by source program, so an out-of-balance is
      *> traced to the program that caused it the day it happens
      *> instead of at month-end.  Accounts and the tolerance come
      *> from an optional GLRECPRM card (default tolerance 1.00).  A
      *> difference over tolerance on any control ends the step with
      *> return code 8, which dailydrv reports.  No BANKBAL on disk
      *> leaves payroll cash unchecked rather than guessed at.
      *> Report GLRECRPT.
      *> 10/15/2026 - the check register layout now comes from the
      *> shared CHECKREC copybook; a check voided through chkmaint.cob
      *> is neither outstanding nor stale and drops out of the
      *> payroll cash reconciliation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-RECON-PARM-FILE ASSIGN TO "GLRECPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-RECON-PARM-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-OPEN-ITEM-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT BANK-BALANCE-FILE ASSIGN TO "BANKBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-BALANCE-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT GL-RECON-REPORT-FILE ASSIGN TO "GLRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-RECON-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-RECON-PARM-FILE.
       01 GL-RECON-PARM-RECORD.
           02 RP-TOLERANCE            PIC 9(5)V99.
           02 FILLER                  PIC X(2).
           02 RP-AR-ACCT              PIC 9(4).
           02 FILLER                  PIC X(2).
           02 RP-DEPOSIT-ACCT         PIC 9(4).
           02 FILLER                  PIC X(2).
           02 RP-CASH-ACCT            PIC 9(4).

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.

       FD  ACCOUNT-BALANCE-FILE.
           COPY ACCTREC.

       FD  BANK-BALANCE-FILE.
       01 BANK-BALANCE-RECORD.
           02 BB-STATEMENT-DATE       PIC 9(8).
           02 FILLER                  PIC X(2).
           02 BB-BALANCE              PIC S9(9)V99.

       FD  CHECK-REGISTER-FILE.
           COPY CHECKREC.

       FD  GL-JOURNAL-FILE.
           COPY GLJRNL.

       FD  GL-RECON-REPORT-FILE.
       01 GL-RECON-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-GL-RECON-PARM-STATUS     PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-ACCTBAL-STATUS           PIC XX VALUE "00".
       01 WS-BANK-BALANCE-STATUS      PIC XX VALUE "00".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-GL-JOURNAL-STATUS        PIC XX VALUE "00".
       01 WS-GL-RECON-REPORT-STATUS   PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-TOLERANCE                PIC 9(5)V99 VALUE 1.00.
       01 WS-AR-ACCT                  PIC 9(4) VALUE 1100.
       01 WS-DEPOSIT-ACCT             PIC 9(4) VALUE 2000.
       01 WS-CASH-ACCT                PIC 9(4) VALUE 1000.

       01 WS-BANK-BALANCE             PIC S9(11)V99 VALUE ZERO.
       01 WS-BANK-STATEMENT-DATE      PIC 9(8) VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01 WS-OUTSTANDING-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-AR-ITEM-COUNT            PIC 9(7) COMP VALUE ZERO.
       01 WS-ACCOUNT-COUNT            PIC 9(7) COMP VALUE ZERO.
       01 WS-JOURNAL-LINE-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-OUT-OF-BALANCE-COUNT     PIC 9(2) COMP VALUE ZERO.
       01 WS-ABS-DIFFERENCE           PIC 9(11)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> One row per control account: 1 AR, 2 deposits, 3 payroll
      *> cash.  The normal side says which way the GL balance is
      *> read (assets debit, liabilities credit); the source rows
      *> carry the business date's postings by source program.
      *>--------------------------------------------------------------
       01 WS-CONTROL-TABLE.
           02 WS-CONTROL-ENTRY OCCURS 3 TIMES.
               03 WS-CT-NAME              PIC X(18).
               03 WS-CT-ACCT              PIC 9(4).
               03 WS-CT-NORMAL-SIDE       PIC X(1).
                   88 WS-CT-DEBIT-NORMAL      VALUE "D".
               03 WS-CT-SKIP-SWITCH       PIC X(1).
                   88 WS-CT-SKIPPED           VALUE "Y".
               03 WS-CT-SUBLEDGER         PIC S9(11)V99.
               03 WS-CT-GL-DEBITS         PIC S9(11)V99.
               03 WS-CT-GL-CREDITS        PIC S9(11)V99.
               03 WS-CT-GL-BALANCE        PIC S9(11)V99.
               03 WS-CT-DIFFERENCE        PIC S9(11)V99.
               03 WS-CT-SOURCE-COUNT      PIC 9(2) COMP.
               03 WS-CT-SOURCE-ENTRY OCCURS 20 TIMES.
                   04 WS-CS-PROGRAM       PIC X(8).
                   04 WS-CS-DEBITS        PIC S9(11)V99.
                   04 WS-CS-CREDITS       PIC S9(11)V99.
       01 WS-CT-IDX                   PIC 9(2) COMP VALUE ZERO.
       01 WS-CS-IDX                   PIC 9(2) COMP VALUE ZERO.
       01 WS-SOURCE-FOUND-IDX         PIC 9(2) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(48)
           VALUE "*** SUBLEDGER-TO-CONTROL RECONCILIATION ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(14) VALUE "  TOLERANCE: ".
           02 WS-H-TOLERANCE    PIC ZZ,ZZ9.99.
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(24)
               VALUE "CONTROL             ACCT".
           02 FILLER            PIC X(54) VALUE
               "   SUBLEDGER TOTAL       GL BALANCE       DIFFERENCE".
           02 FILLER            PIC X(8)  VALUE "  STATUS".
       01 WS-CONTROL-LINE.
           02 WS-C-NAME         PIC X(18).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-C-ACCT         PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-C-SUBLEDGER    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-C-GL-BALANCE   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-C-DIFFERENCE   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-C-STATUS       PIC X(14).
       01 WS-BANK-LINE.
           02 FILLER            PIC X(6)  VALUE SPACE.
           02 FILLER            PIC X(14) VALUE "BANK BALANCE ".
           02 WS-B-BALANCE      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(4)  VALUE " AS ".
           02 WS-B-DATE         PIC 9(8).
           02 FILLER            PIC X(14) VALUE "  OUTSTANDING ".
           02 WS-B-OUT-COUNT    PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " CHECKS: ".
           02 WS-B-OUT-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ACTIVITY-LINE.
           02 FILLER            PIC X(6)  VALUE SPACE.
           02 FILLER            PIC X(6)  VALUE "TODAY ".
           02 WS-A-PROGRAM      PIC X(8).
           02 FILLER            PIC X(6)  VALUE "  DR ".
           02 WS-A-DEBITS       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(6)  VALUE "  CR ".
           02 WS-A-CREDITS      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NO-ACTIVITY-LINE  PIC X(40)
           VALUE "      NO POSTINGS TODAY".
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(28)
               VALUE "*** CONTROLS OUT OF BALANCE:".
           02 WS-T-OUT-COUNT    PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TOTAL-RECEIVABLES THRU 2000-EXIT
           PERFORM 3000-TOTAL-DEPOSITS THRU 3000-EXIT
           PERFORM 4000-TOTAL-PAYROLL-CASH THRU 4000-EXIT
           PERFORM 5000-ACCUMULATE-JOURNAL THRU 5000-EXIT
           PERFORM 6000-PRINT-ONE-CONTROL THRU 6000-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > 3
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-OUT-OF-BALANCE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT GL-RECON-PARM-FILE
           IF WS-GL-RECON-PARM-STATUS = "00"
               READ GL-RECON-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-TOLERANCE IS NUMERIC
                           MOVE RP-TOLERANCE TO WS-TOLERANCE
                       END-IF
                       IF RP-AR-ACCT IS NUMERIC AND RP-AR-ACCT > ZERO
                           MOVE RP-AR-ACCT TO WS-AR-ACCT
                       END-IF
                       IF RP-DEPOSIT-ACCT IS NUMERIC
                           AND RP-DEPOSIT-ACCT > ZERO
                           MOVE RP-DEPOSIT-ACCT TO WS-DEPOSIT-ACCT
                       END-IF
                       IF RP-CASH-ACCT IS NUMERIC
                           AND RP-CASH-ACCT > ZERO
                           MOVE RP-CASH-ACCT TO WS-CASH-ACCT
                       END-IF
               END-READ
               CLOSE GL-RECON-PARM-FILE
           END-IF

           INITIALIZE WS-CONTROL-TABLE
           MOVE "AR CONTROL"         TO WS-CT-NAME (1)
           MOVE WS-AR-ACCT           TO WS-CT-ACCT (1)
           MOVE "D"                  TO WS-CT-NORMAL-SIDE (1)
           MOVE "DEPOSIT LIABILITY"  TO WS-CT-NAME (2)
           MOVE WS-DEPOSIT-ACCT      TO WS-CT-ACCT (2)
           MOVE "C"                  TO WS-CT-NORMAL-SIDE (2)
           MOVE "PAYROLL CASH"       TO WS-CT-NAME (3)
           MOVE WS-CASH-ACCT         TO WS-CT-ACCT (3)
           MOVE "D"                  TO WS-CT-NORMAL-SIDE (3)

           OPEN OUTPUT GL-RECON-REPORT-FILE
           WRITE GL-RECON-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-TOLERANCE     TO WS-H-TOLERANCE
           WRITE GL-RECON-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE GL-RECON-REPORT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> AR subledger: what is still owed on every item not paid or
      *> written off.  No ARFILE means nothing is owed.
      *>--------------------------------------------------------------
       2000-TOTAL-RECEIVABLES.
           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-ITEM-STATUS = "35"
               DISPLAY "No ARFILE on disk - AR subledger is zero"
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ AR-OPEN-ITEM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2100-ADD-ONE-ITEM THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE AR-OPEN-ITEM-FILE.
       2000-EXIT.
           EXIT.

       2100-ADD-ONE-ITEM.
           IF NOT AR-ITEM-CLOSED
               ADD 1 TO WS-AR-ITEM-COUNT
               ADD AR-INVOICE-AMOUNT TO WS-CT-SUBLEDGER (1)
               SUBTRACT AR-PAID-AMOUNT FROM WS-CT-SUBLEDGER (1)
           END-IF
           READ AR-OPEN-ITEM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Deposit subledger: every account's balance on ACCTBAL.
      *>--------------------------------------------------------------
       3000-TOTAL-DEPOSITS.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ACCTBAL-STATUS = "35"
               DISPLAY "No ACCTBAL on disk - deposit subledger is zero"
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ ACCOUNT-BALANCE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 3100-ADD-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-EOF
           CLOSE ACCOUNT-BALANCE-FILE.
       3000-EXIT.
           EXIT.

       3100-ADD-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF ACCT-BALANCE IS NUMERIC
               ADD ACCT-BALANCE TO WS-CT-SUBLEDGER (2)
           END-IF
           READ ACCOUNT-BALANCE-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Payroll cash: the books should show what the bank shows,
      *> less the checks written that the bank has not yet paid -
      *> outstanding and stale alike, since a stale check is still
      *> owed until it is voided.  Without a BANKBAL statement there
      *> is nothing to reconcile against, so the control is skipped.
      *>--------------------------------------------------------------
       4000-TOTAL-PAYROLL-CASH.
           OPEN INPUT BANK-BALANCE-FILE
           IF WS-BANK-BALANCE-STATUS = "35"
               DISPLAY "No BANKBAL on disk - payroll cash not checked"
               MOVE "Y" TO WS-CT-SKIP-SWITCH (3)
               GO TO 4000-EXIT
           END-IF
           READ BANK-BALANCE-FILE
               AT END
                   DISPLAY "BANKBAL is empty - payroll cash not checked"
                   MOVE "Y" TO WS-CT-SKIP-SWITCH (3)
               NOT AT END
                   MOVE BB-STATEMENT-DATE TO WS-BANK-STATEMENT-DATE
                   MOVE BB-BALANCE        TO WS-BANK-BALANCE
           END-READ
           CLOSE BANK-BALANCE-FILE
           IF WS-CT-SKIPPED (3)
               GO TO 4000-EXIT
           END-IF

           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REGISTER-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               READ CHECK-REGISTER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM 4100-ADD-ONE-CHECK THRU 4100-EXIT
                   UNTIL WS-EOF
               CLOSE CHECK-REGISTER-FILE
           END-IF
           COMPUTE WS-CT-SUBLEDGER (3) =
               WS-BANK-BALANCE - WS-OUTSTANDING-TOTAL.
       4000-EXIT.
           EXIT.

       4100-ADD-ONE-CHECK.
           IF CK-OUTSTANDING OR CK-STALE
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD CK-AMOUNT TO WS-OUTSTANDING-TOTAL
           END-IF
           READ CHECK-REGISTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One pass of the journal builds every control's GL balance
      *> and, for lines stamped with the business date, the day's
      *> activity by source program.
      *>--------------------------------------------------------------
       5000-ACCUMULATE-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-STATUS = "35"
               DISPLAY "No GLJRNL on disk - GL balances are zero"
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ GL-JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 5100-ADD-ONE-LINE THRU 5100-EXIT
               UNTIL WS-EOF
           CLOSE GL-JOURNAL-FILE.
       5000-EXIT.
           EXIT.

       5100-ADD-ONE-LINE.
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           PERFORM 5200-APPLY-TO-CONTROL THRU 5200-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > 3
           READ GL-JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5200-APPLY-TO-CONTROL.
           IF GJ-ACCT-NUMBER NOT = WS-CT-ACCT (WS-CT-IDX)
               GO TO 5200-EXIT
           END-IF
           ADD GJ-DEBIT-AMOUNT  TO WS-CT-GL-DEBITS (WS-CT-IDX)
           ADD GJ-CREDIT-AMOUNT TO WS-CT-GL-CREDITS (WS-CT-IDX)
           IF GJ-POST-DATE NOT = WS-BUSINESS-DATE
               GO TO 5200-EXIT
           END-IF

      *>   Find the source program's row; a new one opens a row, and
      *>   past the table's end the rest roll into the last row.
           MOVE ZERO TO WS-SOURCE-FOUND-IDX
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CT-SOURCE-COUNT (WS-CT-IDX)
               OR WS-SOURCE-FOUND-IDX > ZERO
               IF WS-CS-PROGRAM (WS-CT-IDX WS-CS-IDX)
                   = GJ-SOURCE-PROGRAM
                   MOVE WS-CS-IDX TO WS-SOURCE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SOURCE-FOUND-IDX = ZERO
               IF WS-CT-SOURCE-COUNT (WS-CT-IDX) < 20
                   ADD 1 TO WS-CT-SOURCE-COUNT (WS-CT-IDX)
                   MOVE WS-CT-SOURCE-COUNT (WS-CT-IDX)
                       TO WS-SOURCE-FOUND-IDX
                   MOVE GJ-SOURCE-PROGRAM
                       TO WS-CS-PROGRAM (WS-CT-IDX WS-SOURCE-FOUND-IDX)
               ELSE
                   MOVE 20 TO WS-SOURCE-FOUND-IDX
                   MOVE "OTHER"
                       TO WS-CS-PROGRAM (WS-CT-IDX WS-SOURCE-FOUND-IDX)
               END-IF
           END-IF
           ADD GJ-DEBIT-AMOUNT
               TO WS-CS-DEBITS (WS-CT-IDX WS-SOURCE-FOUND-IDX)
           ADD GJ-CREDIT-AMOUNT
               TO WS-CS-CREDITS (WS-CT-IDX WS-SOURCE-FOUND-IDX).
       5200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One control: balance, difference and verdict, then the
      *> day's activity that moved it.
      *>--------------------------------------------------------------
       6000-PRINT-ONE-CONTROL.
           IF WS-CT-DEBIT-NORMAL (WS-CT-IDX)
               COMPUTE WS-CT-GL-BALANCE (WS-CT-IDX) =
                   WS-CT-GL-DEBITS (WS-CT-IDX)
                   - WS-CT-GL-CREDITS (WS-CT-IDX)
           ELSE
               COMPUTE WS-CT-GL-BALANCE (WS-CT-IDX) =
                   WS-CT-GL-CREDITS (WS-CT-IDX)
                   - WS-CT-GL-DEBITS (WS-CT-IDX)
           END-IF
           COMPUTE WS-CT-DIFFERENCE (WS-CT-IDX) =
               WS-CT-SUBLEDGER (WS-CT-IDX)
               - WS-CT-GL-BALANCE (WS-CT-IDX)
           IF WS-CT-DIFFERENCE (WS-CT-IDX) < ZERO
               COMPUTE WS-ABS-DIFFERENCE =
                   ZERO - WS-CT-DIFFERENCE (WS-CT-IDX)
           ELSE
               MOVE WS-CT-DIFFERENCE (WS-CT-IDX) TO WS-ABS-DIFFERENCE
           END-IF

           MOVE WS-CT-NAME (WS-CT-IDX)       TO WS-C-NAME
           MOVE WS-CT-ACCT (WS-CT-IDX)       TO WS-C-ACCT
           MOVE WS-CT-GL-BALANCE (WS-CT-IDX) TO WS-C-GL-BALANCE
           IF WS-CT-SKIPPED (WS-CT-IDX)
               MOVE ZERO          TO WS-C-SUBLEDGER
               MOVE ZERO          TO WS-C-DIFFERENCE
               MOVE "NOT CHECKED" TO WS-C-STATUS
           ELSE
               MOVE WS-CT-SUBLEDGER (WS-CT-IDX)  TO WS-C-SUBLEDGER
               MOVE WS-CT-DIFFERENCE (WS-CT-IDX) TO WS-C-DIFFERENCE
               IF WS-ABS-DIFFERENCE > WS-TOLERANCE
                   MOVE "OUT OF BALANCE" TO WS-C-STATUS
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   DISPLAY "OUT OF BALANCE: " WS-CT-NAME (WS-CT-IDX)
                       " ACCOUNT " WS-CT-ACCT (WS-CT-IDX)
               ELSE
                   MOVE "IN BALANCE"     TO WS-C-STATUS
               END-IF
           END-IF
           MOVE SPACES TO GL-RECON-REPORT-LINE
           WRITE GL-RECON-REPORT-LINE
           WRITE GL-RECON-REPORT-LINE FROM WS-CONTROL-LINE

           IF WS-CT-IDX = 3 AND NOT WS-CT-SKIPPED (3)
               MOVE WS-BANK-BALANCE        TO WS-B-BALANCE
               MOVE WS-BANK-STATEMENT-DATE TO WS-B-DATE
               MOVE WS-OUTSTANDING-COUNT   TO WS-B-OUT-COUNT
               MOVE WS-OUTSTANDING-TOTAL   TO WS-B-OUT-TOTAL
               WRITE GL-RECON-REPORT-LINE FROM WS-BANK-LINE
           END-IF

           IF WS-CT-SOURCE-COUNT (WS-CT-IDX) = ZERO
               WRITE GL-RECON-REPORT-LINE FROM WS-NO-ACTIVITY-LINE
           ELSE
               PERFORM 6100-PRINT-ONE-SOURCE THRU 6100-EXIT
                   VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CT-SOURCE-COUNT (WS-CT-IDX)
           END-IF.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-SOURCE.
           MOVE WS-CS-PROGRAM (WS-CT-IDX WS-CS-IDX) TO WS-A-PROGRAM
           MOVE WS-CS-DEBITS (WS-CT-IDX WS-CS-IDX)  TO WS-A-DEBITS
           MOVE WS-CS-CREDITS (WS-CT-IDX WS-CS-IDX) TO WS-A-CREDITS
           WRITE GL-RECON-REPORT-LINE FROM WS-ACTIVITY-LINE.
       6100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO GL-RECON-REPORT-LINE
           WRITE GL-RECON-REPORT-LINE
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-T-OUT-COUNT
           WRITE GL-RECON-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "AR items read:      " WS-AR-ITEM-COUNT
           DISPLAY "Accounts read:      " WS-ACCOUNT-COUNT
           DISPLAY "Journal lines read: " WS-JOURNAL-LINE-COUNT
           DISPLAY "Out of balance:     " WS-OUT-OF-BALANCE-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE GL-RECON-REPORT-FILE.
       9000-EXIT.
           EXIT.
