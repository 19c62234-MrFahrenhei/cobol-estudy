      *> who has caught up drops off COLLSTAT and the next lapse
      *> starts over at a first notice.  The DUNREG register lists
      *> every letter and level for the collections desk.
      *> 10/15/2026 - written-off items (closed by wrtoff.cob) no longer
      *> count toward the past-due amount: the skip test is now AR-ITEM-
      *> CLOSED.
      *> 10/15/2026 - payment plans: a past-due customer on a PAYPLAN
      *> arrangement (planmnt.cob) who has paid every installment due
      *> more than the PLANPRM grace days ago - counting CASHAPPL cash
      *> applied since the plan was arranged, less NSFHIST returns -
      *> is held at their COLLSTAT level and gets a PLAN REMINDER
      *> letter.  A customer short on the plan has broken it: the
      *> plan drops off PAYPLAN, lists on the BRKPROM broken-promises
      *> report, and escalation resumes the same run.  A PAYPLAN
      *> too large for the plan tables (1000 rows, 500 customers)
      *> refuses the run, since a plan left unread would be dunned.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUNNING-REGISTER-FILE ASSIGN TO "DUNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNNING-REGISTER-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-PLAN-STATUS.
           SELECT PLAN-PARM-FILE ASSIGN TO "PLANPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-PARM-STATUS.
           SELECT CASH-APPLICATION-FILE ASSIGN TO "CASHAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-APPLICATION-STATUS.
           SELECT NSF-HISTORY-FILE ASSIGN TO "NSFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-HISTORY-STATUS.
           SELECT BROKEN-PROMISE-FILE ASSIGN TO "BRKPROM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROKEN-PROMISE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUNNING-REGISTER-FILE.
       01 DUNNING-REGISTER-LINE       PIC X(80).

       FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.

       FD  PLAN-PARM-FILE.
       01 PLAN-PARM-RECORD.
           02 PG-GRACE-DAYS           PIC 9(3).

       FD  CASH-APPLICATION-FILE.
           COPY CASHAPPL.

       FD  NSF-HISTORY-FILE.
           COPY NSFHIST.

       FD  BROKEN-PROMISE-FILE.
       01 BROKEN-PROMISE-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-COLLECTION-STATUS-STATUS PIC XX VALUE "00".
       01 WS-DUNNING-LETTER-STATUS    PIC XX VALUE "00".
       01 WS-DUNNING-REGISTER-STATUS  PIC XX VALUE "00".
       01 WS-PAYMENT-PLAN-STATUS      PIC XX VALUE "00".
       01 WS-PLAN-PARM-STATUS         PIC XX VALUE "00".
       01 WS-CASH-APPLICATION-STATUS  PIC XX VALUE "00".
       01 WS-NSF-HISTORY-STATUS       PIC XX VALUE "00".
       01 WS-BROKEN-PROMISE-STATUS    PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
               03 WS-CL-ACTIVE-SWITCH PIC X(1).
                   88 WS-CL-ACTIVE        VALUE "Y".

      *>--------------------------------------------------------------
      *> Payment plans.  PAYPLAN rows load whole (they rewrite at
      *> end of run without the plans broken this run); each plan
      *> customer gets one WS-PLAN-CUST-ENTRY carrying what the plan
      *> has fallen due past the grace days and what has been
      *> received since it was arranged.  A PAYPLAN too big for the
      *> table is consulted only up to the cap and not rewritten.
      *>--------------------------------------------------------------
       01 WS-GRACE-DAYS               PIC 9(3) VALUE 10.
       01 WS-DUE-DATE-INTEGER         PIC 9(8) COMP VALUE ZERO.
       01 WS-PLAN-OVERFLOW-SWITCH     PIC X VALUE "N".
           88 WS-PLAN-OVERFLOW            VALUE "Y".
       01 WS-PLAN-HELD-SWITCH         PIC X VALUE "N".
           88 WS-PLAN-HELD                VALUE "Y".
       01 WS-PLAN-ROW-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-PLAN-ROW-IDX             PIC 9(4) COMP VALUE ZERO.
       01 WS-PLAN-ROW-TABLE.
           02 WS-PLAN-ROW OCCURS 1000 TIMES.
               03 WS-PR-IMAGE         PIC X(52).
       01 WS-PLAN-CUST-COUNT          PIC 9(3) COMP VALUE ZERO.
       01 WS-PLAN-CUST-IDX            PIC 9(3) COMP VALUE ZERO.
       01 WS-PLAN-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-PLAN-CUST-TABLE.
           02 WS-PLAN-CUST-ENTRY OCCURS 500 TIMES.
               03 WS-PC-CUST-IDENT    PIC 9(7).
               03 WS-PC-ARRANGED-DATE PIC 9(8).
               03 WS-PC-DUE-SO-FAR    PIC 9(9)V99.
               03 WS-PC-RECEIVED      PIC S9(9)V99.
               03 WS-PC-BROKEN-SWITCH PIC X(1).
                   88 WS-PC-BROKEN        VALUE "Y".
       01 WS-LOOKUP-CUST-IDENT        PIC 9(7) VALUE ZERO.
       01 WS-SHORTFALL                PIC S9(9)V99 VALUE ZERO.
       01 WS-HELD-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-BROKEN-COUNT             PIC 9(5) COMP VALUE ZERO.

       01 WS-LETTER-LEVEL             PIC 9(1) VALUE ZERO.
       01 WS-LETTER-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-CLEARED-COUNT            PIC 9(5) COMP VALUE ZERO.
           02 FILLER            PIC X(11) VALUE " CLEARED: ".
           02 WS-T-CLEARED      PIC ZZZZ9.

       01 WS-BROKEN-HEADING-1  PIC X(40)
           VALUE "*** BROKEN PROMISES REPORT ***".
       01 WS-BROKEN-HEADING-2.
           02 FILLER            PIC X(32)
               VALUE " CUSTOMER  NAME".
           02 FILLER            PIC X(34)
               VALUE "ARRANGED  DUE SO FAR         PAID".
       01 WS-BROKEN-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-B-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-B-NAME         PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-B-ARRANGED     PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-B-DUE-SO-FAR   PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-B-RECEIVED     PIC -ZZZ,ZZ9.99.
       01 WS-BROKEN-TOTAL-LINE.
           02 FILLER            PIC X(22) VALUE "*** BROKEN PROMISES: ".
           02 WS-T-BROKEN       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-PLAN-OVERFLOW
               DISPLAY "PAYPLAN EXCEEDS THE PLAN TABLES - RUN "
                   "REFUSED, NO LETTERS WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-PROCESS-OPEN-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           IF NOT WS-FIRST-CUSTOMER
               PERFORM 3000-CLOSE-CUSTOMER THRU 3000-EXIT
           END-IF
           PERFORM 7000-REWRITE-COLLECTION-STATUS THRU 7000-EXIT
           IF WS-BROKEN-COUNT > ZERO
               PERFORM 7100-REWRITE-PAYMENT-PLANS THRU 7100-EXIT
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)
           PERFORM 1100-LOAD-COLLECTION-STATUS THRU 1100-EXIT
           PERFORM 1200-LOAD-PAYMENT-PLANS THRU 1200-EXIT
           IF WS-PLAN-OVERFLOW
               GO TO 1000-EXIT
           END-IF
           IF WS-PLAN-CUST-COUNT > ZERO
               PERFORM 1300-LOAD-PLAN-RECEIPTS THRU 1300-EXIT
           END-IF
           OPEN INPUT AR-OPEN-ITEM-FILE
           OPEN INPUT CUSTMAST-FILE
           OPEN OUTPUT DUNNING-LETTER-FILE
           OPEN OUTPUT DUNNING-REGISTER-FILE
           WRITE DUNNING-REGISTER-LINE FROM WS-HEADING-LINE-1
           OPEN OUTPUT BROKEN-PROMISE-FILE
           WRITE BROKEN-PROMISE-LINE FROM WS-BROKEN-HEADING-1
           WRITE BROKEN-PROMISE-LINE FROM WS-BROKEN-HEADING-2
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Each plan customer's installments due more than the grace
      *> days ago add up into what the plan expects by today.
      *>--------------------------------------------------------------
       1200-LOAD-PAYMENT-PLANS.
           OPEN INPUT PLAN-PARM-FILE
           IF WS-PLAN-PARM-STATUS NOT = "35"
               READ PLAN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PG-GRACE-DAYS TO WS-GRACE-DAYS
               END-READ
               CLOSE PLAN-PARM-FILE
           END-IF
           OPEN INPUT PAYMENT-PLAN-FILE
           IF WS-PAYMENT-PLAN-STATUS = "35"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-PLAN-OVERFLOW
                   OR WS-PLAN-ROW-COUNT >= 1000
               READ PAYMENT-PLAN-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PLAN-ROW-COUNT
                       MOVE PAYMENT-PLAN-RECORD TO
                           WS-PR-IMAGE (WS-PLAN-ROW-COUNT)
                       PERFORM 1250-ADD-PLAN-INSTALLMENT THRU 1250-EXIT
               END-READ
           END-PERFORM
           IF NOT WS-EOF AND NOT WS-PLAN-OVERFLOW
               READ PAYMENT-PLAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-PLAN-OVERFLOW TO TRUE
                       DISPLAY "PAYPLAN EXCEEDS THE 1000-ROW LOAD"
               END-READ
           END-IF
           CLOSE PAYMENT-PLAN-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1250-ADD-PLAN-INSTALLMENT.
           MOVE PP-CUST-IDENT TO WS-LOOKUP-CUST-IDENT
           PERFORM 1400-FIND-PLAN-CUSTOMER THRU 1400-EXIT
           IF WS-PLAN-FOUND-IDX = ZERO
               IF WS-PLAN-CUST-COUNT >= 500
                   SET WS-PLAN-OVERFLOW TO TRUE
                   DISPLAY "PAYPLAN HOLDS MORE THAN 500 PLAN "
                       "CUSTOMERS"
                   GO TO 1250-EXIT
               END-IF
               ADD 1 TO WS-PLAN-CUST-COUNT
               MOVE WS-PLAN-CUST-COUNT TO WS-PLAN-FOUND-IDX
               MOVE PP-CUST-IDENT TO
                   WS-PC-CUST-IDENT (WS-PLAN-FOUND-IDX)
               MOVE PP-ARRANGED-DATE TO
                   WS-PC-ARRANGED-DATE (WS-PLAN-FOUND-IDX)
               MOVE ZERO TO WS-PC-DUE-SO-FAR (WS-PLAN-FOUND-IDX)
               MOVE ZERO TO WS-PC-RECEIVED (WS-PLAN-FOUND-IDX)
               MOVE "N"  TO WS-PC-BROKEN-SWITCH (WS-PLAN-FOUND-IDX)
           END-IF
           COMPUTE WS-DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (PP-DUE-DATE) + WS-GRACE-DAYS
           IF WS-DUE-DATE-INTEGER < WS-RUN-DATE-INTEGER
               ADD PP-INSTALLMENT-AMOUNT TO
                   WS-PC-DUE-SO-FAR (WS-PLAN-FOUND-IDX)
           END-IF.
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> What the plan customers have paid since arranging: every
      *> CASHAPPL application cashrcpt.cob has logged for them from
      *> the arranged date on, less any of those checks nsfrev.cob
      *> has since reversed - a bounced installment is not a kept
      *> promise.
      *>--------------------------------------------------------------
       1300-LOAD-PLAN-RECEIPTS.
           OPEN INPUT CASH-APPLICATION-FILE
           IF WS-CASH-APPLICATION-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF
                   READ CASH-APPLICATION-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1320-ADD-APPLICATION THRU 1320-EXIT
                   END-READ
               END-PERFORM
               CLOSE CASH-APPLICATION-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT NSF-HISTORY-FILE
           IF WS-NSF-HISTORY-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF
                   READ NSF-HISTORY-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1340-SUBTRACT-RETURN THRU 1340-EXIT
                   END-READ
               END-PERFORM
               CLOSE NSF-HISTORY-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.
       1300-EXIT.
           EXIT.

       1320-ADD-APPLICATION.
           MOVE CA-CUST-IDENT TO WS-LOOKUP-CUST-IDENT
           PERFORM 1400-FIND-PLAN-CUSTOMER THRU 1400-EXIT
           IF WS-PLAN-FOUND-IDX = ZERO
               GO TO 1320-EXIT
           END-IF
           IF CA-RECEIPT-DATE >= WS-PC-ARRANGED-DATE (WS-PLAN-FOUND-IDX)
               ADD CA-APPLIED-AMOUNT TO
                   WS-PC-RECEIVED (WS-PLAN-FOUND-IDX)
           END-IF.
       1320-EXIT.
           EXIT.

       1340-SUBTRACT-RETURN.
           MOVE NH-CUST-IDENT TO WS-LOOKUP-CUST-IDENT
           PERFORM 1400-FIND-PLAN-CUSTOMER THRU 1400-EXIT
           IF WS-PLAN-FOUND-IDX = ZERO
               GO TO 1340-EXIT
           END-IF
           IF NH-RECEIPT-DATE >= WS-PC-ARRANGED-DATE (WS-PLAN-FOUND-IDX)
               SUBTRACT NH-RETURNED-AMOUNT FROM
                   WS-PC-RECEIVED (WS-PLAN-FOUND-IDX)
           END-IF.
       1340-EXIT.
           EXIT.

       1400-FIND-PLAN-CUSTOMER.
           MOVE ZERO TO WS-PLAN-FOUND-IDX
           PERFORM VARYING WS-PLAN-CUST-IDX FROM 1 BY 1
               UNTIL WS-PLAN-CUST-IDX > WS-PLAN-CUST-COUNT
                  OR WS-PLAN-FOUND-IDX > ZERO
               IF WS-PC-CUST-IDENT (WS-PLAN-CUST-IDX)
                   = WS-LOOKUP-CUST-IDENT
                   MOVE WS-PLAN-CUST-IDX TO WS-PLAN-FOUND-IDX
               END-IF
           END-PERFORM.
       1400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Accumulate each customer's past-due balance (over 30 days,
      *> still open); the change of customer closes the prior one
           END-IF
           MOVE AR-CUST-IDENT TO WS-PREV-CUST-IDENT

           IF AR-ITEM-CLOSED
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-UNPAID-BALANCE =

      *>--------------------------------------------------------------
      *> The letter decision: a past-due customer escalates one
      *> level (capped at final demand) and gets a letter - unless
      *> current on a payment plan, when the level holds and the
      *> letter is a plan reminder; a caught-up customer's status
      *> clears by never re-entering the table.
      *>--------------------------------------------------------------
       3000-CLOSE-CUSTOMER.
           IF WS-CUST-PAST-DUE <= ZERO
               PERFORM 3200-NOTE-IF-CLEARED THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3050-CHECK-PAYMENT-PLAN THRU 3050-EXIT
           IF WS-PLAN-HELD
               PERFORM 3150-HOLD-LEVEL THRU 3150-EXIT
           ELSE
               PERFORM 3100-ESCALATE-LEVEL THRU 3100-EXIT
           END-IF
           PERFORM 3300-WRITE-LETTER THRU 3300-EXIT
           ADD WS-CUST-PAST-DUE TO WS-TOTAL-PAST-DUE.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A plan customer who has received at least what the plan
      *> has fallen due is holding up their end and is held; one
      *> who has not has broken the promise - the plan is cancelled
      *> and listed for the collectors, and escalation resumes.
      *>--------------------------------------------------------------
       3050-CHECK-PAYMENT-PLAN.
           MOVE "N" TO WS-PLAN-HELD-SWITCH
           MOVE WS-PREV-CUST-IDENT TO WS-LOOKUP-CUST-IDENT
           PERFORM 1400-FIND-PLAN-CUSTOMER THRU 1400-EXIT
           IF WS-PLAN-FOUND-IDX = ZERO
               GO TO 3050-EXIT
           END-IF
           IF WS-PC-RECEIVED (WS-PLAN-FOUND-IDX)
               >= WS-PC-DUE-SO-FAR (WS-PLAN-FOUND-IDX)
               SET WS-PLAN-HELD TO TRUE
               ADD 1 TO WS-HELD-COUNT
               GO TO 3050-EXIT
           END-IF
           MOVE "Y" TO WS-PC-BROKEN-SWITCH (WS-PLAN-FOUND-IDX)
           ADD 1 TO WS-BROKEN-COUNT
           MOVE WS-PREV-CUST-IDENT TO WS-B-CUST-IDENT
           MOVE WS-PREV-CUST-IDENT TO CUST-IDENT
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTMAST)" TO WS-B-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-B-NAME
           END-READ
           MOVE WS-PC-ARRANGED-DATE (WS-PLAN-FOUND-IDX)
               TO WS-B-ARRANGED
           MOVE WS-PC-DUE-SO-FAR (WS-PLAN-FOUND-IDX)
               TO WS-B-DUE-SO-FAR
           MOVE WS-PC-RECEIVED (WS-PLAN-FOUND-IDX)
               TO WS-B-RECEIVED
           WRITE BROKEN-PROMISE-LINE FROM WS-BROKEN-LINE.
       3050-EXIT.
           EXIT.

       3100-ESCALATE-LEVEL.
           MOVE ZERO TO WS-COLL-FOUND-IDX
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A customer current on a plan keeps the level they had; one
      *> new to COLLSTAT stays at level zero, so a later broken
      *> promise starts them at a first notice.
      *>--------------------------------------------------------------
       3150-HOLD-LEVEL.
           MOVE ZERO TO WS-COLL-FOUND-IDX
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
               UNTIL WS-COLL-IDX > WS-COLL-COUNT
                  OR WS-COLL-FOUND-IDX > ZERO
               IF WS-CL-CUST-IDENT (WS-COLL-IDX) = WS-PREV-CUST-IDENT
                   MOVE WS-COLL-IDX TO WS-COLL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-COLL-FOUND-IDX = ZERO
               IF WS-COLL-COUNT >= 500
                   GO TO 3150-EXIT
               END-IF
               ADD 1 TO WS-COLL-COUNT
               MOVE WS-PREV-CUST-IDENT TO
                   WS-CL-CUST-IDENT (WS-COLL-COUNT)
               MOVE ZERO TO WS-CL-LEVEL (WS-COLL-COUNT)
               MOVE WS-COLL-COUNT TO WS-COLL-FOUND-IDX
           END-IF
           MOVE WS-RUN-DATE-YYYYMMDD TO
               WS-CL-LETTER-DATE (WS-COLL-FOUND-IDX)
           MOVE "Y" TO WS-CL-ACTIVE-SWITCH (WS-COLL-FOUND-IDX).
       3150-EXIT.
           EXIT.

       3200-NOTE-IF-CLEARED.
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
               UNTIL WS-COLL-IDX > WS-COLL-COUNT
      *> same stance stmtrun.cob takes.
      *>--------------------------------------------------------------
       3300-WRITE-LETTER.
           EVALUATE TRUE
               WHEN WS-PLAN-HELD
                   MOVE "PLAN REMINDER" TO DL-LEVEL-CAPTION
               WHEN WS-LETTER-LEVEL = 1
                   MOVE "FIRST NOTICE"  TO DL-LEVEL-CAPTION
               WHEN WS-LETTER-LEVEL = 2
                   MOVE "SECOND NOTICE" TO DL-LEVEL-CAPTION
               WHEN OTHER
                   MOVE "FINAL DEMAND"  TO DL-LEVEL-CAPTION
           END-EVALUATE
           MOVE WS-PREV-CUST-IDENT TO DL-CUST-IDENT
           MOVE WS-PREV-CUST-IDENT TO CUST-IDENT
       7000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> PAYPLAN keeps every plan except the ones broken this run.
      *>--------------------------------------------------------------
       7100-REWRITE-PAYMENT-PLANS.
           OPEN OUTPUT PAYMENT-PLAN-FILE
           PERFORM VARYING WS-PLAN-ROW-IDX FROM 1 BY 1
               UNTIL WS-PLAN-ROW-IDX > WS-PLAN-ROW-COUNT
               MOVE WS-PR-IMAGE (WS-PLAN-ROW-IDX)
                   TO PAYMENT-PLAN-RECORD
               MOVE PP-CUST-IDENT TO WS-LOOKUP-CUST-IDENT
               PERFORM 1400-FIND-PLAN-CUSTOMER THRU 1400-EXIT
               IF WS-PLAN-FOUND-IDX = ZERO
                   WRITE PAYMENT-PLAN-RECORD
               ELSE
                   IF NOT WS-PC-BROKEN (WS-PLAN-FOUND-IDX)
                       WRITE PAYMENT-PLAN-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYMENT-PLAN-FILE.
       7100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-LETTER-COUNT   TO WS-T-LETTERS
           MOVE WS-TOTAL-PAST-DUE TO WS-T-PAST-DUE
           MOVE WS-CLEARED-COUNT  TO WS-T-CLEARED
           WRITE DUNNING-REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE WS-BROKEN-COUNT   TO WS-T-BROKEN
           WRITE BROKEN-PROMISE-LINE FROM WS-BROKEN-TOTAL-LINE
           DISPLAY "Dunning letters written: " WS-LETTER-COUNT
           DISPLAY "Held on payment plans:   " WS-HELD-COUNT
           DISPLAY "Broken promises:         " WS-BROKEN-COUNT.
       8000-EXIT.
           EXIT.

           CLOSE AR-OPEN-ITEM-FILE
           CLOSE CUSTMAST-FILE
           CLOSE DUNNING-LETTER-FILE
           CLOSE DUNNING-REGISTER-FILE
           CLOSE BROKEN-PROMISE-FILE.
       9000-EXIT.
           EXIT.
