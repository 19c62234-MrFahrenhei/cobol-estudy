       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wrtoff.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Bad-debt write-off run over the WOREQ request queue (see
      *> WOREQ.cpy).  Collections queues the items it has given up
      *> on - typically customers dunning.cob has taken to final
      *> demand whose items sit in araging.cob's over-90 bucket -
      *> and this run takes them off the books:
      *>   - a request at or under the WOPARM sign-off threshold, or
      *>     one a second update-level operator has signed off
      *>     through woaprv.cob, closes its ARFILE item with the
      *>     written-off status (AR-ITEM-WRITTEN-OFF), so aging,
      *>     statements, dunning, and finance charges stop counting
      *>     it;
      *>   - a request over the threshold without the second
      *>     sign-off stays pending and lists on the register;
      *>   - an item that is gone, already closed, a credit memo, or
      *>     whose balance has grown past the approved amount is
      *>     rejected with its reason.  A balance that has come
      *>     down since approval writes off what is left.
      *> Each write-off lands on the WOHIST history (so cashrcpt.cob
      *> can book a later payment as a recovery) and the WOREG
      *> register, and the total posts bad-debt expense against
      *> receivables through glpost.  Decided requests keep their
      *> status on WOREQ as queue history, rewritten whole at end
      *> of run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-REQUEST-FILE ASSIGN TO "WOREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-REQUEST-STATUS.
           SELECT WRITE-OFF-PARM-FILE ASSIGN TO "WOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-PARM-STATUS.
           SELECT WRITE-OFF-HISTORY-FILE ASSIGN TO "WOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-HISTORY-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-OPEN-ITEM-STATUS.
           SELECT WRITE-OFF-REGISTER-FILE ASSIGN TO "WOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITE-OFF-REQUEST-FILE.
           COPY WOREQ.

       FD  WRITE-OFF-PARM-FILE.
       01 WRITE-OFF-PARM-RECORD.
           02 WP-SIGNOFF-THRESHOLD    PIC 9(7)V99.

       FD  WRITE-OFF-HISTORY-FILE.
           COPY WOHIST.

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.

       FD  WRITE-OFF-REGISTER-FILE.
       01 WRITE-OFF-REGISTER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-WRITE-OFF-REQUEST-STATUS  PIC XX VALUE "00".
       01 WS-WRITE-OFF-PARM-STATUS     PIC XX VALUE "00".
       01 WS-WRITE-OFF-HISTORY-STATUS  PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS       PIC XX VALUE "00".
       01 WS-WRITE-OFF-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-QUEUE-OVERFLOW-SWITCH     PIC X VALUE "N".
           88 WS-QUEUE-OVERFLOW            VALUE "Y".

       01 WS-RUN-DATE-YYYYMMDD        PIC 9(8) VALUE ZERO.

      *>--------------------------------------------------------------
      *> The dollar line above which one approver is not enough; a
      *> missing WOPARM leaves the compiled default in force.
      *>--------------------------------------------------------------
       01 WS-SIGNOFF-THRESHOLD        PIC 9(7)V99 VALUE 1000.00.

       01 WS-QUEUE-COUNT              PIC 9(3) COMP VALUE ZERO.
       01 WS-QUEUE-IDX                PIC 9(3) COMP VALUE ZERO.
       01 WS-QUEUE-TABLE.
           02 WS-QUEUE-ENTRY OCCURS 500 TIMES.
               03 WS-QE-IMAGE         PIC X(90).

       01 WS-ITEM-BALANCE             PIC S9(7)V99 VALUE ZERO.
       01 WS-WRITTEN-OFF-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-AWAITING-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECTED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-WRITTEN-OFF-TOTAL        PIC S9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> General-ledger interface: the written-off total comes off
      *> receivables into bad-debt expense.
      *>--------------------------------------------------------------
       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "WRTOFF".
       01 WS-GL-DEBIT-ACCT      PIC 9(4) VALUE 5200.
       01 WS-GL-CREDIT-ACCT     PIC 9(4) VALUE 1100.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** BAD-DEBT WRITE-OFF REGISTER ***".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-INVOICE-NO   PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC -ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-REQUESTED-BY PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(30).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(18) VALUE "*** WRITTEN OFF: ".
           02 WS-T-WRITTEN-OFF  PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " AMOUNT: ".
           02 WS-T-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(11) VALUE " AWAITING: ".
           02 WS-T-AWAITING     PIC ZZZZ9.
           02 FILLER            PIC X(11) VALUE " REJECTED: ".
           02 WS-T-REJECTED     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-QUEUE-OVERFLOW
      *>       The end-of-run rewrite replaces WOREQ whole from the
      *>       table; proceeding past the load cap would silently
      *>       delete every request past it.
               DISPLAY "WOREQ EXCEEDS THE 500-ROW LOAD - RUN "
                   "REFUSED, CLEAR DECIDED REQUESTS FIRST"
               STOP RUN
           END-IF
           IF WS-QUEUE-COUNT = ZERO
               DISPLAY "No write-off requests queued"
               STOP RUN
           END-IF
           OPEN I-O AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-ITEM-STATUS = "35"
               DISPLAY "No ARFILE on disk - nothing to write off"
               STOP RUN
           END-IF
           OPEN OUTPUT WRITE-OFF-REGISTER-FILE
           WRITE WRITE-OFF-REGISTER-LINE FROM WS-HEADING-LINE-1
           OPEN EXTEND WRITE-OFF-HISTORY-FILE
           IF WS-WRITE-OFF-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT WRITE-OFF-HISTORY-FILE
           END-IF
           PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
           PERFORM 7000-REWRITE-QUEUE THRU 7000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-YYYYMMDD
           PERFORM 1100-LOAD-WRITE-OFF-PARMS THRU 1100-EXIT
           PERFORM 1200-LOAD-QUEUE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The sign-off threshold is policy, not code.
      *>--------------------------------------------------------------
       1100-LOAD-WRITE-OFF-PARMS.
           OPEN INPUT WRITE-OFF-PARM-FILE
           IF WS-WRITE-OFF-PARM-STATUS = "35"
               DISPLAY "WOPARM missing - sign-off threshold defaults "
                   "to " WS-SIGNOFF-THRESHOLD
               GO TO 1100-EXIT
           END-IF
           READ WRITE-OFF-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WP-SIGNOFF-THRESHOLD TO WS-SIGNOFF-THRESHOLD
           END-READ
           CLOSE WRITE-OFF-PARM-FILE.
       1100-EXIT.
           EXIT.

       1200-LOAD-QUEUE.
           OPEN INPUT WRITE-OFF-REQUEST-FILE
           IF WS-WRITE-OFF-REQUEST-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-QUEUE-COUNT >= 500
               READ WRITE-OFF-REQUEST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
                       MOVE WRITE-OFF-REQUEST-RECORD TO
                           WS-QE-IMAGE (WS-QUEUE-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ WRITE-OFF-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-QUEUE-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE WRITE-OFF-REQUEST-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One request: only pending and signed-off rows are live.  A
      *> pending row over the threshold waits for its second
      *> sign-off; everything else is checked against the item as
      *> it stands on ARFILE today.
      *>--------------------------------------------------------------
       2000-PROCESS-ONE-REQUEST.
           MOVE WS-QE-IMAGE (WS-QUEUE-IDX) TO WRITE-OFF-REQUEST-RECORD
           IF NOT WR-PENDING AND NOT WR-SIGNED-OFF
               GO TO 2000-EXIT
           END-IF
           MOVE WR-CUST-IDENT   TO WS-D-CUST-IDENT
           MOVE WR-INVOICE-NO   TO WS-D-INVOICE-NO
           MOVE WR-AMOUNT       TO WS-D-AMOUNT
           MOVE WR-REQUESTED-BY TO WS-D-REQUESTED-BY

           IF WR-PENDING AND WR-AMOUNT > WS-SIGNOFF-THRESHOLD
               MOVE "AWAITING SECOND SIGN-OFF" TO WS-D-ACTION
               ADD 1 TO WS-AWAITING-COUNT
               GO TO 2000-WRITE
           END-IF

           MOVE WR-CUST-IDENT TO AR-CUST-IDENT
           MOVE WR-INVOICE-NO TO AR-INVOICE-NO
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "REJECTED - NOT ON ARFILE" TO WS-D-ACTION
                   GO TO 2000-REJECT
           END-READ
           IF AR-CREDIT-MEMO-NO
               MOVE "REJECTED - CREDIT MEMO" TO WS-D-ACTION
               GO TO 2000-REJECT
           END-IF
           IF AR-ITEM-CLOSED
               MOVE "REJECTED - ITEM ALREADY CLOSED" TO WS-D-ACTION
               GO TO 2000-REJECT
           END-IF
           COMPUTE WS-ITEM-BALANCE = AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           IF WS-ITEM-BALANCE <= ZERO
               MOVE "REJECTED - NO BALANCE OWED" TO WS-D-ACTION
               GO TO 2000-REJECT
           END-IF
           IF WS-ITEM-BALANCE > WR-AMOUNT
               MOVE "REJECTED - OVER APPROVED AMT" TO WS-D-ACTION
               GO TO 2000-REJECT
           END-IF

           PERFORM 2100-WRITE-OFF-ITEM THRU 2100-EXIT
           MOVE WS-ITEM-BALANCE TO WS-D-AMOUNT
           MOVE "WRITTEN OFF" TO WS-D-ACTION
           GO TO 2000-WRITE.
       2000-REJECT.
           SET WR-REJECTED TO TRUE
           MOVE WRITE-OFF-REQUEST-RECORD TO WS-QE-IMAGE (WS-QUEUE-IDX)
           ADD 1 TO WS-REJECTED-COUNT.
       2000-WRITE.
           WRITE WRITE-OFF-REGISTER-LINE FROM WS-DETAIL-LINE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Close the item as written off - its amounts stay as they
      *> stood so the item itself still shows what was lost - and
      *> keep the detail on WOHIST for recoveries.
      *>--------------------------------------------------------------
       2100-WRITE-OFF-ITEM.
           SET AR-ITEM-WRITTEN-OFF TO TRUE
           REWRITE AR-OPEN-ITEM-RECORD

           MOVE AR-CUST-IDENT        TO WH-CUST-IDENT
           MOVE AR-INVOICE-NO        TO WH-INVOICE-NO
           MOVE AR-INVOICE-DATE      TO WH-INVOICE-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO WH-WRITE-OFF-DATE
           MOVE WS-ITEM-BALANCE      TO WH-WRITTEN-OFF-AMOUNT
           MOVE ZERO                 TO WH-RECOVERED-AMOUNT
           MOVE WR-REQUESTED-BY      TO WH-REQUESTED-BY
           MOVE WR-SIGNED-OFF-BY     TO WH-SIGNED-OFF-BY
           WRITE WRITE-OFF-HISTORY-RECORD

           SET WR-WRITTEN-OFF TO TRUE
           MOVE WRITE-OFF-REQUEST-RECORD TO WS-QE-IMAGE (WS-QUEUE-IDX)
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           ADD WS-ITEM-BALANCE TO WS-WRITTEN-OFF-TOTAL.
       2100-EXIT.
           EXIT.

       7000-REWRITE-QUEUE.
           OPEN OUTPUT WRITE-OFF-REQUEST-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QE-IMAGE (WS-QUEUE-IDX)
                   TO WRITE-OFF-REQUEST-RECORD
               WRITE WRITE-OFF-REQUEST-RECORD
           END-PERFORM
           CLOSE WRITE-OFF-REQUEST-FILE.
       7000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-WRITTEN-OFF-COUNT TO WS-T-WRITTEN-OFF
           MOVE WS-WRITTEN-OFF-TOTAL TO WS-T-AMOUNT
           MOVE WS-AWAITING-COUNT    TO WS-T-AWAITING
           MOVE WS-REJECTED-COUNT    TO WS-T-REJECTED
           WRITE WRITE-OFF-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Items written off:     " WS-WRITTEN-OFF-COUNT
           DISPLAY "Written-off total:     " WS-WRITTEN-OFF-TOTAL
           DISPLAY "Awaiting sign-off:     " WS-AWAITING-COUNT
           DISPLAY "Requests rejected:     " WS-REJECTED-COUNT.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> What the run wrote off goes onto the ledger: debit
      *> bad-debt expense, credit accounts receivable.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           MOVE WS-WRITTEN-OFF-TOTAL TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-REFERENCE
           STRING "WO " WS-RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-CREDIT-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AR-OPEN-ITEM-FILE
           CLOSE WRITE-OFF-HISTORY-FILE
           CLOSE WRITE-OFF-REGISTER-FILE.
       9000-EXIT.
           EXIT.
