      *> and coboltut.cob stay interactive front-end programs (they
      *> ACCEPT from an operator) and are not part of this unattended
      *> run.
      *> 10/15/2026 - the nightly standing-order, term-deposit,
      *> journal-entry, registration-hold and reconciliation steps
      *> are now steps 8 through 12 of the step table: RUNCTL can
      *> skip them, STRMSTAT restarts past them, and a non-zero
      *> return code (glrecon's out-of-balance among them) is a
      *> failed step on DAILYRPT with its code, holding STRMSTAT
      *> for the restart like any other failure.
      *> 10/15/2026 - students whose tuition has gone past due or
      *> whose account has reached collections are put on
      *> registration hold every night (holdrun), and those paid
      *> down come off it, ahead of the reconciliation.
      *> 10/15/2026 - term deposits get their maturity notices and
      *> are rolled over or paid out at maturity every night
      *> (tdmat), after the standing orders.
      *> 10/15/2026 - standing orders due today generate their
      *> transfers every night (sorun), ahead of the journal
      *> entries.
      *> 10/15/2026 - month-end depreciates the fixed assets and
      *> finishes their disposals (fadepr), then prints the asset
      *> register and depreciation schedule (fareg), ahead of the
      *> trial balance.
      *> 10/15/2026 - month-end prints each department's expense
      *> statement against its salary budget (gldept) once the
      *> ledger is closed.
      *> 10/15/2026 - the subledgers are reconciled to their GL
      *> control accounts every night (glrecon) once the day's
      *> postings are in; an out-of-balance is reported by return
      *> code the night it happens.
      *> 10/15/2026 - approved manual journal entries now post
      *> every night (jepost), ahead of month-end, with reversing
      *> entries undoing themselves on the next period's first
      *> business day.
      *> 10/15/2026 - month-end now closes the general ledger after
      *> the trial balance: glclose summarizes and closes the month
      *> (rolling income and expense into retained earnings when the
      *> month is December) and glstmt prints the income statement
      *> and balance sheet from the closed balances.
      *> 09/08/2026 - each CALL "SYSTEM" now names its step with a
      *> "./" prefix, since a shell run under batch job control cannot
      *> be relied on to have the current directory on PATH, and the
      *> consolidated report says about the step.
      *>--------------------------------------------------------------
       01 WS-STEP-CONTROL-TABLE.
           02 WS-STEP-ENTRY OCCURS 12 TIMES INDEXED BY WS-SC-IDX.
               03 WS-SC-NAME          PIC X(8).
      *>           Steps 8 on leave no DAILYSTAT; their shell return
      *>           code is what the report goes by.
               03 WS-SC-RETURN-CODE   PIC S9(9) COMP.
               03 WS-SC-DONE-SWITCH   PIC X(1).
                   88 WS-SC-DONE          VALUE "Y".
               03 WS-SC-INCLUDE-SWITCH PIC X(1).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-RECORDS      PIC ZZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-STATUS       PIC X(12).
       01 WS-D-RETURN-CODE      PIC 99.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(20) VALUE
               "*** TOTAL RECORDS: ".
       01 WS-STEP-TABLE-COUNTERS.
           02 WS-TOTAL-RECORDS      PIC 9(8) COMP VALUE ZERO.
           02 WS-FAILED-STEPS       PIC 99   COMP VALUE ZERO.
       01 WS-STEP-IDX               PIC 99   COMP VALUE ZERO.
       01 WS-SHELL-RETURN-CODE      PIC S9(9) COMP VALUE ZERO.
       01 WS-STEP-EXIT-CODE         PIC S9(9) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 2400-RUN-VOTER-EXTRACT-STEP THRU 2400-EXIT
           PERFORM 2500-RUN-CUSTOMER-EXTRACT-STEP THRU 2500-EXIT
           PERFORM 2600-RUN-DATA-QUALITY-STEP THRU 2600-EXIT
           PERFORM 2640-RUN-STANDING-ORDER-STEP THRU 2640-EXIT
           PERFORM 2645-RUN-TERM-DEPOSIT-STEP THRU 2645-EXIT
           PERFORM 2650-RUN-JOURNAL-ENTRY-STEP THRU 2650-EXIT
           PERFORM 2655-RUN-STUDENT-HOLD-STEP THRU 2655-EXIT
           PERFORM 2660-RUN-RECONCILIATION-STEP THRU 2660-EXIT
           PERFORM 2700-RUN-MONTH-END-STEP THRU 2700-EXIT
           PERFORM 8000-PRINT-CONSOLIDATED-REPORT THRU 8000-EXIT
           PERFORM 8500-APPEND-STATS-HISTORY THRU 8500-EXIT
           MOVE "VOTEXTR"  TO WS-SC-NAME (5)
           MOVE "CUSTXTR"  TO WS-SC-NAME (6)
           MOVE "DATAQUAL" TO WS-SC-NAME (7)
           MOVE "SORUN"    TO WS-SC-NAME (8)
           MOVE "TDMAT"    TO WS-SC-NAME (9)
           MOVE "JEPOST"   TO WS-SC-NAME (10)
           MOVE "HOLDRUN"  TO WS-SC-NAME (11)
           MOVE "GLRECON"  TO WS-SC-NAME (12)
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > 12
               MOVE ZERO TO WS-SC-RETURN-CODE (WS-SC-IDX)
               MOVE "N" TO WS-SC-DONE-SWITCH (WS-SC-IDX)
               MOVE "I" TO WS-SC-INCLUDE-SWITCH (WS-SC-IDX)
           END-PERFORM
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                           UNTIL WS-SC-IDX > 12
                           IF WS-SC-NAME (WS-SC-IDX) = STRM-STEP-NAME
                               MOVE "Y" TO
                                   WS-SC-DONE-SWITCH (WS-SC-IDX)
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                           UNTIL WS-SC-IDX > 12
                           IF WS-SC-NAME (WS-SC-IDX) = RC-STEP-NAME
                               AND RC-INCLUDE-FLAG = "S"
                               MOVE "S" TO
       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Standing orders due today generate their transfers onto
      *> the ACCTTRAN and CASHTRAN queues for acctpost and cashrcpt
      *> to post.  sorun steps each order's schedule on as it goes,
      *> so a restart re-running it generates nothing twice.
      *>--------------------------------------------------------------
       2640-RUN-STANDING-ORDER-STEP.
           SET WS-SC-IDX TO 8
           PERFORM 0200-RESOLVE-STEP THRU 0200-EXIT
           IF NOT WS-RUN-THIS-STEP
               GO TO 2640-EXIT
           END-IF
           CALL "SYSTEM" USING "./sorun"
               RETURNING WS-SHELL-RETURN-CODE
           PERFORM 2690-CHECK-SHELL-STEP THRU 2690-EXIT.
       2640-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Term deposits: maturity notices go out ahead of time, and
      *> a matured certificate rolls over or pays out onto the
      *> ACCTTRAN and INTTRANS queues.  tdmat marks each notice and
      *> moves each certificate on, so a restart repeats nothing.
      *>--------------------------------------------------------------
       2645-RUN-TERM-DEPOSIT-STEP.
           SET WS-SC-IDX TO 9
           PERFORM 0200-RESOLVE-STEP THRU 0200-EXIT
           IF NOT WS-RUN-THIS-STEP
               GO TO 2645-EXIT
           END-IF
           CALL "SYSTEM" USING "./tdmat"
               RETURNING WS-SHELL-RETURN-CODE
           PERFORM 2690-CHECK-SHELL-STEP THRU 2690-EXIT.
       2645-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Approved manual journal entries post every night, and a
      *> reversing entry's mirror image posts on its day, before
      *> month-end closes the ledger.  jepost marks what it posts,
      *> so a restart re-running it posts nothing twice.
      *>--------------------------------------------------------------
       2650-RUN-JOURNAL-ENTRY-STEP.
           SET WS-SC-IDX TO 10
           PERFORM 0200-RESOLVE-STEP THRU 0200-EXIT
           IF NOT WS-RUN-THIS-STEP
               GO TO 2650-EXIT
           END-IF
           CALL "SYSTEM" USING "./jepost"
               RETURNING WS-SHELL-RETURN-CODE
           PERFORM 2690-CHECK-SHELL-STEP THRU 2690-EXIT.
       2650-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Registration holds follow the money: holdrun holds each
      *> student whose tuition is past due or whose account is in
      *> collections, and releases the ones paid down.  A hold
      *> already on file is only refreshed, so a restart repeats
      *> nothing.
      *>--------------------------------------------------------------
       2655-RUN-STUDENT-HOLD-STEP.
           SET WS-SC-IDX TO 11
           PERFORM 0200-RESOLVE-STEP THRU 0200-EXIT
           IF NOT WS-RUN-THIS-STEP
               GO TO 2655-EXIT
           END-IF
           CALL "SYSTEM" USING "./holdrun"
               RETURNING WS-SHELL-RETURN-CODE
           PERFORM 2690-CHECK-SHELL-STEP THRU 2690-EXIT.
       2655-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> With the day's postings in, glrecon proves AR, deposits and
      *> payroll cash against their GL control accounts.  Return
      *> code 8 means a control is out of balance by more than the
      *> tolerance; the stream goes on, but the night reports it.
      *>--------------------------------------------------------------
       2660-RUN-RECONCILIATION-STEP.
           SET WS-SC-IDX TO 12
           PERFORM 0200-RESOLVE-STEP THRU 0200-EXIT
           IF NOT WS-RUN-THIS-STEP
               GO TO 2660-EXIT
           END-IF
           CALL "SYSTEM" USING "./glrecon"
               RETURNING WS-SHELL-RETURN-CODE
           IF WS-SHELL-RETURN-CODE NOT = ZERO
               DISPLAY "RECONCILIATION OUT OF BALANCE - SEE GLRECRPT"
           END-IF
           PERFORM 2690-CHECK-SHELL-STEP THRU 2690-EXIT.
       2660-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Steps 8 on have no DAILYSTAT: a zero return code is a
      *> completed step for STRMSTAT, anything else is kept for the
      *> consolidated report and leaves the step to the restart.
      *> SYSTEM hands back the wait status - the step's own return
      *> code times 256 - and a step killed before it could set one
      *> is kept as 99.
      *>--------------------------------------------------------------
       2690-CHECK-SHELL-STEP.
           DIVIDE WS-SHELL-RETURN-CODE BY 256
               GIVING WS-STEP-EXIT-CODE
           IF WS-SHELL-RETURN-CODE NOT = ZERO
               AND WS-STEP-EXIT-CODE = ZERO
               MOVE 99 TO WS-STEP-EXIT-CODE
           END-IF
           MOVE WS-STEP-EXIT-CODE TO WS-SC-RETURN-CODE (WS-SC-IDX)
           IF WS-STEP-EXIT-CODE = ZERO
               PERFORM 0300-MARK-STEP-COMPLETE THRU 0300-EXIT
           ELSE
               DISPLAY WS-SC-NAME (WS-SC-IDX)
                   " STEP FAILED - RETURN CODE: " WS-STEP-EXIT-CODE
           END-IF.
       2690-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Month-end fires only on the calendar's E marker, and only
      *> once per period: MENDSTAT remembers the last period run,
               DISPLAY "ARREVAL MONTH-END STEP FAILED - RETURN CODE: "
                   WS-SHELL-RETURN-CODE
           END-IF
           CALL "SYSTEM" USING "./fadepr"
               RETURNING WS-SHELL-RETURN-CODE
           IF WS-SHELL-RETURN-CODE NOT = ZERO
               DISPLAY "FADEPR MONTH-END STEP FAILED - RETURN CODE: "
                   WS-SHELL-RETURN-CODE
           END-IF
           CALL "SYSTEM" USING "./fareg"
               RETURNING WS-SHELL-RETURN-CODE
           IF WS-SHELL-RETURN-CODE NOT = ZERO
               DISPLAY "FAREG MONTH-END STEP FAILED - RETURN CODE: "
                   WS-SHELL-RETURN-CODE
           END-IF
           CALL "SYSTEM" USING "./gltrial"
               RETURNING WS-SHELL-RETURN-CODE
           IF WS-SHELL-RETURN-CODE NOT = ZERO
               DISPLAY "GLTRIAL MONTH-END STEP FAILED - RETURN CODE: "
                   WS-SHELL-RETURN-CODE
           END-IF
           CALL "SYSTEM" USING "./glclose"
               RETURNING WS-SHELL-RETURN-CODE
           IF WS-SHELL-RETURN-CODE NOT = ZERO
               DISPLAY "GLCLOSE MONTH-END STEP FAILED - RETURN CODE: "
                   WS-SHELL-RETURN-CODE
           END-IF
           CALL "SYSTEM" USING "./glstmt"
               RETURNING WS-SHELL-RETURN-CODE
           IF WS-SHELL-RETURN-CODE NOT = ZERO
               DISPLAY "GLSTMT MONTH-END STEP FAILED - RETURN CODE: "
                   WS-SHELL-RETURN-CODE
           END-IF
           CALL "SYSTEM" USING "./gldept"
               RETURNING WS-SHELL-RETURN-CODE
           IF WS-SHELL-RETURN-CODE NOT = ZERO
               DISPLAY "GLDEPT MONTH-END STEP FAILED - RETURN CODE: "
                   WS-SHELL-RETURN-CODE
           END-IF

           OPEN OUTPUT MONTH-END-STATUS-FILE
           MOVE WS-RUN-PERIOD TO ME-LAST-PERIOD
           PERFORM 8100-WRITE-STEP-LINE THRU 8100-EXIT
               WITH TEST BEFORE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 12
           MOVE WS-TOTAL-RECORDS TO WS-T-RECORDS
           MOVE WS-FAILED-STEPS  TO WS-T-FAILED
           WRITE DAILY-SUMMARY-LINE FROM WS-TOTAL-LINE.
                       MOVE "FAILED"   TO WS-D-STATUS
                       ADD 1 TO WS-FAILED-STEPS
                   END-IF
               WHEN 8
                   MOVE "SORUN"     TO WS-D-STEP-NAME
                   MOVE "Standing-order transfers"
                       TO WS-D-STEP-DESC
                   PERFORM 8200-SET-SHELL-STEP-STATUS THRU 8200-EXIT
               WHEN 9
                   MOVE "TDMAT"     TO WS-D-STEP-NAME
                   MOVE "Term-deposit maturities"
                       TO WS-D-STEP-DESC
                   PERFORM 8200-SET-SHELL-STEP-STATUS THRU 8200-EXIT
               WHEN 10
                   MOVE "JEPOST"    TO WS-D-STEP-NAME
                   MOVE "Manual journal entry posting"
                       TO WS-D-STEP-DESC
                   PERFORM 8200-SET-SHELL-STEP-STATUS THRU 8200-EXIT
               WHEN 11
                   MOVE "HOLDRUN"   TO WS-D-STEP-NAME
                   MOVE "Student registration holds"
                       TO WS-D-STEP-DESC
                   PERFORM 8200-SET-SHELL-STEP-STATUS THRU 8200-EXIT
               WHEN 12
                   MOVE "GLRECON"   TO WS-D-STEP-NAME
                   MOVE "Subledger to GL reconciliation"
                       TO WS-D-STEP-DESC
                   PERFORM 8200-SET-SHELL-STEP-STATUS THRU 8200-EXIT
           END-EVALUATE

      *>   A step RUNCTL excluded never ran and never read stats -
      *>   it reports as SKIPPED, not as a failure.
           SET WS-SC-IDX TO WS-STEP-IDX
           IF WS-SC-EXCLUDED (WS-SC-IDX)
               IF WS-D-STATUS (1:6) = "FAILED"
                   SUBTRACT 1 FROM WS-FAILED-STEPS
               END-IF
               MOVE "SKIPPED" TO WS-D-STATUS
               MOVE ZERO      TO WS-D-RECORDS
           END-IF
           WRITE DAILY-SUMMARY-LINE FROM WS-DETAIL-LINE.
       8100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A step with no DAILYSTAT reports no volume, only whether it
      *> ended clean - and the code it ended with when it did not.
      *>--------------------------------------------------------------
       8200-SET-SHELL-STEP-STATUS.
           SET WS-SC-IDX TO WS-STEP-IDX
           MOVE ZERO TO WS-D-RECORDS
           IF WS-SC-RETURN-CODE (WS-SC-IDX) = ZERO
               MOVE "COMPLETE" TO WS-D-STATUS
               GO TO 8200-EXIT
           END-IF
           IF WS-SC-RETURN-CODE (WS-SC-IDX) > 99
               OR WS-SC-RETURN-CODE (WS-SC-IDX) < ZERO
               MOVE 99 TO WS-D-RETURN-CODE
           ELSE
               MOVE WS-SC-RETURN-CODE (WS-SC-IDX) TO WS-D-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-D-STATUS
           STRING "FAILED RC " WS-D-RETURN-CODE
               DELIMITED BY SIZE INTO WS-D-STATUS
           ADD 1 TO WS-FAILED-STEPS.
       8200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Append tonight's stats, stamped with the processing date,
      *> to the permanent history so statrend.cob can see that a
      *> step's volume is drifting before anyone else does.  A
      *> RUNCTL-skipped step leaves no history row - it has no
      *> volume to trend - and neither do steps 8 on, which keep no
      *> DAILYSTAT.
      *>--------------------------------------------------------------
       8500-APPEND-STATS-HISTORY.
           OPEN EXTEND STATS-HISTORY-FILE
