       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jeentry.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Manual journal-entry edit batch.  The accountants key one
      *> JETRAN line per account of an entry - entry number,
      *> description, preparer, reversing flag, account, and a debit
      *> or a credit - with an entry's lines together.  Each entry
      *> is edited whole: every line must name an account on the
      *> GLCOA chart and carry exactly one of a debit or a credit,
      *> the entry must have at least two lines, a preparer, and a
      *> number not already on the JEFILE queue or the JEHIST
      *> history of finished entries, and its debits must equal its
      *> credits.  An entry that passes is queued PENDING
      *> on JEFILE (see JEREC.cpy) for jeaprv.cob; one that fails is
      *> left off entirely - half an entry never reaches the books.
      *> The JEEDREG register shows every entry with its verdict.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JE-TRANS-FILE ASSIGN TO "JETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JE-TRANS-STATUS.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-ENTRY-STATUS.
           SELECT JE-HISTORY-FILE ASSIGN TO "JEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JE-HISTORY-STATUS.
           SELECT GL-CHART-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CHART-STATUS.
           SELECT JE-EDIT-REGISTER-FILE ASSIGN TO "JEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JE-EDIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JE-TRANS-FILE.
       01 JE-TRANS-RECORD.
           02 JT-ENTRY-NUMBER         PIC X(8).
           02 FILLER                  PIC X(2).
           02 JT-DESCRIPTION          PIC X(30).
           02 FILLER                  PIC X(2).
           02 JT-PREPARER             PIC X(8).
           02 FILLER                  PIC X(2).
           02 JT-REVERSING-FLAG       PIC X(1).
           02 FILLER                  PIC X(2).
           02 JT-ACCT-NUMBER          PIC 9(4).
           02 FILLER                  PIC X(2).
           02 JT-DEBIT-AMOUNT         PIC 9(9)V99.
           02 FILLER                  PIC X(2).
           02 JT-CREDIT-AMOUNT        PIC 9(9)V99.

       FD  JOURNAL-ENTRY-FILE.
           COPY JEREC.

       FD  JE-HISTORY-FILE.
       01 JE-HISTORY-RECORD.
           02 FILLER                  PIC X(3).
           02 JH-ENTRY-NUMBER         PIC X(8).
           02 FILLER                  PIC X(132).

       FD  GL-CHART-FILE.
           COPY GLCOA.

       FD  JE-EDIT-REGISTER-FILE.
       01 JE-EDIT-REGISTER-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-JE-TRANS-STATUS          PIC XX VALUE "00".
       01 WS-JOURNAL-ENTRY-STATUS     PIC XX VALUE "00".
       01 WS-JE-HISTORY-STATUS        PIC XX VALUE "00".
       01 WS-GL-CHART-STATUS          PIC XX VALUE "00".
       01 WS-JE-EDIT-REGISTER-STATUS  PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

      *>--------------------------------------------------------------
      *> Chart account numbers, and the entry numbers this batch
      *> keys - each marked used once JEFILE, JEHIST or an earlier
      *> entry of the batch is found holding it.
      *>--------------------------------------------------------------
       01 WS-CHART-COUNT              PIC 9(3) COMP VALUE ZERO.
       01 WS-CHART-IDX                PIC 9(3) COMP VALUE ZERO.
       01 WS-CHART-TABLE.
           02 WS-CHART-ACCT OCCURS 200 TIMES PIC 9(4).
       01 WS-BATCH-OVERFLOW-SWITCH    PIC X VALUE "N".
           88 WS-BATCH-OVERFLOW           VALUE "Y".
       01 WS-QUEUED-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-QUEUED-IDX               PIC 9(4) COMP VALUE ZERO.
       01 WS-QUEUED-TABLE.
           02 WS-QUEUED-ENTRY OCCURS 2000 TIMES.
               03 WS-QU-ENTRY-NUMBER  PIC X(8).
               03 WS-QU-USED-SWITCH   PIC X.
                   88 WS-QU-USED          VALUE "Y".
       01 WS-SCAN-ENTRY-NUMBER        PIC X(8) VALUE SPACES.
       01 WS-LAST-SCAN-NUMBER         PIC X(8) VALUE SPACES.

      *>--------------------------------------------------------------
      *> The entry being edited, one slot per keyed line.
      *>--------------------------------------------------------------
       01 WS-ENTRY-NUMBER             PIC X(8) VALUE SPACES.
       01 WS-ENTRY-DESCRIPTION        PIC X(30) VALUE SPACES.
       01 WS-ENTRY-PREPARER           PIC X(8) VALUE SPACES.
       01 WS-ENTRY-REVERSING-FLAG     PIC X(1) VALUE "N".
       01 WS-LINE-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-LINE-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-LINE-TABLE.
           02 WS-LINE-ENTRY OCCURS 99 TIMES.
               03 WS-LN-ACCT          PIC 9(4).
               03 WS-LN-DEBIT         PIC 9(9)V99.
               03 WS-LN-CREDIT        PIC 9(9)V99.
       01 WS-ENTRY-DEBITS             PIC 9(11)V99 VALUE ZERO.
       01 WS-ENTRY-CREDITS            PIC 9(11)V99 VALUE ZERO.
       01 WS-ENTRY-ERROR              PIC X(40) VALUE SPACES.
       01 WS-ACCT-FOUND-SWITCH        PIC X VALUE "N".
           88 WS-ACCT-FOUND               VALUE "Y".

       01 WS-TRANS-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-QUEUED-ENTRY-COUNT       PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECTED-ENTRY-COUNT     PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** JOURNAL ENTRY EDIT REGISTER ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-ENTRY-LINE.
           02 FILLER            PIC X(6)  VALUE "ENTRY ".
           02 WS-E-ENTRY-NUMBER PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-E-DESCRIPTION  PIC X(30).
           02 FILLER            PIC X(4)  VALUE " BY ".
           02 WS-E-PREPARER     PIC X(8).
           02 FILLER            PIC X(6)  VALUE "  REV ".
           02 WS-E-REVERSING    PIC X(1).
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-D-ACCT-NUMBER  PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DEBIT        PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CREDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-VERDICT-LINE.
           02 FILLER            PIC X(10) VALUE "    TOTAL ".
           02 WS-V-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-V-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-V-VERDICT      PIC X(50).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(13) VALUE "*** QUEUED: ".
           02 WS-T-QUEUED       PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE "  REJECTED: ".
           02 WS-T-REJECTED     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-BATCH-OVERFLOW
               DISPLAY "JETRAN KEYS MORE THAN 2000 ENTRIES - RUN "
                   "REFUSED, NOTHING QUEUED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-EDIT-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-CHART THRU 1100-EXIT
           PERFORM 1150-LOAD-BATCH-ENTRIES THRU 1150-EXIT
           IF WS-BATCH-OVERFLOW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-QUEUED-ENTRIES THRU 1200-EXIT
           OPEN OUTPUT JE-EDIT-REGISTER-FILE
           WRITE JE-EDIT-REGISTER-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE JE-EDIT-REGISTER-LINE FROM WS-HEADING-LINE-2
           OPEN INPUT JE-TRANS-FILE
           IF WS-JE-TRANS-STATUS = "35"
               DISPLAY "No JETRAN on disk - nothing to edit"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-ENTRY-STATUS = "05" OR "35"
               OPEN OUTPUT JOURNAL-ENTRY-FILE
           END-IF
           READ JE-TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-CHART.
           OPEN INPUT GL-CHART-FILE
           IF WS-GL-CHART-STATUS = "35"
               DISPLAY "No GLCOA chart on file - every entry will "
                   "be refused"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-CHART-COUNT >= 200
               READ GL-CHART-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CHART-COUNT
                       MOVE GL-ACCT-NUMBER TO
                           WS-CHART-ACCT (WS-CHART-COUNT)
               END-READ
           END-PERFORM
           CLOSE GL-CHART-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The batch's entry numbers, once each (an entry's lines sit
      *> together on JETRAN), so the duplicate check needs only
      *> them - JEHIST grows without end.
      *>--------------------------------------------------------------
       1150-LOAD-BATCH-ENTRIES.
           OPEN INPUT JE-TRANS-FILE
           IF WS-JE-TRANS-STATUS NOT = "00"
               GO TO 1150-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-BATCH-OVERFLOW
               READ JE-TRANS-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-QUEUED-COUNT = ZERO
                           OR JT-ENTRY-NUMBER NOT =
                               WS-QU-ENTRY-NUMBER (WS-QUEUED-COUNT)
                           IF WS-QUEUED-COUNT >= 2000
                               SET WS-BATCH-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-QUEUED-COUNT
                               MOVE JT-ENTRY-NUMBER TO
                                   WS-QU-ENTRY-NUMBER (WS-QUEUED-COUNT)
                               MOVE "N" TO
                                   WS-QU-USED-SWITCH (WS-QUEUED-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JE-TRANS-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Mark each batch entry number already on the JEFILE queue or
      *> in the JEHIST history.
      *>--------------------------------------------------------------
       1200-LOAD-QUEUED-ENTRIES.
           IF WS-QUEUED-COUNT = ZERO
               GO TO 1200-EXIT
           END-IF
           MOVE SPACES TO WS-LAST-SCAN-NUMBER
           OPEN INPUT JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-ENTRY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-ENTRY-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE JE-ENTRY-NUMBER TO WS-SCAN-ENTRY-NUMBER
                           PERFORM 1250-MARK-USED THRU 1250-EXIT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ENTRY-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT JE-HISTORY-FILE
           IF WS-JE-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ JE-HISTORY-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE JH-ENTRY-NUMBER TO WS-SCAN-ENTRY-NUMBER
                           PERFORM 1250-MARK-USED THRU 1250-EXIT
                   END-READ
               END-PERFORM
               CLOSE JE-HISTORY-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.
       1200-EXIT.
           EXIT.

       1250-MARK-USED.
           IF WS-SCAN-ENTRY-NUMBER = WS-LAST-SCAN-NUMBER
               GO TO 1250-EXIT
           END-IF
           MOVE WS-SCAN-ENTRY-NUMBER TO WS-LAST-SCAN-NUMBER
           PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
               UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT
               IF WS-QU-ENTRY-NUMBER (WS-QUEUED-IDX)
                   = WS-SCAN-ENTRY-NUMBER
                   SET WS-QU-USED (WS-QUEUED-IDX) TO TRUE
               END-IF
           END-PERFORM.
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Gather one entry's lines (the run of JETRAN lines under one
      *> entry number), edit it whole, then queue or refuse it.
      *>--------------------------------------------------------------
       2000-EDIT-ONE-ENTRY.
           MOVE JT-ENTRY-NUMBER   TO WS-ENTRY-NUMBER
           MOVE JT-DESCRIPTION    TO WS-ENTRY-DESCRIPTION
           MOVE JT-PREPARER       TO WS-ENTRY-PREPARER
           MOVE JT-REVERSING-FLAG TO WS-ENTRY-REVERSING-FLAG
           IF WS-ENTRY-REVERSING-FLAG NOT = "Y"
               MOVE "N" TO WS-ENTRY-REVERSING-FLAG
           END-IF
           MOVE ZERO   TO WS-LINE-COUNT WS-ENTRY-DEBITS
               WS-ENTRY-CREDITS
           MOVE SPACES TO WS-ENTRY-ERROR
           PERFORM 2100-TAKE-ONE-LINE THRU 2100-EXIT
               UNTIL WS-EOF OR JT-ENTRY-NUMBER NOT = WS-ENTRY-NUMBER

           MOVE WS-ENTRY-NUMBER         TO WS-E-ENTRY-NUMBER
           MOVE WS-ENTRY-DESCRIPTION    TO WS-E-DESCRIPTION
           MOVE WS-ENTRY-PREPARER       TO WS-E-PREPARER
           MOVE WS-ENTRY-REVERSING-FLAG TO WS-E-REVERSING
           WRITE JE-EDIT-REGISTER-LINE FROM WS-ENTRY-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-LN-ACCT (WS-LINE-IDX)   TO WS-D-ACCT-NUMBER
               MOVE WS-LN-DEBIT (WS-LINE-IDX)  TO WS-D-DEBIT
               MOVE WS-LN-CREDIT (WS-LINE-IDX) TO WS-D-CREDIT
               WRITE JE-EDIT-REGISTER-LINE FROM WS-DETAIL-LINE
           END-PERFORM

           PERFORM 2300-EDIT-ENTRY-WHOLE THRU 2300-EXIT
           MOVE WS-ENTRY-DEBITS  TO WS-V-DEBITS
           MOVE WS-ENTRY-CREDITS TO WS-V-CREDITS
           IF WS-ENTRY-ERROR NOT = SPACES
               MOVE WS-ENTRY-ERROR TO WS-V-VERDICT
               ADD 1 TO WS-REJECTED-ENTRY-COUNT
           ELSE
               PERFORM 2400-QUEUE-ENTRY THRU 2400-EXIT
               MOVE "QUEUED FOR APPROVAL" TO WS-V-VERDICT
               ADD 1 TO WS-QUEUED-ENTRY-COUNT
           END-IF
           WRITE JE-EDIT-REGISTER-LINE FROM WS-VERDICT-LINE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One keyed line: the first fault found on any line is the
      *> entry's.
      *>--------------------------------------------------------------
       2100-TAKE-ONE-LINE.
           ADD 1 TO WS-TRANS-COUNT
           IF WS-LINE-COUNT >= 99
               MOVE "REFUSED - MORE THAN 99 LINES" TO WS-ENTRY-ERROR
               GO TO 2100-NEXT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE ZERO TO WS-LN-ACCT (WS-LINE-COUNT)
               WS-LN-DEBIT (WS-LINE-COUNT) WS-LN-CREDIT (WS-LINE-COUNT)
           IF JT-ACCT-NUMBER IS NOT NUMERIC
               OR JT-DEBIT-AMOUNT IS NOT NUMERIC
               OR JT-CREDIT-AMOUNT IS NOT NUMERIC
               IF WS-ENTRY-ERROR = SPACES
                   MOVE "REFUSED - LINE NOT NUMERIC" TO WS-ENTRY-ERROR
               END-IF
               GO TO 2100-NEXT
           END-IF
           MOVE JT-ACCT-NUMBER   TO WS-LN-ACCT (WS-LINE-COUNT)
           MOVE JT-DEBIT-AMOUNT  TO WS-LN-DEBIT (WS-LINE-COUNT)
           MOVE JT-CREDIT-AMOUNT TO WS-LN-CREDIT (WS-LINE-COUNT)
           ADD JT-DEBIT-AMOUNT  TO WS-ENTRY-DEBITS
           ADD JT-CREDIT-AMOUNT TO WS-ENTRY-CREDITS
           IF WS-ENTRY-ERROR NOT = SPACES
               GO TO 2100-NEXT
           END-IF
           IF (JT-DEBIT-AMOUNT = ZERO AND JT-CREDIT-AMOUNT = ZERO)
               OR (JT-DEBIT-AMOUNT > ZERO AND JT-CREDIT-AMOUNT > ZERO)
               MOVE "REFUSED - LINE NEEDS ONE DEBIT OR CREDIT"
                   TO WS-ENTRY-ERROR
               GO TO 2100-NEXT
           END-IF
           MOVE "N" TO WS-ACCT-FOUND-SWITCH
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT OR WS-ACCT-FOUND
               IF WS-CHART-ACCT (WS-CHART-IDX) = JT-ACCT-NUMBER
                   SET WS-ACCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ACCT-FOUND
               MOVE "REFUSED - ACCOUNT NOT ON GLCOA" TO WS-ENTRY-ERROR
           END-IF.
       2100-NEXT.
           READ JE-TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Entry-level edits, once every line is in.
      *>--------------------------------------------------------------
       2300-EDIT-ENTRY-WHOLE.
           IF WS-ENTRY-ERROR NOT = SPACES
               GO TO 2300-EXIT
           END-IF
           IF WS-ENTRY-NUMBER = SPACES
               MOVE "REFUSED - NO ENTRY NUMBER" TO WS-ENTRY-ERROR
               GO TO 2300-EXIT
           END-IF
           IF WS-ENTRY-PREPARER = SPACES
               MOVE "REFUSED - NO PREPARER" TO WS-ENTRY-ERROR
               GO TO 2300-EXIT
           END-IF
           IF WS-LINE-COUNT < 2
               MOVE "REFUSED - FEWER THAN TWO LINES" TO WS-ENTRY-ERROR
               GO TO 2300-EXIT
           END-IF
           IF WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
               MOVE "REFUSED - DEBITS DO NOT EQUAL CREDITS"
                   TO WS-ENTRY-ERROR
               GO TO 2300-EXIT
           END-IF
           PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
               UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT
               IF WS-QU-ENTRY-NUMBER (WS-QUEUED-IDX) = WS-ENTRY-NUMBER
                   AND WS-QU-USED (WS-QUEUED-IDX)
                   MOVE "REFUSED - ENTRY NUMBER ALREADY USED"
                       TO WS-ENTRY-ERROR
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

       2400-QUEUE-ENTRY.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE SPACES TO JOURNAL-ENTRY-RECORD
               SET JE-PENDING TO TRUE
               MOVE WS-ENTRY-NUMBER         TO JE-ENTRY-NUMBER
               MOVE WS-LINE-IDX             TO JE-LINE-NUMBER
               MOVE WS-ENTRY-DESCRIPTION    TO JE-DESCRIPTION
               MOVE WS-ENTRY-PREPARER       TO JE-PREPARER
               MOVE WS-ENTRY-REVERSING-FLAG TO JE-REVERSING-FLAG
               MOVE WS-LN-ACCT (WS-LINE-IDX)   TO JE-ACCT-NUMBER
               MOVE WS-LN-DEBIT (WS-LINE-IDX)  TO JE-DEBIT-AMOUNT
               MOVE WS-LN-CREDIT (WS-LINE-IDX) TO JE-CREDIT-AMOUNT
               MOVE WS-BUSINESS-DATE        TO JE-ENTERED-DATE
               MOVE ZERO TO JE-POST-DATE JE-REVERSE-DATE
                   JE-REVERSED-DATE
               WRITE JOURNAL-ENTRY-RECORD
           END-PERFORM
           PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
               UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT
               IF WS-QU-ENTRY-NUMBER (WS-QUEUED-IDX) = WS-ENTRY-NUMBER
                   SET WS-QU-USED (WS-QUEUED-IDX) TO TRUE
               END-IF
           END-PERFORM.
       2400-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-QUEUED-ENTRY-COUNT   TO WS-T-QUEUED
           MOVE WS-REJECTED-ENTRY-COUNT TO WS-T-REJECTED
           WRITE JE-EDIT-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Lines read:         " WS-TRANS-COUNT
           DISPLAY "Entries queued:     " WS-QUEUED-ENTRY-COUNT
           DISPLAY "Entries refused:    " WS-REJECTED-ENTRY-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-JE-TRANS-STATUS NOT = "35"
               CLOSE JE-TRANS-FILE
               CLOSE JOURNAL-ENTRY-FILE
           END-IF
           CLOSE JE-EDIT-REGISTER-FILE.
       9000-EXIT.
           EXIT.
