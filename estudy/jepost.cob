       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jepost.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Manual journal-entry posting run, nightly from dailydrv.
      *> Every entry jeaprv.cob has APPROVED on JEFILE (see
      *> JEREC.cpy) posts through glpost under source MANUAL and
      *> turns POSTED.  glpost takes one debit account and one
      *> credit account per call, so an entry of any shape posts as
      *> the pairs that match its debit lines against its credit
      *> lines in line order - every account still lands on the
      *> journal with exactly the amount keyed against it.  A
      *> reversing entry is stamped, as it posts, with the first
      *> business day of the next period from datesrv (function F);
      *> the first run on or after that day posts its mirror image -
      *> every debit a credit and every credit a debit - and stamps
      *> the reversed date, so an accrual undoes itself without
      *> anybody keying it twice.  JEFILE rewrites whole, keeping
      *> only the entries still in flight: a rejected entry, a
      *> posted one that does not reverse, and a reversing one once
      *> its mirror has posted are finished and move to the JEHIST
      *> history file (same layout), so the queue stays small.
      *> JEPOSTRG lists what this run posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-ENTRY-STATUS.
           SELECT JE-HISTORY-FILE ASSIGN TO "JEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JE-HISTORY-STATUS.
           SELECT JE-POST-REGISTER-FILE ASSIGN TO "JEPOSTRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JE-POST-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-ENTRY-FILE.
           COPY JEREC.

       FD  JE-HISTORY-FILE.
       01 JE-HISTORY-RECORD           PIC X(143).

       FD  JE-POST-REGISTER-FILE.
       01 JE-POST-REGISTER-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-PERIOD-START-FUNCTION PIC X VALUE "F".
       01 WS-REVERSE-DATE          PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-ENTRY-STATUS     PIC XX VALUE "00".
       01 WS-JE-HISTORY-STATUS        PIC XX VALUE "00".
       01 WS-JE-POST-REGISTER-STATUS  PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-QUEUE-OVERFLOW-SWITCH    PIC X VALUE "N".
           88 WS-QUEUE-OVERFLOW           VALUE "Y".
       01 WS-QUEUE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01 WS-QUEUE-IDX                PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-IDX                 PIC 9(4) COMP VALUE ZERO.
       01 WS-ENTRY-END-SWITCH         PIC X VALUE "N".
           88 WS-ENTRY-END                VALUE "Y".
       01 WS-ENTRY-FIRST-IDX          PIC 9(4) COMP VALUE ZERO.
       01 WS-ENTRY-LAST-IDX           PIC 9(4) COMP VALUE ZERO.
       01 WS-QUEUE-TABLE.
           02 WS-QUEUE-ENTRY OCCURS 2000 TIMES.
               03 WS-QE-IMAGE         PIC X(143).
       01 WS-ENTRY-NUMBER             PIC X(8) VALUE SPACES.

      *>--------------------------------------------------------------
      *> The entry being posted, debit and credit as they are to
      *> post (swapped for a mirror image), and the pairing cursors.
      *>--------------------------------------------------------------
       01 WS-WORK-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-WORK-TABLE.
           02 WS-WORK-LINE OCCURS 99 TIMES.
               03 WS-WK-ACCT          PIC 9(4).
               03 WS-WK-DEBIT         PIC 9(9)V99.
               03 WS-WK-CREDIT        PIC 9(9)V99.
       01 WS-MIRROR-SWITCH            PIC X VALUE "N".
           88 WS-MIRROR                   VALUE "Y".
       01 WS-DR-IDX                   PIC 9(3) COMP VALUE ZERO.
       01 WS-CR-IDX                   PIC 9(3) COMP VALUE ZERO.
       01 WS-DR-LEFT                  PIC 9(9)V99 VALUE ZERO.
       01 WS-CR-LEFT                  PIC 9(9)V99 VALUE ZERO.
       01 WS-PAIRING-DONE-SWITCH      PIC X VALUE "N".
           88 WS-PAIRING-DONE             VALUE "Y".
       01 WS-ENTRY-TOTAL              PIC 9(11)V99 VALUE ZERO.

       01 WS-GL-SOURCE-PROGRAM     PIC X(8) VALUE "MANUAL".
       01 WS-GL-DEBIT-ACCT         PIC 9(4) VALUE ZERO.
       01 WS-GL-CREDIT-ACCT        PIC 9(4) VALUE ZERO.
       01 WS-GL-AMOUNT             PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE.
           02 WS-GL-REF-PREFIX     PIC X(3) VALUE "JE ".
           02 WS-GL-REF-ENTRY      PIC X(8) VALUE SPACES.
           02 FILLER               PIC X(1) VALUE SPACE.
       01 WS-GL-COST-CENTER        PIC X(15) VALUE SPACES.

       01 WS-POSTED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-REVERSED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-PAIR-COUNT               PIC 9(7) COMP VALUE ZERO.
       01 WS-RETIRED-COUNT            PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** JOURNAL ENTRY POSTING REGISTER ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(40) VALUE
               "ACTION    ENTRY     DESCRIPTION".
           02 FILLER            PIC X(60) VALUE
               "                   AMOUNT  REVERSES".
       01 WS-DETAIL-LINE.
           02 WS-D-ACTION       PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ENTRY-NUMBER PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DESCRIPTION  PIC X(30).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-REVERSE-DATE PIC X(8).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(13) VALUE "*** POSTED: ".
           02 WS-T-POSTED       PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE "  REVERSED: ".
           02 WS-T-REVERSED     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           MOVE 1 TO WS-QUEUE-IDX
           PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
           IF WS-QUEUE-COUNT > ZERO
               PERFORM 7000-REWRITE-QUEUE THRU 7000-EXIT
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT
           IF WS-QUEUE-OVERFLOW
      *>       The rewrite replaces JEFILE whole from the table;
      *>       posting past the load cap would silently delete every
      *>       row past it.
               DISPLAY "JEFILE EXCEEDS THE 2000-ROW LOAD - NOTHING "
                   "POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JE-POST-REGISTER-FILE
           WRITE JE-POST-REGISTER-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE JE-POST-REGISTER-LINE FROM WS-HEADING-LINE-2
           WRITE JE-POST-REGISTER-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-QUEUE.
           OPEN INPUT JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-ENTRY-STATUS NOT = "00"
               DISPLAY "No JEFILE on disk - nothing to post"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-QUEUE-COUNT >= 2000
               READ JOURNAL-ENTRY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
                       MOVE JOURNAL-ENTRY-RECORD TO
                           WS-QE-IMAGE (WS-QUEUE-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ JOURNAL-ENTRY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-QUEUE-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE JOURNAL-ENTRY-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One entry: the run of rows under one entry number starting
      *> at WS-QUEUE-IDX.  Approved posts; posted-and-reversing
      *> whose day has come reverses; anything else waits.
      *>--------------------------------------------------------------
       2000-PROCESS-ONE-ENTRY.
           MOVE WS-QUEUE-IDX TO WS-ENTRY-FIRST-IDX
           MOVE WS-QE-IMAGE (WS-QUEUE-IDX) TO JOURNAL-ENTRY-RECORD
           MOVE JE-ENTRY-NUMBER TO WS-ENTRY-NUMBER
           MOVE WS-QUEUE-IDX TO WS-ENTRY-LAST-IDX
           MOVE "N" TO WS-ENTRY-END-SWITCH
           PERFORM UNTIL WS-ENTRY-END
               IF WS-ENTRY-LAST-IDX >= WS-QUEUE-COUNT
                   SET WS-ENTRY-END TO TRUE
               ELSE
                   MOVE WS-QE-IMAGE (WS-ENTRY-LAST-IDX + 1)
                       TO JOURNAL-ENTRY-RECORD
                   IF JE-ENTRY-NUMBER NOT = WS-ENTRY-NUMBER
                       SET WS-ENTRY-END TO TRUE
                   ELSE
                       ADD 1 TO WS-ENTRY-LAST-IDX
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-QUEUE-IDX = WS-ENTRY-LAST-IDX + 1

           MOVE WS-QE-IMAGE (WS-ENTRY-FIRST-IDX) TO JOURNAL-ENTRY-RECORD
           EVALUATE TRUE
               WHEN JE-APPROVED
                   PERFORM 3000-POST-ENTRY THRU 3000-EXIT
               WHEN JE-POSTED AND JE-REVERSING
                   AND JE-REVERSED-DATE = ZERO
                   AND JE-REVERSE-DATE > ZERO
                   AND JE-REVERSE-DATE <= WS-BUSINESS-DATE
                   PERFORM 4000-REVERSE-ENTRY THRU 4000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-POST-ENTRY.
           MOVE "N" TO WS-MIRROR-SWITCH
           PERFORM 5000-LOAD-WORK-LINES THRU 5000-EXIT
           MOVE "JE " TO WS-GL-REF-PREFIX
           PERFORM 5100-POST-PAIRS THRU 5100-EXIT
           MOVE ZERO TO WS-REVERSE-DATE
           IF JE-REVERSING
               MOVE WS-BUSINESS-DATE TO WS-REVERSE-DATE
               CALL "datesrv" USING WS-PERIOD-START-FUNCTION
                   WS-REVERSE-DATE WS-DATE-SOURCE
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM WS-ENTRY-FIRST-IDX BY 1
               UNTIL WS-LINE-IDX > WS-ENTRY-LAST-IDX
               MOVE WS-QE-IMAGE (WS-LINE-IDX) TO JOURNAL-ENTRY-RECORD
               SET JE-POSTED TO TRUE
               MOVE WS-BUSINESS-DATE TO JE-POST-DATE
               MOVE WS-REVERSE-DATE  TO JE-REVERSE-DATE
               MOVE JOURNAL-ENTRY-RECORD TO WS-QE-IMAGE (WS-LINE-IDX)
           END-PERFORM
           MOVE "POSTED" TO WS-D-ACTION
           IF WS-REVERSE-DATE > ZERO
               MOVE WS-REVERSE-DATE TO WS-D-REVERSE-DATE
           ELSE
               MOVE SPACES TO WS-D-REVERSE-DATE
           END-IF
           PERFORM 6000-PRINT-ENTRY THRU 6000-EXIT
           ADD 1 TO WS-POSTED-COUNT.
       3000-EXIT.
           EXIT.

       4000-REVERSE-ENTRY.
           SET WS-MIRROR TO TRUE
           PERFORM 5000-LOAD-WORK-LINES THRU 5000-EXIT
           MOVE "RV " TO WS-GL-REF-PREFIX
           PERFORM 5100-POST-PAIRS THRU 5100-EXIT
           PERFORM VARYING WS-LINE-IDX FROM WS-ENTRY-FIRST-IDX BY 1
               UNTIL WS-LINE-IDX > WS-ENTRY-LAST-IDX
               MOVE WS-QE-IMAGE (WS-LINE-IDX) TO JOURNAL-ENTRY-RECORD
               MOVE WS-BUSINESS-DATE TO JE-REVERSED-DATE
               MOVE JOURNAL-ENTRY-RECORD TO WS-QE-IMAGE (WS-LINE-IDX)
           END-PERFORM
           MOVE "REVERSED" TO WS-D-ACTION
           MOVE SPACES TO WS-D-REVERSE-DATE
           PERFORM 6000-PRINT-ENTRY THRU 6000-EXIT
           ADD 1 TO WS-REVERSED-COUNT.
       4000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The entry's lines into the work table, debit and credit
      *> swapped for a mirror image.
      *>--------------------------------------------------------------
       5000-LOAD-WORK-LINES.
           MOVE ZERO TO WS-WORK-COUNT WS-ENTRY-TOTAL
           PERFORM VARYING WS-LINE-IDX FROM WS-ENTRY-FIRST-IDX BY 1
               UNTIL WS-LINE-IDX > WS-ENTRY-LAST-IDX
                  OR WS-WORK-COUNT >= 99
               MOVE WS-QE-IMAGE (WS-LINE-IDX) TO JOURNAL-ENTRY-RECORD
               ADD 1 TO WS-WORK-COUNT
               MOVE JE-ACCT-NUMBER TO WS-WK-ACCT (WS-WORK-COUNT)
               IF WS-MIRROR
                   MOVE JE-CREDIT-AMOUNT TO WS-WK-DEBIT (WS-WORK-COUNT)
                   MOVE JE-DEBIT-AMOUNT TO WS-WK-CREDIT (WS-WORK-COUNT)
               ELSE
                   MOVE JE-DEBIT-AMOUNT TO WS-WK-DEBIT (WS-WORK-COUNT)
                   MOVE JE-CREDIT-AMOUNT TO WS-WK-CREDIT (WS-WORK-COUNT)
               END-IF
               ADD JE-DEBIT-AMOUNT TO WS-ENTRY-TOTAL
           END-PERFORM
           MOVE WS-QE-IMAGE (WS-ENTRY-FIRST-IDX)
               TO JOURNAL-ENTRY-RECORD.
       5000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Walk the debit lines against the credit lines in line
      *> order, posting the smaller remaining amount each time as
      *> one glpost pair, until one side runs out (a balanced entry
      *> runs both out together).
      *>--------------------------------------------------------------
       5100-POST-PAIRS.
           MOVE JE-ENTRY-NUMBER TO WS-GL-REF-ENTRY
           MOVE ZERO TO WS-DR-IDX WS-CR-IDX WS-DR-LEFT WS-CR-LEFT
           MOVE "N" TO WS-PAIRING-DONE-SWITCH
           PERFORM 5200-POST-ONE-PAIR THRU 5200-EXIT
               UNTIL WS-PAIRING-DONE.
       5100-EXIT.
           EXIT.

       5200-POST-ONE-PAIR.
           PERFORM UNTIL WS-DR-LEFT > ZERO
                  OR WS-DR-IDX >= WS-WORK-COUNT
               ADD 1 TO WS-DR-IDX
               MOVE WS-WK-DEBIT (WS-DR-IDX) TO WS-DR-LEFT
           END-PERFORM
           PERFORM UNTIL WS-CR-LEFT > ZERO
                  OR WS-CR-IDX >= WS-WORK-COUNT
               ADD 1 TO WS-CR-IDX
               MOVE WS-WK-CREDIT (WS-CR-IDX) TO WS-CR-LEFT
           END-PERFORM
           IF WS-DR-LEFT = ZERO OR WS-CR-LEFT = ZERO
               SET WS-PAIRING-DONE TO TRUE
               GO TO 5200-EXIT
           END-IF
           IF WS-DR-LEFT < WS-CR-LEFT
               MOVE WS-DR-LEFT TO WS-GL-AMOUNT
           ELSE
               MOVE WS-CR-LEFT TO WS-GL-AMOUNT
           END-IF
           MOVE WS-WK-ACCT (WS-DR-IDX) TO WS-GL-DEBIT-ACCT
           MOVE WS-WK-ACCT (WS-CR-IDX) TO WS-GL-CREDIT-ACCT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-CREDIT-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           ADD 1 TO WS-PAIR-COUNT
           SUBTRACT WS-GL-AMOUNT FROM WS-DR-LEFT
           SUBTRACT WS-GL-AMOUNT FROM WS-CR-LEFT.
       5200-EXIT.
           EXIT.

       6000-PRINT-ENTRY.
           MOVE JE-ENTRY-NUMBER TO WS-D-ENTRY-NUMBER
           MOVE JE-DESCRIPTION  TO WS-D-DESCRIPTION
           MOVE WS-ENTRY-TOTAL  TO WS-D-AMOUNT
           WRITE JE-POST-REGISTER-LINE FROM WS-DETAIL-LINE.
       6000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every line of an entry carries the same status and dates,
      *> so the whole entry moves to JEHIST or stays together.
      *>--------------------------------------------------------------
       7000-REWRITE-QUEUE.
           OPEN EXTEND JE-HISTORY-FILE
           IF WS-JE-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT JE-HISTORY-FILE
           END-IF
           OPEN OUTPUT JOURNAL-ENTRY-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QE-IMAGE (WS-QUEUE-IDX)
                   TO JOURNAL-ENTRY-RECORD
               IF JE-REJECTED
                   OR (JE-POSTED AND NOT JE-REVERSING)
                   OR (JE-POSTED AND JE-REVERSED-DATE > ZERO)
                   WRITE JE-HISTORY-RECORD FROM JOURNAL-ENTRY-RECORD
                   ADD 1 TO WS-RETIRED-COUNT
               ELSE
                   WRITE JOURNAL-ENTRY-RECORD
               END-IF
           END-PERFORM
           CLOSE JOURNAL-ENTRY-FILE
           CLOSE JE-HISTORY-FILE.
       7000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-POSTED-COUNT   TO WS-T-POSTED
           MOVE WS-REVERSED-COUNT TO WS-T-REVERSED
           WRITE JE-POST-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Entries posted:     " WS-POSTED-COUNT
           DISPLAY "Entries reversed:   " WS-REVERSED-COUNT
           DISPLAY "GL pairs posted:    " WS-PAIR-COUNT
           DISPLAY "Lines to JEHIST:    " WS-RETIRED-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE JE-POST-REGISTER-FILE.
       9000-EXIT.
           EXIT.
