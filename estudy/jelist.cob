       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jelist.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Manual journal-entry listing: everything posted to the
      *> ledger by hand.  Reads the JEHIST history of finished
      *> entries and then the JEFILE queue (see JEREC.cpy), where a
      *> reversing entry waits for its mirror, and prints every
      *> POSTED entry - its description, preparer,
      *> approver, posting date, and for a reversing entry the date
      *> its mirror image is due or was posted - with each line's
      *> account and amounts, so the auditors can see every MANUAL
      *> journal line with the two people behind it.  Pending,
      *> approved-not-yet-posted and rejected entries do not print;
      *> they never reached the books.  Report JELIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO "JEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-ENTRY-STATUS.
           SELECT JE-HISTORY-FILE ASSIGN TO "JEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JE-HISTORY-STATUS.
           SELECT JE-LISTING-FILE ASSIGN TO "JELIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JE-LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-ENTRY-FILE.
           COPY JEREC.

       FD  JE-HISTORY-FILE.
       01 JE-HISTORY-RECORD           PIC X(143).

       FD  JE-LISTING-FILE.
       01 JE-LISTING-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-JOURNAL-ENTRY-STATUS     PIC XX VALUE "00".
       01 WS-JE-HISTORY-STATUS        PIC XX VALUE "00".
       01 WS-JE-LISTING-STATUS        PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-HISTORY-SWITCH            PIC X VALUE "N".
           88 WS-READING-HISTORY           VALUE "Y".

      *>--------------------------------------------------------------
      *> The row being listed, from whichever file it came.
      *>--------------------------------------------------------------
           COPY JEREC REPLACING ==JOURNAL-ENTRY-RECORD==
               BY ==LISTED-ENTRY-RECORD== LEADING ==JE-== BY ==LE-==.

       01 WS-LAST-ENTRY-NUMBER        PIC X(8) VALUE LOW-VALUES.
       01 WS-ENTRY-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-LINE-COUNT               PIC 9(7) COMP VALUE ZERO.
       01 WS-TOTAL-DEBITS             PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS            PIC 9(11)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** MANUAL JOURNAL ENTRY LISTING ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-ENTRY-LINE-1.
           02 FILLER            PIC X(6)  VALUE "ENTRY ".
           02 WS-E-ENTRY-NUMBER PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-E-DESCRIPTION  PIC X(30).
           02 FILLER            PIC X(9)  VALUE "  POSTED ".
           02 WS-E-POST-DATE    PIC 9(8).
       01 WS-ENTRY-LINE-2.
           02 FILLER            PIC X(17) VALUE "      PREPARED BY".
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-E-PREPARER     PIC X(8).
           02 FILLER            PIC X(14) VALUE "  APPROVED BY ".
           02 WS-E-APPROVER     PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-E-REVERSAL     PIC X(40).
       01 WS-REVERSAL-TEXT.
           02 WS-R-LABEL        PIC X(15).
           02 WS-R-DATE         PIC 9(8).
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(6)  VALUE SPACE.
           02 WS-D-LINE-NUMBER  PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACCT-NUMBER  PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DEBIT        PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CREDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(14) VALUE "*** ENTRIES: ".
           02 WS-T-ENTRIES      PIC ZZZZ9.
           02 FILLER            PIC X(11) VALUE "  DEBITS: ".
           02 WS-T-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(12) VALUE "  CREDITS: ".
           02 WS-T-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LIST-ONE-LINE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN OUTPUT JE-LISTING-FILE
           WRITE JE-LISTING-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE JE-LISTING-LINE FROM WS-HEADING-LINE-2
           OPEN INPUT JE-HISTORY-FILE
           IF WS-JE-HISTORY-STATUS = "35"
               PERFORM 1100-OPEN-QUEUE THRU 1100-EXIT
               GO TO 1000-EXIT
           END-IF
           SET WS-READING-HISTORY TO TRUE
           PERFORM 2000-NEXT THRU 2000-EXIT.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> JEFILE follows JEHIST; its first row is read here.
      *>--------------------------------------------------------------
       1100-OPEN-QUEUE.
           MOVE "N" TO WS-HISTORY-SWITCH
           OPEN INPUT JOURNAL-ENTRY-FILE
           IF WS-JOURNAL-ENTRY-STATUS = "35"
               IF WS-JE-HISTORY-STATUS = "35"
                   DISPLAY "No JEFILE on disk - nothing posted by hand"
               END-IF
               SET WS-EOF TO TRUE
               GO TO 1100-EXIT
           END-IF
           READ JOURNAL-ENTRY-FILE INTO LISTED-ENTRY-RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One JEHIST or JEFILE row: a posted entry's first line
      *> brings its heading; every posted line prints under it.
      *>--------------------------------------------------------------
       2000-LIST-ONE-LINE.
           IF NOT LE-POSTED
               GO TO 2000-NEXT
           END-IF
           IF LE-ENTRY-NUMBER NOT = WS-LAST-ENTRY-NUMBER
               PERFORM 2100-PRINT-ENTRY-HEADING THRU 2100-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE LE-LINE-NUMBER   TO WS-D-LINE-NUMBER
           MOVE LE-ACCT-NUMBER   TO WS-D-ACCT-NUMBER
           MOVE LE-DEBIT-AMOUNT  TO WS-D-DEBIT
           MOVE LE-CREDIT-AMOUNT TO WS-D-CREDIT
           WRITE JE-LISTING-LINE FROM WS-DETAIL-LINE
           ADD LE-DEBIT-AMOUNT  TO WS-TOTAL-DEBITS
           ADD LE-CREDIT-AMOUNT TO WS-TOTAL-CREDITS.
       2000-NEXT.
           IF NOT WS-READING-HISTORY
               READ JOURNAL-ENTRY-FILE INTO LISTED-ENTRY-RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
               GO TO 2000-EXIT
           END-IF
           READ JE-HISTORY-FILE INTO LISTED-ENTRY-RECORD
               AT END
                   CLOSE JE-HISTORY-FILE
                   PERFORM 1100-OPEN-QUEUE THRU 1100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-PRINT-ENTRY-HEADING.
           MOVE LE-ENTRY-NUMBER TO WS-LAST-ENTRY-NUMBER
           ADD 1 TO WS-ENTRY-COUNT
           MOVE LE-ENTRY-NUMBER TO WS-E-ENTRY-NUMBER
           MOVE LE-DESCRIPTION  TO WS-E-DESCRIPTION
           MOVE LE-POST-DATE    TO WS-E-POST-DATE
           MOVE LE-PREPARER     TO WS-E-PREPARER
           MOVE LE-APPROVER     TO WS-E-APPROVER
           MOVE SPACES TO WS-E-REVERSAL
           IF LE-REVERSING
               IF LE-REVERSED-DATE > ZERO
                   MOVE "REVERSED ON" TO WS-R-LABEL
                   MOVE LE-REVERSED-DATE TO WS-R-DATE
               ELSE
                   MOVE "REVERSES ON" TO WS-R-LABEL
                   MOVE LE-REVERSE-DATE TO WS-R-DATE
               END-IF
               MOVE WS-REVERSAL-TEXT TO WS-E-REVERSAL
           END-IF
           WRITE JE-LISTING-LINE FROM WS-ENTRY-LINE-1
           WRITE JE-LISTING-LINE FROM WS-ENTRY-LINE-2.
       2100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-ENTRY-COUNT   TO WS-T-ENTRIES
           MOVE WS-TOTAL-DEBITS  TO WS-T-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-T-CREDITS
           WRITE JE-LISTING-LINE FROM WS-TOTAL-LINE
           DISPLAY "Entries listed:     " WS-ENTRY-COUNT
           DISPLAY "Lines listed:       " WS-LINE-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-JOURNAL-ENTRY-STATUS NOT = "35"
               CLOSE JOURNAL-ENTRY-FILE
           END-IF
           CLOSE JE-LISTING-FILE.
       9000-EXIT.
           EXIT.
