       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cntentry.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Inventory count-entry batch.  The warehouse keys one CNTTRAN
      *> transaction per item counted off the CNTSHEET count sheet
      *> (item code and the quantity actually found), and this run
      *> records each against the item's frozen CNTFILE row (see
      *> COUNTREC.cpy), making it COUNTED.  A second transaction for
      *> an item already counted is a recount and replaces the first
      *> figure; an item not on the count in progress, or one whose
      *> variance has already been approved or posted, takes nothing.
      *> The CNTENREG register lists every transaction with the
      *> difference from the frozen book quantity, so the counters
      *> can see at once what needs a second look.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-TRANS-FILE ASSIGN TO "CNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-TRANS-STATUS.
           SELECT COUNT-FILE ASSIGN TO "CNTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-ITEM-CODE
               FILE STATUS IS WS-COUNT-FILE-STATUS.
           SELECT COUNT-ENTRY-REGISTER-FILE ASSIGN TO "CNTENREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-ENTRY-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-TRANS-FILE.
       01 COUNT-TRANS-RECORD.
           02 CE-ITEM-CODE            PIC X(8).
           02 FILLER                  PIC X(2).
           02 CE-COUNTED-QTY          PIC 9(7).

       FD  COUNT-FILE.
           COPY COUNTREC.

       FD  COUNT-ENTRY-REGISTER-FILE.
       01 COUNT-ENTRY-REGISTER-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-COUNT-TRANS-STATUS          PIC XX VALUE "00".
       01 WS-COUNT-FILE-STATUS           PIC XX VALUE "00".
       01 WS-COUNT-ENTRY-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-VARIANCE-QTY             PIC S9(8) VALUE ZERO.

       01 WS-TRANS-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-COUNTED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-RECOUNT-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-COUNT            PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** COUNT ENTRY REGISTER ***".
       01 WS-COLUMN-LINE     PIC X(70) VALUE
           " ITEM        COUNTED       BOOK   VARIANCE  ACTION".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-COUNTED      PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-BOOK         PIC -,ZZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-VARIANCE     PIC -,ZZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(30).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(14) VALUE "*** COUNTED: ".
           02 WS-T-COUNTED      PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE "  RECOUNTS: ".
           02 WS-T-RECOUNT      PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE "  REFUSED: ".
           02 WS-T-REFUSED      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RECORD-ONE-COUNT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT COUNT-TRANS-FILE
           IF WS-COUNT-TRANS-STATUS = "35"
               DISPLAY "No CNTTRAN on disk - nothing to record"
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O COUNT-FILE
           IF WS-COUNT-FILE-STATUS = "35"
               DISPLAY "No CNTFILE on disk - run cntsheet first"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT COUNT-ENTRY-REGISTER-FILE
           WRITE COUNT-ENTRY-REGISTER-LINE FROM WS-HEADING-LINE-1
           WRITE COUNT-ENTRY-REGISTER-LINE FROM WS-COLUMN-LINE
           IF NOT WS-EOF
               READ COUNT-TRANS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One count: the item must be on the count in progress and
      *> not yet past counting.
      *>--------------------------------------------------------------
       2000-RECORD-ONE-COUNT.
           ADD 1 TO WS-TRANS-COUNT
           MOVE CE-ITEM-CODE   TO WS-D-ITEM-CODE
           MOVE CE-COUNTED-QTY TO WS-D-COUNTED
           MOVE ZERO TO WS-D-BOOK WS-D-VARIANCE
           IF CE-COUNTED-QTY IS NOT NUMERIC
               MOVE "REFUSED - QUANTITY NOT NUMERIC" TO WS-D-ACTION
               GO TO 2000-REFUSE
           END-IF
           MOVE CE-ITEM-CODE TO CT-ITEM-CODE
           READ COUNT-FILE
               INVALID KEY
                   MOVE "REFUSED - NOT ON COUNT SHEET" TO WS-D-ACTION
                   GO TO 2000-REFUSE
           END-READ
           MOVE CT-BOOK-QTY TO WS-D-BOOK
           IF NOT CT-FROZEN AND NOT CT-COUNTED
               MOVE "REFUSED - VARIANCE DECIDED" TO WS-D-ACTION
               GO TO 2000-REFUSE
           END-IF

           IF CT-COUNTED
               MOVE "RECOUNT - REPLACES EARLIER" TO WS-D-ACTION
               ADD 1 TO WS-RECOUNT-COUNT
           ELSE
               MOVE "COUNTED" TO WS-D-ACTION
               ADD 1 TO WS-COUNTED-COUNT
           END-IF
           SET CT-COUNTED TO TRUE
           MOVE CE-COUNTED-QTY   TO CT-COUNTED-QTY
           MOVE WS-BUSINESS-DATE TO CT-COUNT-DATE
           REWRITE COUNT-SHEET-RECORD
           COMPUTE WS-VARIANCE-QTY = CT-COUNTED-QTY - CT-BOOK-QTY
           MOVE WS-VARIANCE-QTY TO WS-D-VARIANCE
           WRITE COUNT-ENTRY-REGISTER-LINE FROM WS-DETAIL-LINE
           GO TO 2000-NEXT.
       2000-REFUSE.
           WRITE COUNT-ENTRY-REGISTER-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-REFUSED-COUNT.
       2000-NEXT.
           READ COUNT-TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-COUNTED-COUNT TO WS-T-COUNTED
           MOVE WS-RECOUNT-COUNT TO WS-T-RECOUNT
           MOVE WS-REFUSED-COUNT TO WS-T-REFUSED
           WRITE COUNT-ENTRY-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Counts read:        " WS-TRANS-COUNT
           DISPLAY "Items counted:      " WS-COUNTED-COUNT
           DISPLAY "Items recounted:    " WS-RECOUNT-COUNT
           DISPLAY "Counts refused:     " WS-REFUSED-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-COUNT-TRANS-STATUS NOT = "35"
               CLOSE COUNT-TRANS-FILE
           END-IF
           IF WS-COUNT-FILE-STATUS NOT = "35"
               CLOSE COUNT-FILE
           END-IF
           CLOSE COUNT-ENTRY-REGISTER-FILE.
       9000-EXIT.
           EXIT.
