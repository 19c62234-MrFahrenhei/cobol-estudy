      *> an empty run is not an accounting event.  gltrial.cob
      *> accumulates the journal into the trial balance the
      *> accountants close from.
      *> 10/15/2026 - a posting dated into a month glclose.cob has
      *> closed (see GLPERIOD.cpy) is refused: the pair goes to the
      *> GLREJECT file, in journal layout, instead of GLJRNL, so a
      *> closed month's statements cannot change underneath the
      *> accountants and the refused money is still on record for
      *> them to re-enter in an open month.
      *> 10/15/2026 - the caller now also names a cost center (a
      *> DEPTMAST department code, or spaces for company level),
      *> stamped on both lines of the pair so each department's
      *> postings balance on their own and the ledger can report by
      *> department.  A caller that names none takes the default the
      *> optional GLCCMAP file gives its program id (so tuition,
      *> invoice and the fee programs charge the department that
      *> owns their revenue); no GLCCMAP row means company level.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-PERIOD-STATUS.
           SELECT GL-REJECT-FILE ASSIGN TO "GLREJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REJECT-STATUS.
           SELECT GL-COST-CENTER-MAP-FILE ASSIGN TO "GLCCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CC-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE.
           COPY GLJRNL.

       FD  GL-PERIOD-FILE.
           COPY GLPERIOD.

       FD  GL-REJECT-FILE.
           COPY GLJRNL REPLACING ==GL-JOURNAL-RECORD==
               BY ==GL-REJECT-RECORD==.

       FD  GL-COST-CENTER-MAP-FILE.
       01 GL-COST-CENTER-MAP-RECORD.
           02 CM-SOURCE-PROGRAM       PIC X(8).
           02 FILLER                  PIC X(2).
           02 CM-COST-CENTER          PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-GL-JOURNAL-STATUS        PIC XX VALUE "00".
       01 WS-GL-PERIOD-STATUS         PIC XX VALUE "00".
       01 WS-GL-REJECT-STATUS         PIC XX VALUE "00".
       01 WS-GL-CC-MAP-STATUS         PIC XX VALUE "00".
       01 WS-CC-MAP-EOF-SWITCH        PIC X VALUE "N".
           88 WS-CC-MAP-EOF               VALUE "Y".
       01 WS-COST-CENTER              PIC X(15) VALUE SPACES.
       01 WS-PERIOD-EOF-SWITCH        PIC X VALUE "N".
           88 WS-PERIOD-EOF               VALUE "Y".
       01 WS-PERIOD-CLOSED-SWITCH     PIC X VALUE "N".
           88 WS-PERIOD-CLOSED            VALUE "Y".
       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".
       01 LK-GL-CREDIT-ACCT    PIC 9(4).
       01 LK-GL-AMOUNT         PIC S9(9)V99.
       01 LK-GL-REFERENCE      PIC X(12).
       01 LK-GL-COST-CENTER    PIC X(15).

       PROCEDURE DIVISION USING LK-GL-SOURCE-PROGRAM LK-GL-DEBIT-ACCT
               LK-GL-CREDIT-ACCT LK-GL-AMOUNT LK-GL-REFERENCE
               LK-GL-COST-CENTER.
       0000-MAIN-PARA.
           IF LK-GL-AMOUNT = ZERO
               GOBACK

           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE LK-GL-COST-CENTER TO WS-COST-CENTER
           IF WS-COST-CENTER = SPACES
               PERFORM 1100-DEFAULT-COST-CENTER THRU 1100-EXIT
           END-IF

           PERFORM 1000-CHECK-PERIOD THRU 1000-EXIT
           IF WS-PERIOD-CLOSED
               PERFORM 2000-REJECT-POSTING THRU 2000-EXIT
               GOBACK
           END-IF

           OPEN EXTEND GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-STATUS = "05" OR "35"
               GOBACK
           END-IF

           MOVE WS-BUSINESS-DATE
               TO GJ-POST-DATE OF GL-JOURNAL-RECORD
           MOVE LK-GL-SOURCE-PROGRAM
               TO GJ-SOURCE-PROGRAM OF GL-JOURNAL-RECORD
           MOVE LK-GL-DEBIT-ACCT
               TO GJ-ACCT-NUMBER OF GL-JOURNAL-RECORD
           MOVE LK-GL-AMOUNT
               TO GJ-DEBIT-AMOUNT OF GL-JOURNAL-RECORD
           MOVE ZERO
               TO GJ-CREDIT-AMOUNT OF GL-JOURNAL-RECORD
           MOVE LK-GL-REFERENCE
               TO GJ-REFERENCE OF GL-JOURNAL-RECORD
           MOVE WS-COST-CENTER
               TO GJ-COST-CENTER OF GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD

           MOVE LK-GL-CREDIT-ACCT
               TO GJ-ACCT-NUMBER OF GL-JOURNAL-RECORD
           MOVE ZERO
               TO GJ-DEBIT-AMOUNT OF GL-JOURNAL-RECORD
           MOVE LK-GL-AMOUNT
               TO GJ-CREDIT-AMOUNT OF GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD

           CLOSE GL-JOURNAL-FILE
           GOBACK.

      *>--------------------------------------------------------------
      *> Is the business date's month closed?  No GLPERCTL, or no
      *> row for the month, means open.
      *>--------------------------------------------------------------
       1000-CHECK-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
           MOVE "N" TO WS-PERIOD-EOF-SWITCH
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GL-PERIOD-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           PERFORM UNTIL WS-PERIOD-EOF OR WS-PERIOD-CLOSED
               READ GL-PERIOD-FILE
                   AT END SET WS-PERIOD-EOF TO TRUE
                   NOT AT END
                       IF GP-PERIOD = WS-BUSINESS-DATE (1:6)
                           AND GP-CLOSED
                           SET WS-PERIOD-CLOSED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-PERIOD-FILE.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The caller's default cost center from GLCCMAP, if it has
      *> one.
      *>--------------------------------------------------------------
       1100-DEFAULT-COST-CENTER.
           MOVE "N" TO WS-CC-MAP-EOF-SWITCH
           OPEN INPUT GL-COST-CENTER-MAP-FILE
           IF WS-GL-CC-MAP-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-CC-MAP-EOF OR WS-COST-CENTER NOT = SPACES
               READ GL-COST-CENTER-MAP-FILE
                   AT END SET WS-CC-MAP-EOF TO TRUE
                   NOT AT END
                       IF CM-SOURCE-PROGRAM = LK-GL-SOURCE-PROGRAM
                           MOVE CM-COST-CENTER TO WS-COST-CENTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-COST-CENTER-MAP-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The refused pair lands on GLREJECT exactly as it would have
      *> on the journal.
      *>--------------------------------------------------------------
       2000-REJECT-POSTING.
           DISPLAY "GLPOST - PERIOD " WS-BUSINESS-DATE (1:6)
               " IS CLOSED, " LK-GL-SOURCE-PROGRAM " "
               LK-GL-REFERENCE " WRITTEN TO GLREJECT"
           OPEN EXTEND GL-REJECT-FILE
           IF WS-GL-REJECT-STATUS = "05" OR "35"
               OPEN OUTPUT GL-REJECT-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO GJ-POST-DATE OF GL-REJECT-RECORD
           MOVE LK-GL-SOURCE-PROGRAM
               TO GJ-SOURCE-PROGRAM OF GL-REJECT-RECORD
           MOVE LK-GL-DEBIT-ACCT TO GJ-ACCT-NUMBER OF GL-REJECT-RECORD
           MOVE LK-GL-AMOUNT     TO GJ-DEBIT-AMOUNT OF GL-REJECT-RECORD
           MOVE ZERO             TO GJ-CREDIT-AMOUNT OF GL-REJECT-RECORD
           MOVE LK-GL-REFERENCE  TO GJ-REFERENCE OF GL-REJECT-RECORD
           MOVE WS-COST-CENTER
               TO GJ-COST-CENTER OF GL-REJECT-RECORD
           WRITE GL-REJECT-RECORD
           MOVE LK-GL-CREDIT-ACCT TO GJ-ACCT-NUMBER OF GL-REJECT-RECORD
           MOVE ZERO             TO GJ-DEBIT-AMOUNT OF GL-REJECT-RECORD
           MOVE LK-GL-AMOUNT     TO GJ-CREDIT-AMOUNT OF GL-REJECT-RECORD
           WRITE GL-REJECT-RECORD
           CLOSE GL-REJECT-FILE.
       2000-EXIT.
           EXIT.
