       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. apaging.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Accounts-payable aging report over the APOPEN open items
      *> (see APREC.cpy), the payables twin of araging.cob.  Every
      *> unpaid vendor invoice line - OPEN, or HELD on a failed PO
      *> match - lands in a bucket by days past its due date: not
      *> yet due, 1-30, 31-60, 61-90, or over 90 days late, with a
      *> detail line per item (HELD lines flagged with why) and
      *> bucket totals at the end - what we owe, and how far behind
      *> we are on paying it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-OPEN-ITEM-STATUS.
           SELECT AP-AGING-REPORT-FILE ASSIGN TO "APAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-AGING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-ITEM-FILE.
           COPY APREC.

       FD  AP-AGING-REPORT-FILE.
       01 AP-AGING-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-AP-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-AP-AGING-REPORT-STATUS   PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-RUN-DATE-INTEGER         PIC 9(8) COMP VALUE ZERO.
       01 WS-DUE-DATE-INTEGER         PIC 9(8) COMP VALUE ZERO.
       01 WS-DAYS-PAST-DUE            PIC S9(5) COMP VALUE ZERO.

       01 WS-BUCKET-TOTALS.
           02 WS-NOT-DUE-TOTAL        PIC 9(9)V99 VALUE ZERO.
           02 WS-1-30-TOTAL           PIC 9(9)V99 VALUE ZERO.
           02 WS-31-60-TOTAL          PIC 9(9)V99 VALUE ZERO.
           02 WS-61-90-TOTAL          PIC 9(9)V99 VALUE ZERO.
           02 WS-OVER-90-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-OPEN-ITEM-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-HELD-ITEM-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-HELD-TOTAL               PIC 9(9)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** ACCOUNTS PAYABLE AGING REPORT ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(40) VALUE
               " VENDOR    INVOICE-LINE    DUE DATE     ".
           02 FILLER            PIC X(40) VALUE
               "   AMOUNT  LATE  BUCKET    HOLD".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-VENDOR-ID    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-INVOICE-NO   PIC X(10).
           02 FILLER            PIC X(1)  VALUE "-".
           02 WS-D-LINE-NO      PIC 9(3).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DUE-DATE     PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DAYS         PIC ZZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-BUCKET       PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-HOLD-REASON  PIC X(20).
       01 WS-BUCKET-LINE-1.
           02 FILLER            PIC X(12) VALUE "*** NOT DUE:".
           02 WS-B-NOT-DUE      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(7)  VALUE "  1-30:".
           02 WS-B-1-30         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(8)  VALUE "  31-60:".
           02 WS-B-31-60        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BUCKET-LINE-2.
           02 FILLER            PIC X(12) VALUE "***   61-90:".
           02 WS-B-61-90        PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(9)  VALUE "  OVER90:".
           02 WS-B-OVER-90      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(8)  VALUE "  HELD: ".
           02 WS-B-HELD         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AGE-OPEN-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-BUCKET-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           OPEN INPUT AP-OPEN-ITEM-FILE
           IF WS-AP-OPEN-ITEM-STATUS = "35"
               DISPLAY "No APOPEN on disk - nothing owed"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT AP-AGING-REPORT-FILE
           WRITE AP-AGING-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE AP-AGING-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE AP-AGING-REPORT-LINE FROM WS-COLUMN-LINE
           IF NOT WS-EOF
               READ AP-OPEN-ITEM-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A paid line is finished business; only unpaid lines age,
      *> by days past due.
      *>--------------------------------------------------------------
       2000-AGE-OPEN-ITEM.
           IF NOT AP-UNPAID
               GO TO 2000-NEXT
           END-IF

           COMPUTE WS-DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (AP-DUE-DATE)
           COMPUTE WS-DAYS-PAST-DUE =
               WS-RUN-DATE-INTEGER - WS-DUE-DATE-INTEGER

           ADD 1 TO WS-OPEN-ITEM-COUNT
           MOVE AP-VENDOR-ID    TO WS-D-VENDOR-ID
           MOVE AP-INVOICE-NO   TO WS-D-INVOICE-NO
           MOVE AP-LINE-NO      TO WS-D-LINE-NO
           MOVE AP-DUE-DATE     TO WS-D-DUE-DATE
           MOVE AP-AMOUNT       TO WS-D-AMOUNT
           MOVE AP-HOLD-REASON  TO WS-D-HOLD-REASON
           MOVE ZERO            TO WS-D-DAYS
           IF AP-HELD
               ADD 1 TO WS-HELD-ITEM-COUNT
               ADD AP-AMOUNT TO WS-HELD-TOTAL
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE "NOT DUE" TO WS-D-BUCKET
                   ADD AP-AMOUNT TO WS-NOT-DUE-TOTAL
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE WS-DAYS-PAST-DUE TO WS-D-DAYS
                   MOVE "1-30"    TO WS-D-BUCKET
                   ADD AP-AMOUNT TO WS-1-30-TOTAL
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE WS-DAYS-PAST-DUE TO WS-D-DAYS
                   MOVE "31-60"   TO WS-D-BUCKET
                   ADD AP-AMOUNT TO WS-31-60-TOTAL
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE WS-DAYS-PAST-DUE TO WS-D-DAYS
                   MOVE "61-90"   TO WS-D-BUCKET
                   ADD AP-AMOUNT TO WS-61-90-TOTAL
               WHEN OTHER
                   MOVE WS-DAYS-PAST-DUE TO WS-D-DAYS
                   MOVE "OVER 90" TO WS-D-BUCKET
                   ADD AP-AMOUNT TO WS-OVER-90-TOTAL
           END-EVALUATE
           WRITE AP-AGING-REPORT-LINE FROM WS-DETAIL-LINE.
       2000-NEXT.
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       8000-PRINT-BUCKET-TOTALS.
           MOVE WS-NOT-DUE-TOTAL TO WS-B-NOT-DUE
           MOVE WS-1-30-TOTAL    TO WS-B-1-30
           MOVE WS-31-60-TOTAL   TO WS-B-31-60
           MOVE WS-61-90-TOTAL   TO WS-B-61-90
           MOVE WS-OVER-90-TOTAL TO WS-B-OVER-90
           MOVE WS-HELD-TOTAL    TO WS-B-HELD
           WRITE AP-AGING-REPORT-LINE FROM WS-BUCKET-LINE-1
           WRITE AP-AGING-REPORT-LINE FROM WS-BUCKET-LINE-2
           DISPLAY "Payables aged:      " WS-OPEN-ITEM-COUNT
           DISPLAY "Of which held:      " WS-HELD-ITEM-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-AP-OPEN-ITEM-STATUS NOT = "35"
               CLOSE AP-OPEN-ITEM-FILE
           END-IF
           CLOSE AP-AGING-REPORT-FILE.
       9000-EXIT.
           EXIT.
