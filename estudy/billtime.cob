       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. billtime.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Billable-time run: turns the unbilled (U) hours on the
      *> JOBTIME labor ledger labdist.cob keeps (see JOBTIME.cpy)
      *> into LINEITEM lines for invoice.cob, one line per job per
      *> run carrying the job number and its total hours.  The line
      *> bills the job's JOBMAST customer under the month's labor
      *> invoice number (600000 + YYMM, the way bilgen.cob numbers
      *> its schedule billing) and invoice.cob prices it at the
      *> job's billing rate.  Every row billed is rewritten B with
      *> the invoice number and billing date (through the JOBTWORK
      *> work file, the way retropay.cob settles PAYHIST), so a
      *> second run finds nothing to bill and no hour is ever
      *> invoiced twice.  A row whose job has left JOBMAST stays
      *> unbilled and lists on the BILLTIME register for the
      *> billing clerk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-TIME-FILE ASSIGN TO "JOBTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-TIME-STATUS.
           SELECT WORK-JOB-TIME-FILE ASSIGN TO "JOBTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-JOB-TIME-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-NO
               FILE STATUS IS WS-JOBMAST-STATUS.
           SELECT LINE-ITEM-FILE ASSIGN TO "LINEITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-ITEM-STATUS.
           SELECT BILLING-REGISTER-FILE ASSIGN TO "BILLTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-TIME-FILE.
           COPY JOBTIME.

       FD  WORK-JOB-TIME-FILE.
       01 WORK-JOB-TIME-RECORD        PIC X(107).

       FD  JOB-MASTER-FILE.
           COPY JOBREC.

       FD  LINE-ITEM-FILE.
       01 LINE-ITEM-RECORD.
           02 LI-CUST-IDENT       PIC 9(7).
           02 LI-INVOICE-NO       PIC 9(6).
           02 LI-ITEM-CODE        PIC X(8).
           02 LI-QUANTITY         PIC 9(5).
           02 LI-TAX-RATE         PIC 9V999.
           02 LI-DISCOUNT-RATE    PIC 9V999.
           02 LI-JOB-NO           PIC X(8).
           02 LI-JOB-HOURS        PIC 9(5)V99.

       FD  BILLING-REGISTER-FILE.
       01 BILLING-REGISTER-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-JOB-TIME-STATUS          PIC XX VALUE "00".
       01 WS-WORK-JOB-TIME-STATUS     PIC XX VALUE "00".
       01 WS-JOBMAST-STATUS           PIC XX VALUE "00".
       01 WS-LINE-ITEM-STATUS         PIC XX VALUE "00".
       01 WS-BILLING-REGISTER-STATUS  PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-JOBMAST-SWITCH            PIC X VALUE "Y".
           88 WS-JOBMAST-ON-FILE           VALUE "Y".

       01 WS-RUN-DATE-YYYYMMDD        PIC 9(8) VALUE ZERO.
       01 WS-RUN-YYMM                 PIC 9(4) VALUE ZERO.
       01 WS-LABOR-INVOICE-NO         PIC 9(6) VALUE ZERO.
       01 WS-LABOR-ITEM-CODE          PIC X(8) VALUE "LABOR".

      *>--------------------------------------------------------------
      *> The run's hours by job; each job bills as one line.
      *>--------------------------------------------------------------
       01 WS-JOB-COUNT                PIC 9(4) COMP VALUE ZERO.
       01 WS-JOB-IDX                  PIC 9(4) COMP VALUE ZERO.
       01 WS-JOB-TABLE.
           02 WS-JOB-ENTRY OCCURS 500 TIMES.
               03 WS-JB-JOB-NO        PIC X(8).
               03 WS-JB-CUST-IDENT    PIC 9(7).
               03 WS-JB-BILLING-RATE  PIC 9(5)V99.
               03 WS-JB-HOURS         PIC 9(5)V99.

       01 WS-ESTIMATED-AMOUNT         PIC 9(9)V99 VALUE ZERO.
       01 WS-ROW-COUNT                PIC 9(7) COMP VALUE ZERO.
       01 WS-BILLED-ROW-COUNT         PIC 9(7) COMP VALUE ZERO.
       01 WS-HELD-ROW-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-LINE-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-TOTAL-HOURS              PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-AMOUNT             PIC 9(9)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** BILLABLE TIME REGISTER ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(12) VALUE "  INVOICE: ".
           02 WS-H-INVOICE-NO   PIC 9(6).
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-JOB-NO       PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-HOURS        PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-RATE         PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(20).
       01 WS-HELD-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-X-JOB-NO       PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-X-EMP-ID       PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-X-WORK-DATE    PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-X-HOURS        PIC ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-X-REASON       PIC X(30).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(14) VALUE "*** LINES: ".
           02 WS-T-LINES        PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " HOURS: ".
           02 WS-T-HOURS        PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(10) VALUE " AMOUNT: ".
           02 WS-T-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(10) VALUE " HELD: ".
           02 WS-T-HELD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-BILL-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-WRITE-JOB-LINES THRU 3000-EXIT
           IF WS-JOB-TIME-STATUS NOT = "35"
               PERFORM 7000-COPY-LEDGER-BACK THRU 7000-EXIT
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-YYYYMMDD
           MOVE WS-RUN-DATE-YYYYMMDD (3:4) TO WS-RUN-YYMM
           COMPUTE WS-LABOR-INVOICE-NO = 600000 + WS-RUN-YYMM
           OPEN OUTPUT BILLING-REGISTER-FILE
           WRITE BILLING-REGISTER-LINE FROM WS-HEADING-LINE-1
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-H-RUN-DATE
           MOVE WS-LABOR-INVOICE-NO  TO WS-H-INVOICE-NO
           WRITE BILLING-REGISTER-LINE FROM WS-HEADING-LINE-2
           OPEN INPUT JOB-TIME-FILE
           IF WS-JOB-TIME-STATUS = "35"
               DISPLAY "No JOBTIME on file - nothing to bill"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOBMAST-STATUS = "35"
               MOVE "N" TO WS-JOBMAST-SWITCH
           END-IF
           OPEN OUTPUT WORK-JOB-TIME-FILE
           OPEN EXTEND LINE-ITEM-FILE
           IF WS-LINE-ITEM-STATUS = "05" OR "35"
               OPEN OUTPUT LINE-ITEM-FILE
           END-IF
           READ JOB-TIME-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every ledger row goes to the work file; an unbilled row
      *> whose job is still on JOBMAST goes marked billed, its hours
      *> added to its job's line.
      *>--------------------------------------------------------------
       2000-BILL-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT
           IF NOT JT-UNBILLED
               GO TO 2000-KEEP
           END-IF
           IF NOT WS-JOBMAST-ON-FILE
               MOVE "JOB NOT ON JOBMAST" TO WS-X-REASON
               PERFORM 2200-LIST-HELD-ROW THRU 2200-EXIT
               GO TO 2000-KEEP
           END-IF
           MOVE JT-JOB-NO TO JB-JOB-NO
           READ JOB-MASTER-FILE
               INVALID KEY
                   MOVE "JOB NOT ON JOBMAST" TO WS-X-REASON
                   PERFORM 2200-LIST-HELD-ROW THRU 2200-EXIT
                   GO TO 2000-KEEP
           END-READ
           PERFORM 2100-ADD-TO-JOB-LINE THRU 2100-EXIT
           IF WS-JOB-IDX > WS-JOB-COUNT
               MOVE "JOB TABLE FULL - NEXT RUN" TO WS-X-REASON
               PERFORM 2200-LIST-HELD-ROW THRU 2200-EXIT
               GO TO 2000-KEEP
           END-IF
           SET JT-BILLED TO TRUE
           MOVE JB-CUST-IDENT        TO JT-CUST-IDENT
           MOVE WS-LABOR-INVOICE-NO  TO JT-INVOICE-NO
           MOVE WS-RUN-DATE-YYYYMMDD TO JT-BILLED-DATE
           ADD 1 TO WS-BILLED-ROW-COUNT.
       2000-KEEP.
           WRITE WORK-JOB-TIME-RECORD FROM JOB-TIME-RECORD
           READ JOB-TIME-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-ADD-TO-JOB-LINE.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   OR WS-JB-JOB-NO (WS-JOB-IDX) = JB-JOB-NO
               CONTINUE
           END-PERFORM
           IF WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-COUNT NOT < 500
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-JOB-COUNT
               MOVE JB-JOB-NO       TO WS-JB-JOB-NO (WS-JOB-COUNT)
               MOVE JB-CUST-IDENT   TO WS-JB-CUST-IDENT (WS-JOB-COUNT)
               MOVE JB-BILLING-RATE
                   TO WS-JB-BILLING-RATE (WS-JOB-COUNT)
               MOVE ZERO            TO WS-JB-HOURS (WS-JOB-COUNT)
           END-IF
           ADD JT-HOURS TO WS-JB-HOURS (WS-JOB-IDX).
       2100-EXIT.
           EXIT.

       2200-LIST-HELD-ROW.
           MOVE JT-JOB-NO    TO WS-X-JOB-NO
           MOVE JT-EMP-ID    TO WS-X-EMP-ID
           MOVE JT-WORK-DATE TO WS-X-WORK-DATE
           MOVE JT-HOURS     TO WS-X-HOURS
           WRITE BILLING-REGISTER-LINE FROM WS-HELD-LINE
           ADD 1 TO WS-HELD-ROW-COUNT.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One LINEITEM line per job: the hours ride LI-JOB-HOURS and
      *> invoice.cob prices them at the job's rate; LI-QUANTITY holds
      *> the whole hours for the sales history.
      *>--------------------------------------------------------------
       3000-WRITE-JOB-LINES.
           PERFORM 3100-WRITE-ONE-JOB-LINE THRU 3100-EXIT
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-JOB-LINE.
           MOVE WS-JB-CUST-IDENT (WS-JOB-IDX) TO LI-CUST-IDENT
           MOVE WS-LABOR-INVOICE-NO           TO LI-INVOICE-NO
           MOVE WS-LABOR-ITEM-CODE            TO LI-ITEM-CODE
           COMPUTE LI-QUANTITY ROUNDED = WS-JB-HOURS (WS-JOB-IDX)
           MOVE ZERO                          TO LI-TAX-RATE
           MOVE ZERO                          TO LI-DISCOUNT-RATE
           MOVE WS-JB-JOB-NO (WS-JOB-IDX)     TO LI-JOB-NO
           MOVE WS-JB-HOURS (WS-JOB-IDX)      TO LI-JOB-HOURS
           WRITE LINE-ITEM-RECORD
           ADD 1 TO WS-LINE-COUNT

           COMPUTE WS-ESTIMATED-AMOUNT ROUNDED =
               WS-JB-HOURS (WS-JOB-IDX)
                   * WS-JB-BILLING-RATE (WS-JOB-IDX)
           ADD WS-JB-HOURS (WS-JOB-IDX) TO WS-TOTAL-HOURS
           ADD WS-ESTIMATED-AMOUNT      TO WS-TOTAL-AMOUNT
           MOVE WS-JB-JOB-NO (WS-JOB-IDX)       TO WS-D-JOB-NO
           MOVE WS-JB-CUST-IDENT (WS-JOB-IDX)   TO WS-D-CUST-IDENT
           MOVE WS-JB-HOURS (WS-JOB-IDX)        TO WS-D-HOURS
           MOVE WS-JB-BILLING-RATE (WS-JOB-IDX) TO WS-D-RATE
           MOVE WS-ESTIMATED-AMOUNT             TO WS-D-AMOUNT
           MOVE "LINE WRITTEN"                  TO WS-D-ACTION
           WRITE BILLING-REGISTER-LINE FROM WS-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       7000-COPY-LEDGER-BACK.
           CLOSE WORK-JOB-TIME-FILE
           CLOSE JOB-TIME-FILE
           OPEN INPUT WORK-JOB-TIME-FILE
           OPEN OUTPUT JOB-TIME-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ WORK-JOB-TIME-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE JOB-TIME-RECORD
                           FROM WORK-JOB-TIME-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-JOB-TIME-FILE
           CLOSE JOB-TIME-FILE.
       7000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-LINE-COUNT      TO WS-T-LINES
           MOVE WS-TOTAL-HOURS     TO WS-T-HOURS
           MOVE WS-TOTAL-AMOUNT    TO WS-T-AMOUNT
           MOVE WS-HELD-ROW-COUNT  TO WS-T-HELD
           WRITE BILLING-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Ledger rows read:   " WS-ROW-COUNT
           DISPLAY "Rows billed:        " WS-BILLED-ROW-COUNT
           DISPLAY "Lines to LINEITEM:  " WS-LINE-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-JOB-TIME-STATUS NOT = "35"
               CLOSE LINE-ITEM-FILE
               IF WS-JOBMAST-ON-FILE
                   CLOSE JOB-MASTER-FILE
               END-IF
           END-IF
           CLOSE BILLING-REGISTER-FILE.
       9000-EXIT.
           EXIT.
