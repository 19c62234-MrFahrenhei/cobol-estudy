       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkmaint.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Payroll check maintenance: the CHKMTRAN cards payroll staff
      *> key for checks that went wrong after payroll.cob printed
      *> them, applied against the CHECKREG register instead of
      *> hand edits to CHECKREG and PAYYTD.  Four card types:
      *>   V  void a lost or damaged check for good - the register
      *>      entry goes void (chkrecon.cob stops carrying it), its
      *>      gross, deductions, and net come back out of the
      *>      employee's PAYYTD totals and the pay date's quarter
      *>      bucket, and the salary expense reverses on the ledger;
      *>   H  void a check and hold it for reissue - void on the
      *>      register, but PAYYTD and the ledger stay as they are
      *>      because the money is still owed;
      *>   R  reissue - a check still out is voided for reissue on
      *>      the spot (or one already held by an H card is picked
      *>      up) and a replacement for the same employee, amounts,
      *>      and pay date goes out under the next CHECKCTL number,
      *>      pointing back at the original while the original
      *>      points forward at it;
      *>   M  record a hand-written check (a final paycheck cut at
      *>      the desk) with its full gross-to-net detail: the
      *>      register entry goes on outstanding, the gross and
      *>      deductions roll into PAYYTD and the quarter bucket so
      *>      the W-2 statements come out right, and the pay posts
      *>      to the ledger the way payroll.cob posts it.  The card
      *>      carries the number written on the check; a zero takes
      *>      the next CHECKCTL number, and a number at or past the
      *>      sequence moves the sequence past it so payroll never
      *>      prints it twice.
      *> A cleared check cannot be voided, a check already void
      *> cannot be voided again, and a void whose pay date is in an
      *> earlier year (PAYYTD has been re-created since) or whose
      *> register entry predates the pay detail is refused for
      *> correction by hand.  Every card lands on the CHKMRPT
      *> register with what was done or why not, every decision on
      *> AUDITLOG, and the ledger postings carry the employee's
      *> department as cost center.  The register rewrites through
      *> the CHKWORK work file, the two-pass pattern chkrecon.cob
      *> uses, and CHKMTRAN is cleared once applied so a rerun
      *> cannot void or record anything twice.  When any card took
      *> effect the bank's positive-pay issued-check file is
      *> re-created (ppayext.cob) so voids are stopped and reissued
      *> or hand-written checks are on the bank's list.  The tax
      *> split on the register entry (employee federal and FICA,
      *> employer FICA match and unemployment taxes) moves with the
      *> check: a backed-out void takes it out of PAYYTD and
      *> reverses the employer tax accrual, a replacement carries
      *> it unchanged, and a hand-written check adds its keyed
      *> federal and FICA with the employer's matching FICA and the
      *> FUTA and SUTA on the wages still under each PAYTAX wage
      *> base, figured the way payroll.cob figures them.  More
      *> cards than the 500 the run holds refuses the run with
      *> CHKMTRAN left as keyed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-MAINT-FILE ASSIGN TO "CHKMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-MAINT-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.
           SELECT WORK-REGISTER-FILE ASSIGN TO "CHKWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-REGISTER-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHECKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT YTD-EARNINGS-FILE ASSIGN TO "PAYYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-EARNINGS-STATUS.
           SELECT CHECK-MAINT-REPORT-FILE ASSIGN TO "CHKMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-MAINT-REPORT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PAY-TAX-FILE ASSIGN TO "PAYTAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-TAX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-MAINT-FILE.
       01 CHECK-MAINT-RECORD.
           02 CM-TRANS-TYPE           PIC X(1).
               88 CM-VOID                 VALUE "V".
               88 CM-VOID-FOR-REISSUE     VALUE "H".
               88 CM-REISSUE              VALUE "R".
               88 CM-MANUAL               VALUE "M".
           02 FILLER                  PIC X(2).
           02 CM-CHECK-NO             PIC 9(6).
           02 FILLER                  PIC X(2).
           02 CM-EMP-ID               PIC 9(5).
           02 FILLER                  PIC X(2).
           02 CM-PAY-DATE             PIC 9(8).
           02 FILLER                  PIC X(2).
           02 CM-GROSS                PIC 9(6)V99.
           02 FILLER                  PIC X(2).
           02 CM-FEDERAL-TAX          PIC 9(6)V99.
           02 FILLER                  PIC X(2).
           02 CM-FICA-TAX             PIC 9(6)V99.
           02 FILLER                  PIC X(2).
           02 CM-OTHER-DEDUCTIONS     PIC 9(6)V99.
           02 FILLER                  PIC X(2).
           02 CM-NET                  PIC 9(6)V99.

       FD  CHECK-REGISTER-FILE.
           COPY CHECKREC.

       FD  WORK-REGISTER-FILE.
       01 WORK-REGISTER-RECORD        PIC X(170).

       FD  CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-RECORD.
           02 CC-NEXT-CHECK-NO        PIC 9(6).

       FD  EMPMAST-FILE.
           COPY EMPREC.

       FD  YTD-EARNINGS-FILE.
           COPY YTDREC.

       FD  CHECK-MAINT-REPORT-FILE.
       01 CHECK-MAINT-REPORT-LINE     PIC X(100).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  PAY-TAX-FILE.
       01 PAY-TAX-RECORD.
           02 TX-ROW-TYPE             PIC X(1).
               88 TX-BRACKET-ROW          VALUE "B".
               88 TX-FICA-ROW             VALUE "F".
               88 TX-FUTA-ROW             VALUE "U".
               88 TX-SUTA-ROW             VALUE "S".
           02 FILLER                  PIC X(2).
           02 TX-FLOOR-OR-BASE        PIC 9(7)V99.
           02 FILLER                  PIC X(2).
           02 TX-RATE                 PIC 9V9999.

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-CHECK-MAINT-STATUS       PIC XX VALUE "00".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-WORK-REGISTER-STATUS     PIC XX VALUE "00".
       01 WS-CHECK-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-PP-SOURCE-PROGRAM        PIC X(8) VALUE "CHKMAINT".
       01 WS-EMPMAST-STATUS           PIC XX VALUE "00".
       01 WS-YTD-EARNINGS-STATUS      PIC XX VALUE "00".
           88 WS-YTD-EARNINGS-NEW         VALUE "35".
       01 WS-CHECK-MAINT-REPORT-STATUS PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".
       01 WS-PAY-TAX-STATUS           PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-TAX-EOF-SWITCH           PIC X VALUE "N".
           88 WS-TAX-EOF                  VALUE "Y".
       01 WS-CARD-OVERFLOW-SWITCH     PIC X VALUE "N".
           88 WS-CARD-OVERFLOW            VALUE "Y".
       01 WS-EMPMAST-AVAIL-SWITCH     PIC X VALUE "N".
           88 WS-EMPMAST-AVAILABLE        VALUE "Y".

       01 WS-NEXT-CHECK-NO            PIC 9(6) VALUE 1.

      *>--------------------------------------------------------------
      *> The night's cards, held in keyed order.  The register pass
      *> applies the voids to the entries they name; the cards are
      *> then finished, reported, and audited in keyed order, with
      *> the replacements and hand-written checks appended to the
      *> register behind the existing entries.  State: space not yet
      *> matched, A applied, J rejected.
      *>--------------------------------------------------------------
       01 WS-TRAN-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-TRAN-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-PRIOR-IDX                PIC 9(3) COMP VALUE ZERO.
       01 WS-TRAN-TABLE.
           02 WS-TRAN-ENTRY OCCURS 500 TIMES.
               03 WS-CM-TYPE          PIC X(1).
               03 WS-CM-CHECK-NO      PIC 9(6).
               03 WS-CM-EMP-ID        PIC 9(5).
               03 WS-CM-PAY-DATE      PIC 9(8).
               03 WS-CM-GROSS         PIC 9(8)V99.
               03 WS-CM-DEDUCTIONS    PIC 9(8)V99.
               03 WS-CM-FEDERAL-TAX   PIC 9(8)V99.
               03 WS-CM-FICA-TAX      PIC 9(8)V99.
               03 WS-CM-ER-FICA       PIC 9(8)V99.
               03 WS-CM-ER-FUTA       PIC 9(8)V99.
               03 WS-CM-ER-SUTA       PIC 9(8)V99.
               03 WS-CM-NET           PIC 9(8)V99.
               03 WS-CM-KEYED-NET     PIC 9(8)V99.
               03 WS-CM-NEW-CHECK-NO  PIC 9(6).
               03 WS-CM-STATE         PIC X(1).
                   88 WS-CM-PENDING       VALUE SPACE.
                   88 WS-CM-APPLIED       VALUE "A".
                   88 WS-CM-REJECTED      VALUE "J".
               03 WS-CM-RESULT        PIC X(30).

       01 WS-NUMBER-TAKEN-SWITCH      PIC X VALUE "N".
           88 WS-NUMBER-TAKEN             VALUE "Y".
       01 WS-PAY-MONTH                PIC 9(2) VALUE ZERO.
       01 WS-PAY-QUARTER              PIC 9(1) VALUE ZERO.
       01 WS-BACK-OUT-OK-SWITCH       PIC X VALUE "N".
           88 WS-BACK-OUT-OK              VALUE "Y".

      *>--------------------------------------------------------------
      *> Unemployment tax rates and wage bases, payroll.cob's PAYTAX
      *> rows with its compiled defaults when the file is missing.
      *>--------------------------------------------------------------
       01 WS-FUTA-TAX-RATE            PIC 9V9999 VALUE .0060.
       01 WS-FUTA-WAGE-BASE           PIC 9(7)V99 VALUE 7000.00.
       01 WS-SUTA-TAX-RATE            PIC 9V9999 VALUE .0270.
       01 WS-SUTA-WAGE-BASE           PIC 9(7)V99 VALUE 9000.00.
       01 WS-YTD-GROSS-BEFORE         PIC 9(8)V99 VALUE ZERO.
       01 WS-UI-ROOM                  PIC S9(8)V99 VALUE ZERO.
       01 WS-UI-TAXABLE               PIC 9(8)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> General-ledger interface, on payroll.cob's accounts: a
      *> backed-out void reverses salary expense against cash and
      *> the withholdings liability, and the employer tax expense
      *> against its accrued liability; a hand-written check posts
      *> them forward; the employee's department is the cost
      *> center.
      *>--------------------------------------------------------------
       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "CHKMAINT".
       01 WS-GL-SALARY-ACCT     PIC 9(4) VALUE 5000.
       01 WS-GL-CASH-ACCT       PIC 9(4) VALUE 1000.
       01 WS-GL-WITHHOLD-ACCT   PIC 9(4) VALUE 2100.
       01 WS-GL-ER-TAX-EXPENSE-ACCT PIC 9(4) VALUE 5010.
       01 WS-GL-ER-TAX-LIABILITY-ACCT PIC 9(4) VALUE 2110.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-AUDIT-DECISION           PIC X(30) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           02 WS-VOID-COUNT           PIC 9(5) COMP VALUE ZERO.
           02 WS-VOID-TOTAL           PIC 9(9)V99 VALUE ZERO.
           02 WS-HELD-COUNT           PIC 9(5) COMP VALUE ZERO.
           02 WS-REISSUE-COUNT        PIC 9(5) COMP VALUE ZERO.
           02 WS-REISSUE-TOTAL        PIC 9(9)V99 VALUE ZERO.
           02 WS-MANUAL-COUNT         PIC 9(5) COMP VALUE ZERO.
           02 WS-MANUAL-TOTAL         PIC 9(9)V99 VALUE ZERO.
           02 WS-REJECT-COUNT         PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** PAYROLL CHECK MAINTENANCE ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 FILLER            PIC X(6)  VALUE "TYPE  ".
           02 FILLER            PIC X(8)  VALUE "CHECK   ".
           02 FILLER            PIC X(7)  VALUE "EMP    ".
           02 FILLER            PIC X(12) VALUE "      AMOUNT".
           02 FILLER            PIC X(10) VALUE "  NEW CHK ".
           02 FILLER            PIC X(6)  VALUE "ACTION".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-TYPE         PIC X(1).
           02 FILLER            PIC X(5)  VALUE SPACE.
           02 WS-D-CHECK-NO     PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-EMP-ID       PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NEW-CHECK-NO PIC ZZZZZZ.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(30).
       01 WS-TOTAL-LINE-1.
           02 FILLER            PIC X(16) VALUE "*** VOIDED: ".
           02 WS-T-VOIDED       PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " AMOUNT: ".
           02 WS-T-VOID-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(15) VALUE " HELD/REISSUE: ".
           02 WS-T-HELD         PIC ZZZZ9.
       01 WS-TOTAL-LINE-2.
           02 FILLER            PIC X(16) VALUE "*** REISSUED: ".
           02 WS-T-REISSUED     PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " AMOUNT: ".
           02 WS-T-REISSUE-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-3.
           02 FILLER            PIC X(16) VALUE "*** MANUAL: ".
           02 WS-T-MANUAL       PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " AMOUNT: ".
           02 WS-T-MANUAL-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(15) VALUE " REJECTED:     ".
           02 WS-T-REJECTED     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-CARD-OVERFLOW
               DISPLAY "CHKMTRAN exceeds the 500-card load - run "
                   "refused, nothing applied"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-APPLY-TO-ONE-CHECK THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-FINISH-ONE-CARD THRU 3000-EXIT
               VARYING WS-TRAN-IDX FROM 1 BY 1
               UNTIL WS-TRAN-IDX > WS-TRAN-COUNT
           PERFORM 7000-COPY-REGISTER-BACK THRU 7000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-CHECK-CONTROL THRU 1100-EXIT
           PERFORM 1200-LOAD-CARDS THRU 1200-EXIT
           IF WS-CARD-OVERFLOW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1150-LOAD-UI-RATES THRU 1150-EXIT
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "00"
               SET WS-EMPMAST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "EMPMAST missing - manual checks will reject"
           END-IF
           OPEN I-O YTD-EARNINGS-FILE
           IF WS-YTD-EARNINGS-NEW
               OPEN OUTPUT YTD-EARNINGS-FILE
               CLOSE YTD-EARNINGS-FILE
               OPEN I-O YTD-EARNINGS-FILE
           END-IF
           OPEN OUTPUT CHECK-MAINT-REPORT-FILE
           WRITE CHECK-MAINT-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE CHECK-MAINT-REPORT-LINE FROM WS-HEADING-LINE-2
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           OPEN OUTPUT WORK-REGISTER-FILE
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REGISTER-STATUS = "35"
               DISPLAY "No CHECKREG on file - nothing to void"
               SET WS-EOF TO TRUE
           ELSE
               READ CHECK-REGISTER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The same controlled sequence payroll.cob prints from; a
      *> fresh system starts at 1, noted on the console.
      *>--------------------------------------------------------------
       1100-LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHECK-CONTROL-STATUS = "35"
               DISPLAY "CHECKCTL missing - check numbers start at 1"
               GO TO 1100-EXIT
           END-IF
           READ CHECK-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           END-READ
           CLOSE CHECK-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Only the FUTA and SUTA rows matter here: a hand-written
      *> check's federal and FICA come keyed off the check itself.
      *>--------------------------------------------------------------
       1150-LOAD-UI-RATES.
           OPEN INPUT PAY-TAX-FILE
           IF WS-PAY-TAX-STATUS = "35"
               DISPLAY "PAYTAX missing - compiled default rates apply"
               GO TO 1150-EXIT
           END-IF
           PERFORM UNTIL WS-TAX-EOF
               READ PAY-TAX-FILE
                   AT END SET WS-TAX-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TX-FUTA-ROW
                               MOVE TX-FLOOR-OR-BASE
                                   TO WS-FUTA-WAGE-BASE
                               MOVE TX-RATE TO WS-FUTA-TAX-RATE
                           WHEN TX-SUTA-ROW
                               MOVE TX-FLOOR-OR-BASE
                                   TO WS-SUTA-WAGE-BASE
                               MOVE TX-RATE TO WS-SUTA-TAX-RATE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PAY-TAX-FILE.
       1150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Load the cards.  A hand-written check's deductions are its
      *> federal, FICA, and other withholdings together, and the
      *> net keyed off the check has to foot to gross less those.
      *> A card past the 500 the table holds refuses the run before
      *> anything is applied, so CHKMTRAN stays as keyed.
      *>--------------------------------------------------------------
       1200-LOAD-CARDS.
           OPEN INPUT CHECK-MAINT-FILE
           IF WS-CHECK-MAINT-STATUS = "35"
               DISPLAY "No CHKMTRAN on file - nothing to maintain"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-TRAN-COUNT >= 500
               READ CHECK-MAINT-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1250-KEEP-ONE-CARD THRU 1250-EXIT
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ CHECK-MAINT-FILE
                   AT END CONTINUE
                   NOT AT END SET WS-CARD-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE CHECK-MAINT-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1250-KEEP-ONE-CARD.
           ADD 1 TO WS-TRAN-COUNT
           MOVE CM-TRANS-TYPE TO WS-CM-TYPE (WS-TRAN-COUNT)
           MOVE CM-CHECK-NO   TO WS-CM-CHECK-NO (WS-TRAN-COUNT)
           MOVE SPACE         TO WS-CM-STATE (WS-TRAN-COUNT)
           MOVE SPACES        TO WS-CM-RESULT (WS-TRAN-COUNT)
           MOVE ZERO          TO WS-CM-NEW-CHECK-NO (WS-TRAN-COUNT)
           IF NOT CM-MANUAL
               MOVE ZERO TO WS-CM-EMP-ID (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-PAY-DATE (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-GROSS (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-DEDUCTIONS (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-NET (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-KEYED-NET (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-FEDERAL-TAX (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-FICA-TAX (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-ER-FICA (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-ER-FUTA (WS-TRAN-COUNT)
               MOVE ZERO TO WS-CM-ER-SUTA (WS-TRAN-COUNT)
               GO TO 1250-EXIT
           END-IF
           MOVE CM-EMP-ID   TO WS-CM-EMP-ID (WS-TRAN-COUNT)
           MOVE CM-PAY-DATE TO WS-CM-PAY-DATE (WS-TRAN-COUNT)
           MOVE CM-GROSS    TO WS-CM-GROSS (WS-TRAN-COUNT)
           MOVE CM-NET      TO WS-CM-KEYED-NET (WS-TRAN-COUNT)
           MOVE CM-FEDERAL-TAX TO WS-CM-FEDERAL-TAX (WS-TRAN-COUNT)
           MOVE CM-FICA-TAX    TO WS-CM-FICA-TAX (WS-TRAN-COUNT)
           MOVE CM-FICA-TAX    TO WS-CM-ER-FICA (WS-TRAN-COUNT)
           MOVE ZERO           TO WS-CM-ER-FUTA (WS-TRAN-COUNT)
           MOVE ZERO           TO WS-CM-ER-SUTA (WS-TRAN-COUNT)
           COMPUTE WS-CM-DEDUCTIONS (WS-TRAN-COUNT) =
               CM-FEDERAL-TAX + CM-FICA-TAX + CM-OTHER-DEDUCTIONS
           IF WS-CM-DEDUCTIONS (WS-TRAN-COUNT) > CM-GROSS
               MOVE ZERO TO WS-CM-NET (WS-TRAN-COUNT)
           ELSE
               COMPUTE WS-CM-NET (WS-TRAN-COUNT) =
                   CM-GROSS - WS-CM-DEDUCTIONS (WS-TRAN-COUNT)
           END-IF.
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One register entry: every card naming it is applied in
      *> keyed order, so a second card against the same check sees
      *> what the first one did.
      *>--------------------------------------------------------------
       2000-APPLY-TO-ONE-CHECK.
           PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
               VARYING WS-TRAN-IDX FROM 1 BY 1
               UNTIL WS-TRAN-IDX > WS-TRAN-COUNT
           WRITE WORK-REGISTER-RECORD FROM CHECK-REGISTER-RECORD
           READ CHECK-REGISTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-CARD.
           IF WS-CM-CHECK-NO (WS-TRAN-IDX) NOT = CK-CHECK-NO
               OR NOT WS-CM-PENDING (WS-TRAN-IDX)
               GO TO 2100-EXIT
           END-IF
           IF WS-CM-TYPE (WS-TRAN-IDX) = "M"
               MOVE "CHECK NUMBER ALREADY ON FILE"
                   TO WS-CM-RESULT (WS-TRAN-IDX)
               SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-TAKE-CHECK-DETAIL THRU 2150-EXIT
           IF WS-CM-TYPE (WS-TRAN-IDX) NOT = "V" AND "H" AND "R"
               MOVE "UNKNOWN CARD TYPE" TO WS-CM-RESULT (WS-TRAN-IDX)
               SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF CK-CLEARED
               MOVE "CHECK ALREADY CLEARED"
                   TO WS-CM-RESULT (WS-TRAN-IDX)
               SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
               GO TO 2100-EXIT
           END-IF
      *>   A check held by an H card is the one void a reissue may
      *>   pick up, and only until it has been replaced.
           IF CK-VOID
               IF WS-CM-TYPE (WS-TRAN-IDX) = "R"
                   AND CK-VOIDED-FOR-REISSUE
                   AND CK-REPLACED-BY = ZERO
                   PERFORM 2400-ASSIGN-REPLACEMENT THRU 2400-EXIT
               ELSE
                   MOVE "CHECK ALREADY VOID"
                       TO WS-CM-RESULT (WS-TRAN-IDX)
                   SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
               END-IF
               GO TO 2100-EXIT
           END-IF

           EVALUATE WS-CM-TYPE (WS-TRAN-IDX)
               WHEN "V"
                   PERFORM 2200-BACK-OUT-CHECK THRU 2200-EXIT
                   IF WS-BACK-OUT-OK
                       SET CK-VOID TO TRUE
                       SET CK-VOIDED-BACKED-OUT TO TRUE
                       MOVE WS-BUSINESS-DATE TO CK-VOID-DATE
                       MOVE "VOIDED AND BACKED OUT"
                           TO WS-CM-RESULT (WS-TRAN-IDX)
                       SET WS-CM-APPLIED (WS-TRAN-IDX) TO TRUE
                       ADD 1 TO WS-VOID-COUNT
                       ADD CK-AMOUNT TO WS-VOID-TOTAL
                   END-IF
               WHEN "H"
                   SET CK-VOID TO TRUE
                   SET CK-VOIDED-FOR-REISSUE TO TRUE
                   MOVE WS-BUSINESS-DATE TO CK-VOID-DATE
                   MOVE ZERO TO CK-REPLACED-BY
                   MOVE "VOIDED - HELD FOR REISSUE"
                       TO WS-CM-RESULT (WS-TRAN-IDX)
                   SET WS-CM-APPLIED (WS-TRAN-IDX) TO TRUE
                   ADD 1 TO WS-HELD-COUNT
               WHEN "R"
                   SET CK-VOID TO TRUE
                   SET CK-VOIDED-FOR-REISSUE TO TRUE
                   MOVE WS-BUSINESS-DATE TO CK-VOID-DATE
                   PERFORM 2400-ASSIGN-REPLACEMENT THRU 2400-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The card picks up what the register knows about the check:
      *> the report prints it, and a replacement is cut from it.  An
      *> entry written before the register carried pay detail shows
      *> zero gross and pay date, and one written before it carried
      *> the tax split shows zero taxes.
      *>--------------------------------------------------------------
       2150-TAKE-CHECK-DETAIL.
           MOVE CK-EMP-ID TO WS-CM-EMP-ID (WS-TRAN-IDX)
           MOVE CK-AMOUNT TO WS-CM-NET (WS-TRAN-IDX)
           IF CK-PAY-DATE NUMERIC AND CK-GROSS NUMERIC
               AND CK-DEDUCTIONS NUMERIC
               MOVE CK-PAY-DATE   TO WS-CM-PAY-DATE (WS-TRAN-IDX)
               MOVE CK-GROSS      TO WS-CM-GROSS (WS-TRAN-IDX)
               MOVE CK-DEDUCTIONS TO WS-CM-DEDUCTIONS (WS-TRAN-IDX)
           ELSE
               MOVE ZERO TO WS-CM-PAY-DATE (WS-TRAN-IDX)
               MOVE ZERO TO WS-CM-GROSS (WS-TRAN-IDX)
               MOVE ZERO TO WS-CM-DEDUCTIONS (WS-TRAN-IDX)
           END-IF
           IF CK-FEDERAL-TAX NUMERIC AND CK-FICA-TAX NUMERIC
               AND CK-ER-FICA NUMERIC AND CK-ER-FUTA NUMERIC
               AND CK-ER-SUTA NUMERIC
               MOVE CK-FEDERAL-TAX TO WS-CM-FEDERAL-TAX (WS-TRAN-IDX)
               MOVE CK-FICA-TAX    TO WS-CM-FICA-TAX (WS-TRAN-IDX)
               MOVE CK-ER-FICA     TO WS-CM-ER-FICA (WS-TRAN-IDX)
               MOVE CK-ER-FUTA     TO WS-CM-ER-FUTA (WS-TRAN-IDX)
               MOVE CK-ER-SUTA     TO WS-CM-ER-SUTA (WS-TRAN-IDX)
           ELSE
               MOVE ZERO TO WS-CM-FEDERAL-TAX (WS-TRAN-IDX)
               MOVE ZERO TO WS-CM-FICA-TAX (WS-TRAN-IDX)
               MOVE ZERO TO WS-CM-ER-FICA (WS-TRAN-IDX)
               MOVE ZERO TO WS-CM-ER-FUTA (WS-TRAN-IDX)
               MOVE ZERO TO WS-CM-ER-SUTA (WS-TRAN-IDX)
           END-IF.
       2150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A void for good takes the check back out of PAYYTD - the
      *> totals and the pay date's quarter bucket - and reverses the
      *> salary expense on the ledger.  Anything that cannot come
      *> out cleanly leaves the check outstanding and is refused.
      *>--------------------------------------------------------------
       2200-BACK-OUT-CHECK.
           MOVE "N" TO WS-BACK-OUT-OK-SWITCH
           IF WS-CM-PAY-DATE (WS-TRAN-IDX) = ZERO
               MOVE "NO PAY DETAIL - CORRECT BY HAND"
                   TO WS-CM-RESULT (WS-TRAN-IDX)
               SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF CK-PAY-DATE (1:4) NOT = WS-BUSINESS-DATE (1:4)
               MOVE "PRIOR YEAR - CORRECT BY HAND"
                   TO WS-CM-RESULT (WS-TRAN-IDX)
               SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
               GO TO 2200-EXIT
           END-IF
           MOVE CK-PAY-DATE (5:2) TO WS-PAY-MONTH
           COMPUTE WS-PAY-QUARTER = (WS-PAY-MONTH + 2) / 3
           IF WS-PAY-QUARTER < 1 OR WS-PAY-QUARTER > 4
               MOVE 1 TO WS-PAY-QUARTER
           END-IF
           MOVE CK-EMP-ID TO YTD-EMP-ID
           READ YTD-EARNINGS-FILE
               INVALID KEY
                   MOVE "NOT ON PAYYTD - CORRECT BY HAND"
                       TO WS-CM-RESULT (WS-TRAN-IDX)
                   SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF YTD-GROSS < CK-GROSS
               OR YTD-DEDUCTIONS < CK-DEDUCTIONS
               OR YTD-NET < CK-AMOUNT
               OR YTD-Q-GROSS (WS-PAY-QUARTER) < CK-GROSS
               OR YTD-Q-DEDUCTIONS (WS-PAY-QUARTER) < CK-DEDUCTIONS
               OR YTD-Q-FEDERAL-WITHHELD (WS-PAY-QUARTER)
                   < WS-CM-FEDERAL-TAX (WS-TRAN-IDX)
               OR YTD-Q-FICA-WITHHELD (WS-PAY-QUARTER)
                   < WS-CM-FICA-TAX (WS-TRAN-IDX)
               OR YTD-Q-ER-FICA (WS-PAY-QUARTER)
                   < WS-CM-ER-FICA (WS-TRAN-IDX)
               OR YTD-Q-ER-FUTA (WS-PAY-QUARTER)
                   < WS-CM-ER-FUTA (WS-TRAN-IDX)
               OR YTD-Q-ER-SUTA (WS-PAY-QUARTER)
                   < WS-CM-ER-SUTA (WS-TRAN-IDX)
               MOVE "PAYYTD SHORT - CORRECT BY HAND"
                   TO WS-CM-RESULT (WS-TRAN-IDX)
               SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
               GO TO 2200-EXIT
           END-IF
           SUBTRACT CK-GROSS      FROM YTD-GROSS
           SUBTRACT CK-DEDUCTIONS FROM YTD-DEDUCTIONS
           SUBTRACT CK-AMOUNT     FROM YTD-NET
           SUBTRACT CK-GROSS      FROM YTD-Q-GROSS (WS-PAY-QUARTER)
           SUBTRACT CK-DEDUCTIONS
               FROM YTD-Q-DEDUCTIONS (WS-PAY-QUARTER)
           SUBTRACT WS-CM-FEDERAL-TAX (WS-TRAN-IDX)
               FROM YTD-FEDERAL-WITHHELD
                    YTD-Q-FEDERAL-WITHHELD (WS-PAY-QUARTER)
           SUBTRACT WS-CM-FICA-TAX (WS-TRAN-IDX)
               FROM YTD-FICA-WITHHELD
                    YTD-Q-FICA-WITHHELD (WS-PAY-QUARTER)
           SUBTRACT WS-CM-ER-FICA (WS-TRAN-IDX)
               FROM YTD-ER-FICA YTD-Q-ER-FICA (WS-PAY-QUARTER)
           SUBTRACT WS-CM-ER-FUTA (WS-TRAN-IDX)
               FROM YTD-ER-FUTA YTD-Q-ER-FUTA (WS-PAY-QUARTER)
           SUBTRACT WS-CM-ER-SUTA (WS-TRAN-IDX)
               FROM YTD-ER-SUTA YTD-Q-ER-SUTA (WS-PAY-QUARTER)
           REWRITE YTD-EARNINGS-RECORD
           SET WS-BACK-OUT-OK TO TRUE

           MOVE CK-EMP-ID TO WS-CM-EMP-ID (WS-TRAN-IDX)
           PERFORM 2300-FIND-COST-CENTER THRU 2300-EXIT
           MOVE CK-AMOUNT TO WS-GL-AMOUNT
           MOVE "CHK VOID NET" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-CASH-ACCT
               WS-GL-SALARY-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE CK-DEDUCTIONS TO WS-GL-AMOUNT
           MOVE "CHK VOID WHD" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-WITHHOLD-ACCT
               WS-GL-SALARY-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           COMPUTE WS-GL-AMOUNT = WS-CM-ER-FICA (WS-TRAN-IDX)
               + WS-CM-ER-FUTA (WS-TRAN-IDX)
               + WS-CM-ER-SUTA (WS-TRAN-IDX)
           MOVE "CHK VOID ERTX" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-ER-TAX-LIABILITY-ACCT WS-GL-ER-TAX-EXPENSE-ACCT
               WS-GL-AMOUNT WS-GL-REFERENCE WS-GL-COST-CENTER.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The card's employee's department is the cost center, the
      *> way payroll.cob posts; no master row posts company level.
      *>--------------------------------------------------------------
       2300-FIND-COST-CENTER.
           MOVE SPACES TO WS-GL-COST-CENTER
           IF NOT WS-EMPMAST-AVAILABLE
               GO TO 2300-EXIT
           END-IF
           MOVE WS-CM-EMP-ID (WS-TRAN-IDX) TO EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-DEPARTMENT TO WS-GL-COST-CENTER
           END-READ.
       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The replacement's number comes off the sequence now, so
      *> the original can point forward at it; the replacement
      *> itself is appended after the register pass.
      *>--------------------------------------------------------------
       2400-ASSIGN-REPLACEMENT.
           MOVE WS-NEXT-CHECK-NO TO WS-CM-NEW-CHECK-NO (WS-TRAN-IDX)
           MOVE WS-NEXT-CHECK-NO TO CK-REPLACED-BY
           ADD 1 TO WS-NEXT-CHECK-NO
           STRING "REISSUED AS " WS-CM-NEW-CHECK-NO (WS-TRAN-IDX)
               DELIMITED BY SIZE INTO WS-CM-RESULT (WS-TRAN-IDX)
           SET WS-CM-APPLIED (WS-TRAN-IDX) TO TRUE
           ADD 1 TO WS-REISSUE-COUNT
           ADD CK-AMOUNT TO WS-REISSUE-TOTAL.
       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every card, in keyed order: a void that never met its check
      *> is refused, a reissue appends its replacement, a hand-
      *> written check is recorded, and each one reports and audits.
      *>--------------------------------------------------------------
       3000-FINISH-ONE-CARD.
           IF WS-CM-PENDING (WS-TRAN-IDX)
               IF WS-CM-TYPE (WS-TRAN-IDX) = "M"
                   PERFORM 3200-RECORD-MANUAL-CHECK THRU 3200-EXIT
               ELSE
                   MOVE "CHECK NOT ON REGISTER"
                       TO WS-CM-RESULT (WS-TRAN-IDX)
                   SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
               END-IF
           ELSE
               IF WS-CM-APPLIED (WS-TRAN-IDX)
                   AND WS-CM-TYPE (WS-TRAN-IDX) = "R"
                   PERFORM 3100-WRITE-REPLACEMENT THRU 3100-EXIT
               END-IF
           END-IF
           PERFORM 3900-REPORT-ONE-CARD THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-REPLACEMENT.
           MOVE SPACES TO CHECK-REGISTER-RECORD
           MOVE WS-CM-NEW-CHECK-NO (WS-TRAN-IDX) TO CK-CHECK-NO
           MOVE WS-CM-EMP-ID (WS-TRAN-IDX)       TO CK-EMP-ID
           MOVE WS-BUSINESS-DATE                 TO CK-ISSUE-DATE
           MOVE WS-CM-NET (WS-TRAN-IDX)          TO CK-AMOUNT
           SET CK-OUTSTANDING TO TRUE
           SET CK-REISSUE TO TRUE
           MOVE WS-CM-PAY-DATE (WS-TRAN-IDX)     TO CK-PAY-DATE
           MOVE WS-CM-GROSS (WS-TRAN-IDX)        TO CK-GROSS
           MOVE WS-CM-DEDUCTIONS (WS-TRAN-IDX)   TO CK-DEDUCTIONS
           MOVE WS-CM-CHECK-NO (WS-TRAN-IDX)     TO CK-ORIGINAL-CHECK-NO
           MOVE ZERO                             TO CK-VOID-DATE
           MOVE ZERO                             TO CK-REPLACED-BY
           PERFORM 3150-SET-CHECK-TAXES THRU 3150-EXIT
           WRITE WORK-REGISTER-RECORD FROM CHECK-REGISTER-RECORD.
       3100-EXIT.
           EXIT.

       3150-SET-CHECK-TAXES.
           MOVE WS-CM-FEDERAL-TAX (WS-TRAN-IDX) TO CK-FEDERAL-TAX
           MOVE WS-CM-FICA-TAX (WS-TRAN-IDX)    TO CK-FICA-TAX
           MOVE WS-CM-ER-FICA (WS-TRAN-IDX)     TO CK-ER-FICA
           MOVE WS-CM-ER-FUTA (WS-TRAN-IDX)     TO CK-ER-FUTA
           MOVE WS-CM-ER-SUTA (WS-TRAN-IDX)     TO CK-ER-SUTA.
       3150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A hand-written check: the employee must be on the master,
      *> the net must foot, and the pay date must fall in the year
      *> PAYYTD is carrying.  Then it takes its number, rolls into
      *> PAYYTD and the quarter bucket, posts, and goes on the
      *> register outstanding.
      *>--------------------------------------------------------------
       3200-RECORD-MANUAL-CHECK.
           SET WS-CM-REJECTED (WS-TRAN-IDX) TO TRUE
           IF NOT WS-EMPMAST-AVAILABLE
               MOVE "EMPLOYEE NOT ON EMPMAST"
                   TO WS-CM-RESULT (WS-TRAN-IDX)
               GO TO 3200-EXIT
           END-IF
           MOVE WS-CM-EMP-ID (WS-TRAN-IDX) TO EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON EMPMAST"
                       TO WS-CM-RESULT (WS-TRAN-IDX)
                   GO TO 3200-EXIT
           END-READ
           IF WS-CM-GROSS (WS-TRAN-IDX) = ZERO
               MOVE "NO GROSS PAY ON CARD" TO WS-CM-RESULT (WS-TRAN-IDX)
               GO TO 3200-EXIT
           END-IF
           IF WS-CM-DEDUCTIONS (WS-TRAN-IDX) > WS-CM-GROSS (WS-TRAN-IDX)
               OR WS-CM-NET (WS-TRAN-IDX)
                   NOT = WS-CM-KEYED-NET (WS-TRAN-IDX)
               MOVE "NET DOES NOT FOOT TO GROSS"
                   TO WS-CM-RESULT (WS-TRAN-IDX)
               GO TO 3200-EXIT
           END-IF
           IF WS-CM-PAY-DATE (WS-TRAN-IDX) (1:4)
                   NOT = WS-BUSINESS-DATE (1:4)
               MOVE "PAY DATE NOT IN CURRENT YEAR"
                   TO WS-CM-RESULT (WS-TRAN-IDX)
               GO TO 3200-EXIT
           END-IF
           PERFORM 3250-TAKE-MANUAL-NUMBER THRU 3250-EXIT
           IF WS-NUMBER-TAKEN
               MOVE "CHECK NUMBER ALREADY ON FILE"
                   TO WS-CM-RESULT (WS-TRAN-IDX)
               GO TO 3200-EXIT
           END-IF

           MOVE WS-CM-PAY-DATE (WS-TRAN-IDX) (5:2) TO WS-PAY-MONTH
           COMPUTE WS-PAY-QUARTER = (WS-PAY-MONTH + 2) / 3
           IF WS-PAY-QUARTER < 1 OR WS-PAY-QUARTER > 4
               MOVE 1 TO WS-PAY-QUARTER
           END-IF
           MOVE WS-CM-EMP-ID (WS-TRAN-IDX) TO YTD-EMP-ID
           READ YTD-EARNINGS-FILE
               INVALID KEY
                   INITIALIZE YTD-EARNINGS-RECORD
                   MOVE WS-CM-EMP-ID (WS-TRAN-IDX) TO YTD-EMP-ID
                   PERFORM 3300-ADD-MANUAL-TO-YTD THRU 3300-EXIT
                   WRITE YTD-EARNINGS-RECORD
               NOT INVALID KEY
                   PERFORM 3300-ADD-MANUAL-TO-YTD THRU 3300-EXIT
                   REWRITE YTD-EARNINGS-RECORD
           END-READ

           MOVE EMP-DEPARTMENT TO WS-GL-COST-CENTER
           MOVE WS-CM-NET (WS-TRAN-IDX) TO WS-GL-AMOUNT
           MOVE "MANUAL NET" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-SALARY-ACCT
               WS-GL-CASH-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-CM-DEDUCTIONS (WS-TRAN-IDX) TO WS-GL-AMOUNT
           MOVE "MANUAL WHD" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-SALARY-ACCT
               WS-GL-WITHHOLD-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           COMPUTE WS-GL-AMOUNT = WS-CM-ER-FICA (WS-TRAN-IDX)
               + WS-CM-ER-FUTA (WS-TRAN-IDX)
               + WS-CM-ER-SUTA (WS-TRAN-IDX)
           MOVE "MANUAL ERTX" TO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-ER-TAX-EXPENSE-ACCT WS-GL-ER-TAX-LIABILITY-ACCT
               WS-GL-AMOUNT WS-GL-REFERENCE WS-GL-COST-CENTER

           MOVE SPACES TO CHECK-REGISTER-RECORD
           MOVE WS-CM-NEW-CHECK-NO (WS-TRAN-IDX) TO CK-CHECK-NO
           MOVE WS-CM-EMP-ID (WS-TRAN-IDX)       TO CK-EMP-ID
           MOVE WS-BUSINESS-DATE                 TO CK-ISSUE-DATE
           MOVE WS-CM-NET (WS-TRAN-IDX)          TO CK-AMOUNT
           SET CK-OUTSTANDING TO TRUE
           SET CK-MANUAL TO TRUE
           MOVE WS-CM-PAY-DATE (WS-TRAN-IDX)     TO CK-PAY-DATE
           MOVE WS-CM-GROSS (WS-TRAN-IDX)        TO CK-GROSS
           MOVE WS-CM-DEDUCTIONS (WS-TRAN-IDX)   TO CK-DEDUCTIONS
           MOVE ZERO                             TO CK-ORIGINAL-CHECK-NO
           MOVE ZERO                             TO CK-VOID-DATE
           MOVE ZERO                             TO CK-REPLACED-BY
           PERFORM 3150-SET-CHECK-TAXES THRU 3150-EXIT
           WRITE WORK-REGISTER-RECORD FROM CHECK-REGISTER-RECORD

           MOVE "MANUAL CHECK RECORDED" TO WS-CM-RESULT (WS-TRAN-IDX)
           SET WS-CM-APPLIED (WS-TRAN-IDX) TO TRUE
           ADD 1 TO WS-MANUAL-COUNT
           ADD WS-CM-NET (WS-TRAN-IDX) TO WS-MANUAL-TOTAL.
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The number written on the check, or the next one off the
      *> sequence when none was keyed.  The register pass already
      *> refused a number on file; this catches one handed out
      *> tonight to any other card - a replacement the register
      *> pass numbered or an earlier hand-written check - and moves
      *> the sequence past a keyed number payroll.cob would
      *> otherwise print again.
      *>--------------------------------------------------------------
       3250-TAKE-MANUAL-NUMBER.
           MOVE "N" TO WS-NUMBER-TAKEN-SWITCH
           IF WS-CM-CHECK-NO (WS-TRAN-IDX) = ZERO
               MOVE WS-NEXT-CHECK-NO TO WS-CM-NEW-CHECK-NO (WS-TRAN-IDX)
               ADD 1 TO WS-NEXT-CHECK-NO
               GO TO 3250-EXIT
           END-IF
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX > WS-TRAN-COUNT
                  OR WS-NUMBER-TAKEN
               IF WS-PRIOR-IDX NOT = WS-TRAN-IDX
                   AND WS-CM-NEW-CHECK-NO (WS-PRIOR-IDX)
                       = WS-CM-CHECK-NO (WS-TRAN-IDX)
                   SET WS-NUMBER-TAKEN TO TRUE
               END-IF
           END-PERFORM
           IF WS-NUMBER-TAKEN
               GO TO 3250-EXIT
           END-IF
           MOVE WS-CM-CHECK-NO (WS-TRAN-IDX)
               TO WS-CM-NEW-CHECK-NO (WS-TRAN-IDX)
           IF WS-CM-CHECK-NO (WS-TRAN-IDX) >= WS-NEXT-CHECK-NO
               COMPUTE WS-NEXT-CHECK-NO =
                   WS-CM-CHECK-NO (WS-TRAN-IDX) + 1
           END-IF.
       3250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The employer's unemployment taxes go on first, against the
      *> year-to-date gross before this check, exactly as
      *> payroll.cob 2085 figures them; the employer tax posting
      *> and the register entry then carry them.
      *>--------------------------------------------------------------
       3300-ADD-MANUAL-TO-YTD.
           MOVE YTD-GROSS TO WS-YTD-GROSS-BEFORE
           PERFORM 3350-COMPUTE-UI-TAXES THRU 3350-EXIT
           ADD WS-CM-GROSS (WS-TRAN-IDX)      TO YTD-GROSS
           ADD WS-CM-DEDUCTIONS (WS-TRAN-IDX) TO YTD-DEDUCTIONS
           ADD WS-CM-NET (WS-TRAN-IDX)        TO YTD-NET
           ADD WS-CM-GROSS (WS-TRAN-IDX)
               TO YTD-Q-GROSS (WS-PAY-QUARTER)
           ADD WS-CM-DEDUCTIONS (WS-TRAN-IDX)
               TO YTD-Q-DEDUCTIONS (WS-PAY-QUARTER)
           ADD WS-CM-FEDERAL-TAX (WS-TRAN-IDX)
               TO YTD-FEDERAL-WITHHELD
                  YTD-Q-FEDERAL-WITHHELD (WS-PAY-QUARTER)
           ADD WS-CM-FICA-TAX (WS-TRAN-IDX)
               TO YTD-FICA-WITHHELD
                  YTD-Q-FICA-WITHHELD (WS-PAY-QUARTER)
           ADD WS-CM-ER-FICA (WS-TRAN-IDX)
               TO YTD-ER-FICA YTD-Q-ER-FICA (WS-PAY-QUARTER)
           ADD WS-CM-ER-FUTA (WS-TRAN-IDX)
               TO YTD-ER-FUTA YTD-Q-ER-FUTA (WS-PAY-QUARTER)
           ADD WS-CM-ER-SUTA (WS-TRAN-IDX)
               TO YTD-ER-SUTA YTD-Q-ER-SUTA (WS-PAY-QUARTER).
       3300-EXIT.
           EXIT.

       3350-COMPUTE-UI-TAXES.
           COMPUTE WS-UI-ROOM =
               WS-FUTA-WAGE-BASE - WS-YTD-GROSS-BEFORE
           IF WS-UI-ROOM < ZERO
               MOVE ZERO TO WS-UI-ROOM
           END-IF
           IF WS-CM-GROSS (WS-TRAN-IDX) < WS-UI-ROOM
               MOVE WS-CM-GROSS (WS-TRAN-IDX) TO WS-UI-TAXABLE
           ELSE
               MOVE WS-UI-ROOM TO WS-UI-TAXABLE
           END-IF
           COMPUTE WS-CM-ER-FUTA (WS-TRAN-IDX) ROUNDED =
               WS-UI-TAXABLE * WS-FUTA-TAX-RATE

           COMPUTE WS-UI-ROOM =
               WS-SUTA-WAGE-BASE - WS-YTD-GROSS-BEFORE
           IF WS-UI-ROOM < ZERO
               MOVE ZERO TO WS-UI-ROOM
           END-IF
           IF WS-CM-GROSS (WS-TRAN-IDX) < WS-UI-ROOM
               MOVE WS-CM-GROSS (WS-TRAN-IDX) TO WS-UI-TAXABLE
           ELSE
               MOVE WS-UI-ROOM TO WS-UI-TAXABLE
           END-IF
           COMPUTE WS-CM-ER-SUTA (WS-TRAN-IDX) ROUNDED =
               WS-UI-TAXABLE * WS-SUTA-TAX-RATE.
       3350-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One register line per card and its decision on AUDITLOG:
      *> what was done, or the reason it was refused.
      *>--------------------------------------------------------------
       3900-REPORT-ONE-CARD.
           MOVE WS-CM-TYPE (WS-TRAN-IDX)    TO WS-D-TYPE
           IF WS-CM-TYPE (WS-TRAN-IDX) = "M"
               AND WS-CM-APPLIED (WS-TRAN-IDX)
               MOVE WS-CM-NEW-CHECK-NO (WS-TRAN-IDX) TO WS-D-CHECK-NO
               MOVE ZERO TO WS-D-NEW-CHECK-NO
           ELSE
               MOVE WS-CM-CHECK-NO (WS-TRAN-IDX) TO WS-D-CHECK-NO
               MOVE WS-CM-NEW-CHECK-NO (WS-TRAN-IDX)
                   TO WS-D-NEW-CHECK-NO
           END-IF
           MOVE WS-CM-EMP-ID (WS-TRAN-IDX)  TO WS-D-EMP-ID
           MOVE WS-CM-NET (WS-TRAN-IDX)     TO WS-D-AMOUNT
           IF WS-CM-REJECTED (WS-TRAN-IDX)
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-D-ACTION
               STRING "REJECTED - " WS-CM-RESULT (WS-TRAN-IDX)
                   DELIMITED BY SIZE INTO WS-D-ACTION
           ELSE
               MOVE WS-CM-RESULT (WS-TRAN-IDX) TO WS-D-ACTION
           END-IF
           WRITE CHECK-MAINT-REPORT-LINE FROM WS-DETAIL-LINE

           MOVE WS-CM-RESULT (WS-TRAN-IDX) TO WS-AUDIT-DECISION
           MOVE "CHKMAINT"               TO AL-PROGRAM-ID
           MOVE WS-D-CHECK-NO            TO AL-KEY
           MOVE WS-AUDIT-DECISION        TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE "BATCH"                  TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.
       3900-EXIT.
           EXIT.

       7000-COPY-REGISTER-BACK.
           CLOSE WORK-REGISTER-FILE
           IF WS-CHECK-REGISTER-STATUS NOT = "35"
               CLOSE CHECK-REGISTER-FILE
           END-IF
           OPEN INPUT WORK-REGISTER-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ WORK-REGISTER-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE CHECK-REGISTER-RECORD
                           FROM WORK-REGISTER-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-REGISTER-FILE
           CLOSE CHECK-REGISTER-FILE
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NO TO CC-NEXT-CHECK-NO
           WRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-CONTROL-FILE.
       7000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-VOID-COUNT       TO WS-T-VOIDED
           MOVE WS-VOID-TOTAL       TO WS-T-VOID-TOTAL
           MOVE WS-HELD-COUNT       TO WS-T-HELD
           WRITE CHECK-MAINT-REPORT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-REISSUE-COUNT    TO WS-T-REISSUED
           MOVE WS-REISSUE-TOTAL    TO WS-T-REISSUE-TOTAL
           WRITE CHECK-MAINT-REPORT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-MANUAL-COUNT     TO WS-T-MANUAL
           MOVE WS-MANUAL-TOTAL     TO WS-T-MANUAL-TOTAL
           MOVE WS-REJECT-COUNT     TO WS-T-REJECTED
           WRITE CHECK-MAINT-REPORT-LINE FROM WS-TOTAL-LINE-3
           DISPLAY "Cards read:        " WS-TRAN-COUNT
           DISPLAY "Checks voided:     " WS-VOID-COUNT
           DISPLAY "Checks reissued:   " WS-REISSUE-COUNT
           DISPLAY "Manual checks:     " WS-MANUAL-COUNT
           DISPLAY "Cards rejected:    " WS-REJECT-COUNT.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The cards are spent: CHKMTRAN is emptied so a rerun finds
      *> nothing to void or record twice.
      *>--------------------------------------------------------------
       9000-TERMINATE.
           IF WS-TRAN-COUNT > ZERO
               OPEN OUTPUT CHECK-MAINT-FILE
               CLOSE CHECK-MAINT-FILE
           END-IF
           IF WS-EMPMAST-AVAILABLE
               CLOSE EMPMAST-FILE
           END-IF
           CLOSE YTD-EARNINGS-FILE
           CLOSE CHECK-MAINT-REPORT-FILE
           CLOSE AUDIT-LOG-FILE
           IF WS-VOID-COUNT + WS-HELD-COUNT + WS-REISSUE-COUNT
                   + WS-MANUAL-COUNT > ZERO
               CALL "ppayext" USING WS-PP-SOURCE-PROGRAM
           END-IF.
       9000-EXIT.
           EXIT.
