      *> file and computes gross, standard deductions, and net pay
      *> into a PayCheck-style field, printing a control-total report
      *> at end of run.
      *> 10/15/2026 - every run, trial or live, now prints the PAYVAR
      *> variance review beside the register: each employee's
      *> hours, gross, deductions, and net against their average
      *> over the last several PAYHIST periods, outside the VARPARM
      *> percentage bands; a first paycheck with no history; anyone
      *> on this cycle paid last period but missing tonight; and
      *> any net over the VARPARM ceiling - grouped by department,
      *> each closing on a supervisor sign-off line, so the trial
      *> run's review is signed before the live run posts.  PAYHIST
      *> rows now carry the gross, deductions, and net they paid.
      *> 10/15/2026 - the employer's side of payroll tax is figured
      *> per employee beside the withholding: the matching FICA,
      *> and federal and state unemployment (FUTA/SUTA) on the
      *> wages under their annual bases, both loaded from PAYTAX
      *> "U" and "S" rows.  Federal and FICA withheld and the three
      *> employer taxes roll onto PAYYTD by year and quarter for
      *> qtrrpt.cob, ride on each paper check's register entry, and
      *> post to the general ledger by department as employer tax
      *> expense against its accrued liability.
      *> 10/15/2026 - court-ordered garnishments come off the
      *> GARNORD order file (garnmnt.cob) ahead of the DEDMAST
      *> deductions: support orders first, then creditor
      *> garnishments, each held inside its legal share of
      *> disposable pay (GARNPRM percentages and the minimum-wage
      *> floor), with support taken counting against the creditor
      *> share.  What each order takes comes off its arrears or
      *> judgment balance, and the GARNREMT remittance file and
      *> GARNRPT register come out grouped by agency and case
      *> number so the agency checks stop being cut by hand.  The
      *> night's remittances collect on the GARNWORK work file, so
      *> however many orders take money every one is remitted.
      *> 10/15/2026 - a live run ends by re-creating the bank's
      *> positive-pay issued-check file (ppayext.cob) from the
      *> register it just added to, so tonight's checks are on the
      *> bank's list before any of them can be presented.
      *> 10/15/2026 - each paper check's register entry now also
      *> carries the gross, deductions, and pay date behind its net
      *> (the CHECKREC layout shared with chkrecon.cob, glrecon.cob,
      *> and chkmaint.cob), so a check voided later by chkmaint.cob
      *> backs out of PAYYTD and its quarter bucket exactly.
      *> 10/15/2026 - salary expense now posts to the general ledger
      *> by department: each department subtotal carries its net and
      *> withheld amounts to glpost under the department's code as
      *> the cost center, so the ledger knows what each department
      *> cost instead of one company-wide salary line.
      *> 09/02/2026 - a "Y" on the SIMCTL run-control file runs the
      *> whole computation as a trial: the register and exception
      *> report come out in full under a SIMULATION banner, but
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.
           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GARNORD-STATUS.
           SELECT GARN-PARM-FILE ASSIGN TO "GARNPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-PARM-STATUS.
           SELECT GARN-REMIT-FILE ASSIGN TO "GARNREMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-REMIT-STATUS.
           SELECT GARN-REGISTER-FILE ASSIGN TO "GARNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-REGISTER-STATUS.
           SELECT GARN-WORK-FILE ASSIGN TO "GARNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-WORK-STATUS.
           SELECT GARN-SORT-FILE ASSIGN TO "SORTWK8".
           SELECT VAR-PARM-FILE ASSIGN TO "VARPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-PARM-STATUS.
           SELECT PAY-VARIANCE-FILE ASSIGN TO "PAYVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-VARIANCE-STATUS.
           SELECT VAR-SORT-FILE ASSIGN TO "SORTWK11".

       DATA DIVISION.
       FILE SECTION.
           02 TX-ROW-TYPE             PIC X(1).
               88 TX-BRACKET-ROW          VALUE "B".
               88 TX-FICA-ROW             VALUE "F".
               88 TX-FUTA-ROW             VALUE "U".
               88 TX-SUTA-ROW             VALUE "S".
           02 FILLER                  PIC X(2).
           02 TX-FLOOR-OR-BASE        PIC 9(7)V99.
           02 FILLER                  PIC X(2).
           02 PH-RATE                 PIC 9(3)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PH-CURRENCY-CODE        PIC XXX.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PH-GROSS                PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PH-DEDUCTIONS           PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PH-NET                  PIC 9(7)V99.

       FD  DEPT-ACTUALS-FILE.
       01 DEPT-ACTUALS-RECORD.
           02 CC-NEXT-CHECK-NO        PIC 9(6).

       FD  CHECK-REGISTER-FILE.
           COPY CHECKREC.

       FD  GARNISHMENT-ORDER-FILE.
           COPY GARNREC.

       FD  GARN-PARM-FILE.
       01 GARN-PARM-RECORD.
           02 GP-SUPPORT-RATE         PIC 9V99.
           02 FILLER                  PIC X(2).
           02 GP-CREDITOR-RATE        PIC 9V99.
           02 FILLER                  PIC X(2).
           02 GP-MINIMUM-WAGE         PIC 9(2)V99.
           02 FILLER                  PIC X(2).
           02 GP-PROTECTED-MULTIPLE   PIC 9(2).

       FD  GARN-REMIT-FILE.
       01 GARN-REMIT-RECORD.
           02 GR-AGENCY-CODE          PIC X(8).
           02 FILLER                  PIC X(2).
           02 GR-CASE-NUMBER          PIC X(15).
           02 FILLER                  PIC X(2).
           02 GR-EMP-ID               PIC 9(5).
           02 FILLER                  PIC X(2).
           02 GR-ORDER-TYPE           PIC X(1).
           02 FILLER                  PIC X(2).
           02 GR-PAY-DATE             PIC 9(8).
           02 FILLER                  PIC X(2).
           02 GR-AMOUNT               PIC 9(7)V99.
           02 FILLER                  PIC X(2).
           02 GR-BALANCE-REMAINING    PIC 9(7)V99.

       FD  GARN-REGISTER-FILE.
       01 GARN-REGISTER-LINE          PIC X(132).

       FD  GARN-WORK-FILE.
       01 GARN-WORK-RECORD.
           02 GW-AGENCY-CODE          PIC X(8).
           02 GW-CASE-NUMBER          PIC X(15).
           02 GW-EMP-ID               PIC 9(5).
           02 GW-ORDER-TYPE           PIC X(1).
           02 GW-PAY-DATE             PIC 9(8).
           02 GW-AMOUNT               PIC 9(7)V99.
           02 GW-BALANCE-REMAINING    PIC 9(7)V99.

       SD  GARN-SORT-FILE.
       01 GARN-SORT-RECORD.
           02 GS-AGENCY-CODE          PIC X(8).
           02 GS-CASE-NUMBER          PIC X(15).
           02 GS-EMP-ID               PIC 9(5).
           02 GS-ORDER-TYPE           PIC X(1).
           02 GS-PAY-DATE             PIC 9(8).
           02 GS-AMOUNT               PIC 9(7)V99.
           02 GS-BALANCE-REMAINING    PIC 9(7)V99.

       FD  VAR-PARM-FILE.
       01 VAR-PARM-RECORD.
           02 VP-HISTORY-PERIODS      PIC 9(2).
           02 FILLER                  PIC X(2).
           02 VP-HOURS-BAND           PIC 9(3).
           02 FILLER                  PIC X(2).
           02 VP-GROSS-BAND           PIC 9(3).
           02 FILLER                  PIC X(2).
           02 VP-DEDUCTION-BAND       PIC 9(3).
           02 FILLER                  PIC X(2).
           02 VP-NET-BAND             PIC 9(3).
           02 FILLER                  PIC X(2).
           02 VP-NET-CEILING          PIC 9(7)V99.

       FD  PAY-VARIANCE-FILE.
       01 PAY-VARIANCE-LINE           PIC X(132).

       SD  VAR-SORT-FILE.
       01 VAR-SORT-RECORD.
           02 VS-DEPARTMENT           PIC X(15).
           02 VS-EMP-ID               PIC 9(5).
           02 VS-SEQUENCE             PIC 9(4).
           02 VS-NAME                 PIC X(30).
           02 VS-ITEM                 PIC X(10).
           02 VS-CURRENT              PIC 9(7)V99.
           02 VS-AVERAGE              PIC 9(7)V99.
           02 VS-PERCENT              PIC 9(3)V9.
           02 VS-REASON               PIC X(30).

       FD  LEAVE-MASTER-FILE.
       01 LEAVE-MASTER-RECORD.
       01 WS-FICA-ROOM                PIC S9(8)V99 VALUE ZERO.
       01 WS-YTD-GROSS-BEFORE         PIC 9(8)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> The employer's own payroll taxes on this paycheck: FICA
      *> matches the employee's, and the unemployment taxes only
      *> reach the wages still under their annual bases.
      *>--------------------------------------------------------------
       01 WS-FUTA-TAX-RATE            PIC 9V9999 VALUE .0060.
       01 WS-FUTA-WAGE-BASE           PIC 9(7)V99 VALUE 7000.00.
       01 WS-SUTA-TAX-RATE            PIC 9V9999 VALUE .0270.
       01 WS-SUTA-WAGE-BASE           PIC 9(7)V99 VALUE 9000.00.
       01 WS-ER-FICA-TAX              PIC 9(6)V99 VALUE ZERO.
       01 WS-ER-FUTA-TAX              PIC 9(6)V99 VALUE ZERO.
       01 WS-ER-SUTA-TAX              PIC 9(6)V99 VALUE ZERO.
       01 WS-EMPLOYER-TAXES           PIC 9(6)V99 VALUE ZERO.
       01 WS-UI-ROOM                  PIC S9(8)V99 VALUE ZERO.
       01 WS-UI-TAXABLE               PIC 9(6)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> The EMPBANK bank details, loaded at initialization and
      *> rewritten at end of run so a prenote sent this run deposits
       01 WS-ANNUALIZED-GROSS         PIC 9(9)V99 VALUE ZERO.

       01 WS-CHECK-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-PP-SOURCE-PROGRAM        PIC X(8) VALUE "PAYROLL".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".

      *>--------------------------------------------------------------
      *> Garnishment limits, from the GARNPRM parameter card: the
      *> share of disposable pay (gross less taxes) a support order
      *> may take, the share creditor garnishments may take, and
      *> the floor - a multiple of the hourly minimum wage for each
      *> week in the cycle - below which no creditor may reach.
      *> The compiled defaults only cover a missing card.
      *>--------------------------------------------------------------
       01 WS-GARNORD-STATUS           PIC XX VALUE "00".
       01 WS-GARN-PARM-STATUS         PIC XX VALUE "00".
       01 WS-GARN-REMIT-STATUS        PIC XX VALUE "00".
       01 WS-GARN-REGISTER-STATUS     PIC XX VALUE "00".
       01 WS-GARN-WORK-STATUS         PIC XX VALUE "00".
       01 WS-GARNORD-AVAIL-SWITCH     PIC X VALUE "N".
           88 WS-GARNORD-AVAILABLE        VALUE "Y".
       01 WS-GARNORD-EOF-SWITCH       PIC X VALUE "N".
           88 WS-GARNORD-EOF              VALUE "Y".
       01 WS-GARN-SORT-EOF-SWITCH     PIC X VALUE "N".
           88 WS-GARN-SORT-EOF            VALUE "Y".
       01 WS-GARN-SUPPORT-RATE        PIC 9V99 VALUE .50.
       01 WS-GARN-CREDITOR-RATE       PIC 9V99 VALUE .25.
       01 WS-GARN-MINIMUM-WAGE        PIC 9(2)V99 VALUE 7.25.
       01 WS-GARN-PROTECTED-MULTIPLE  PIC 9(2) VALUE 30.
       01 WS-GARN-PASS-TYPE           PIC X(1) VALUE SPACE.
       01 WS-DISPOSABLE-PAY           PIC 9(6)V99 VALUE ZERO.
       01 WS-PROTECTED-FLOOR          PIC 9(6)V99 VALUE ZERO.
       01 WS-SUPPORT-ROOM             PIC S9(6)V99 VALUE ZERO.
       01 WS-CREDITOR-ROOM            PIC S9(6)V99 VALUE ZERO.
       01 WS-SUPPORT-WITHHELD         PIC 9(6)V99 VALUE ZERO.
       01 WS-GARN-CURRENT             PIC 9(6)V99 VALUE ZERO.
       01 WS-GARN-TO-ARREARS          PIC 9(6)V99 VALUE ZERO.
       01 WS-GARN-REQUESTED           PIC 9(6)V99 VALUE ZERO.
       01 WS-THIS-GARNISHMENT         PIC 9(6)V99 VALUE ZERO.
       01 WS-ARREARS-REDUCTION        PIC 9(6)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Every order that took money this run goes on GARNWORK as
      *> it is taken, and the file is sorted by agency and case at
      *> end of run for the remittance file and register.
      *>--------------------------------------------------------------
       01 WS-GARN-PREV-AGENCY         PIC X(8) VALUE SPACES.
       01 WS-GARN-FIRST-AGENCY-SWITCH PIC X VALUE "Y".
           88 WS-GARN-FIRST-AGENCY        VALUE "Y".
       01 WS-GARN-AGENCY-CASES        PIC 9(5) COMP VALUE ZERO.
       01 WS-GARN-AGENCY-TOTAL        PIC 9(8)V99 VALUE ZERO.
       01 WS-GARN-TOTAL-CASES         PIC 9(5) COMP VALUE ZERO.
       01 WS-GARN-GRAND-TOTAL         PIC 9(8)V99 VALUE ZERO.

       01 WS-GARN-DETAIL-LINE.
           02 FILLER                  PIC X(8)  VALUE SPACE.
           02 FILLER                  PIC X(12) VALUE "GARNISHMENT ".
           02 WS-GN-ORDER-TYPE        PIC X(1).
           02 FILLER                  PIC X(7)  VALUE "  CASE ".
           02 WS-GN-CASE-NUMBER       PIC X(15).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-GN-AGENCY-CODE       PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-GN-AMOUNT            PIC ZZZ,ZZ9.99.
           02 FILLER                  PIC X(10) VALUE "  BALANCE ".
           02 WS-GN-BALANCE           PIC Z,ZZZ,ZZ9.99.

       01 WS-GARN-HEADING-LINE.
           02 FILLER                  PIC X(36) VALUE
               "GARNISHMENT REMITTANCE REGISTER  RUN".
           02 FILLER                  PIC X(1)  VALUE SPACE.
           02 WS-GH-RUN-DATE          PIC 9(8).
       01 WS-GARN-COLUMN-LINE.
           02 FILLER                  PIC X(36) VALUE
               "AGENCY    CASE NUMBER      EMP   T  ".
           02 FILLER                  PIC X(40) VALUE
               "PAY DATE        AMOUNT       BALANCE".
       01 WS-GARN-REGISTER-DETAIL.
           02 WS-GR-AGENCY-CODE       PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-GR-CASE-NUMBER       PIC X(15).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-GR-EMP-ID            PIC 9(5).
           02 FILLER                  PIC X(1)  VALUE SPACE.
           02 WS-GR-ORDER-TYPE        PIC X(1).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-GR-PAY-DATE          PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-GR-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-GR-BALANCE           PIC Z,ZZZ,ZZ9.99.
       01 WS-GARN-AGENCY-LINE.
           02 FILLER                  PIC X(17) VALUE
               "  AGENCY TOTAL - ".
           02 WS-GA-AGENCY-CODE       PIC X(8).
           02 FILLER                  PIC X(8)  VALUE " CASES: ".
           02 WS-GA-CASES             PIC ZZZZ9.
           02 FILLER                  PIC X(9)  VALUE " AMOUNT: ".
           02 WS-GA-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
       01 WS-GARN-TOTAL-LINE.
           02 FILLER                  PIC X(25) VALUE
               "*** GARNISHMENTS  CASES: ".
           02 WS-GT-CASES             PIC ZZZZ9.
           02 FILLER                  PIC X(9)  VALUE " AMOUNT: ".
           02 WS-GT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.

      *>--------------------------------------------------------------
      *> Variance review limits, from the VARPARM card: how many of
      *> the latest PAYHIST periods make the average, the percent
      *> each of hours, gross, deductions, and net may stray from
      *> it, and the net no single paycheck should reach.  The
      *> compiled defaults only cover a missing card.
      *>--------------------------------------------------------------
       01 WS-VAR-PARM-STATUS          PIC XX VALUE "00".
       01 WS-PAY-VARIANCE-STATUS      PIC XX VALUE "00".
       01 WS-VAR-HISTORY-PERIODS      PIC 9(2) VALUE 4.
       01 WS-VAR-HOURS-BAND           PIC 9(3) VALUE 25.
       01 WS-VAR-GROSS-BAND           PIC 9(3) VALUE 25.
       01 WS-VAR-DEDUCTION-BAND       PIC 9(3) VALUE 25.
       01 WS-VAR-NET-BAND             PIC 9(3) VALUE 25.
       01 WS-VAR-NET-CEILING          PIC 9(7)V99 VALUE 10000.00.

      *>--------------------------------------------------------------
      *> Each employee's latest PAYHIST periods, oldest first, read
      *> before PAYHIST opens for this run's rows.  Cards sharing a
      *> pay date add into one period.  Rows written before PAYHIST
      *> carried money amounts count toward the hours average only.
      *>--------------------------------------------------------------
       01 WS-VAR-HIST-EOF-SWITCH      PIC X VALUE "N".
           88 WS-VAR-HIST-EOF             VALUE "Y".
       01 WS-VAR-HIST-FULL-SWITCH     PIC X VALUE "N".
           88 WS-VAR-HIST-FULL            VALUE "Y".
       01 WS-VAR-HIST-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-VAR-HIST-IDX             PIC 9(4) COMP VALUE ZERO.
       01 WS-VAR-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
       01 WS-VAR-SLOT-IDX             PIC 9(2) COMP VALUE ZERO.
       01 WS-VAR-HISTORY-TABLE.
           02 WS-VAR-HIST-ENTRY OCCURS 1000 TIMES.
               03 WS-VH-EMP-ID        PIC 9(5).
               03 WS-VH-LAST-PAY-DATE PIC 9(8).
               03 WS-VH-SLOT-COUNT    PIC 9(2) COMP.
               03 WS-VH-PAID-SWITCH   PIC X(1).
               03 WS-VH-CYCLE-SWITCH  PIC X(1).
               03 WS-VH-SLOT OCCURS 12 TIMES.
                   04 WS-VH-HOURS         PIC 9(3)V99.
                   04 WS-VH-GROSS         PIC 9(7)V99.
                   04 WS-VH-DEDUCTIONS    PIC 9(7)V99.
                   04 WS-VH-NET           PIC 9(7)V99.
                   04 WS-VH-MONEY-SWITCH  PIC X(1).
       01 WS-VAR-MONEY-COUNT          PIC 9(2) COMP VALUE ZERO.
       01 WS-VAR-SUM-HOURS            PIC 9(5)V99 VALUE ZERO.
       01 WS-VAR-SUM-GROSS            PIC 9(9)V99 VALUE ZERO.
       01 WS-VAR-SUM-DEDUCTIONS       PIC 9(9)V99 VALUE ZERO.
       01 WS-VAR-SUM-NET              PIC 9(9)V99 VALUE ZERO.
       01 WS-VAR-AVG-HOURS            PIC 9(3)V99 VALUE ZERO.
       01 WS-VAR-AVG-GROSS            PIC 9(7)V99 VALUE ZERO.
       01 WS-VAR-AVG-DEDUCTIONS       PIC 9(7)V99 VALUE ZERO.
       01 WS-VAR-AVG-NET              PIC 9(7)V99 VALUE ZERO.
       01 WS-VAR-LATEST-PAY-DATE      PIC 9(8) VALUE ZERO.

      *>--------------------------------------------------------------
      *> One row per figure flagged, released to the department
      *> sort at end of run for the PAYVAR review.
      *>--------------------------------------------------------------
       01 WS-VAR-DEPARTMENT           PIC X(15) VALUE SPACES.
       01 WS-VAR-EMP-ID               PIC 9(5) VALUE ZERO.
       01 WS-VAR-NAME                 PIC X(30) VALUE SPACES.
       01 WS-VAR-ITEM                 PIC X(10) VALUE SPACES.
       01 WS-VAR-CURRENT              PIC 9(7)V99 VALUE ZERO.
       01 WS-VAR-AVERAGE              PIC 9(7)V99 VALUE ZERO.
       01 WS-VAR-BAND                 PIC 9(3) VALUE ZERO.
       01 WS-VAR-PERCENT              PIC 9(3)V9 VALUE ZERO.
       01 WS-VAR-REASON               PIC X(30) VALUE SPACES.
       01 WS-VAR-FLAG-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-VAR-FLAG-IDX             PIC 9(4) COMP VALUE ZERO.
       01 WS-VAR-FLAG-TABLE.
           02 WS-VAR-FLAG-ENTRY OCCURS 1000 TIMES.
               03 WS-VF-DEPARTMENT    PIC X(15).
               03 WS-VF-EMP-ID        PIC 9(5).
               03 WS-VF-NAME          PIC X(30).
               03 WS-VF-ITEM          PIC X(10).
               03 WS-VF-CURRENT       PIC 9(7)V99.
               03 WS-VF-AVERAGE       PIC 9(7)V99.
               03 WS-VF-PERCENT       PIC 9(3)V9.
               03 WS-VF-REASON        PIC X(30).
       01 WS-VAR-SORT-EOF-SWITCH      PIC X VALUE "N".
           88 WS-VAR-SORT-EOF             VALUE "Y".
       01 WS-VAR-FIRST-DEPT-SWITCH    PIC X VALUE "Y".
           88 WS-VAR-FIRST-DEPT           VALUE "Y".
       01 WS-VAR-PREV-DEPARTMENT      PIC X(15) VALUE SPACES.
       01 WS-VAR-DEPT-FLAGS           PIC 9(4) COMP VALUE ZERO.
       01 WS-VAR-DEPT-COUNT           PIC 9(4) COMP VALUE ZERO.

       01 WS-VAR-HEADING-LINE.
           02 FILLER                  PIC X(29) VALUE
               "PAYROLL VARIANCE REVIEW  RUN ".
           02 WS-VRH-RUN-DATE         PIC 9(8).
           02 FILLER                  PIC X(8)  VALUE "  CYCLE ".
           02 WS-VRH-CYCLE            PIC X(1).
       01 WS-VAR-BAND-LINE.
           02 FILLER                  PIC X(18) VALUE
               "  HISTORY PERIODS ".
           02 WS-VRB-PERIODS          PIC Z9.
           02 FILLER                  PIC X(15) VALUE
               "   BANDS HOURS ".
           02 WS-VRB-HOURS            PIC ZZ9.
           02 FILLER                  PIC X(9)  VALUE "%  GROSS ".
           02 WS-VRB-GROSS            PIC ZZ9.
           02 FILLER                  PIC X(14) VALUE
               "%  DEDUCTIONS ".
           02 WS-VRB-DEDUCTIONS       PIC ZZ9.
           02 FILLER                  PIC X(7)  VALUE "%  NET ".
           02 WS-VRB-NET              PIC ZZ9.
           02 FILLER                  PIC X(15) VALUE
               "%  NET CEILING ".
           02 WS-VRB-CEILING          PIC Z,ZZZ,ZZ9.99.
       01 WS-VAR-DEPT-HEADING-LINE.
           02 FILLER                  PIC X(12) VALUE "DEPARTMENT: ".
           02 WS-VRD-DEPARTMENT       PIC X(15).
       01 WS-VAR-COLUMN-LINE.
           02 FILLER                  PIC X(9)  VALUE "  EMP    ".
           02 FILLER                  PIC X(22) VALUE "NAME".
           02 FILLER                  PIC X(12) VALUE "ITEM".
           02 FILLER                  PIC X(14) VALUE "    THIS RUN".
           02 FILLER                  PIC X(14) VALUE "     AVERAGE".
           02 FILLER                  PIC X(7)  VALUE "VAR %".
           02 FILLER                  PIC X(6)  VALUE "REASON".
       01 WS-VAR-DETAIL-LINE.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-VRL-EMP-ID           PIC 9(5).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-VRL-NAME             PIC X(20).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-VRL-ITEM             PIC X(10).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-VRL-CURRENT          PIC Z,ZZZ,ZZ9.99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-VRL-AVERAGE          PIC Z,ZZZ,ZZ9.99
                                          BLANK WHEN ZERO.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-VRL-PERCENT          PIC ZZ9.9 BLANK WHEN ZERO.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WS-VRL-REASON           PIC X(30).
       01 WS-VAR-SIGNOFF-LINE.
           02 FILLER                  PIC X(20) VALUE
               "  DEPARTMENT FLAGS: ".
           02 WS-VRS-FLAGS            PIC ZZZ9.
           02 FILLER                  PIC X(16) VALUE
               "   REVIEWED BY  ".
           02 FILLER                  PIC X(25) VALUE ALL "_".
           02 FILLER                  PIC X(8)  VALUE "  DATE  ".
           02 FILLER                  PIC X(10) VALUE ALL "_".
       01 WS-VAR-TOTAL-LINE.
           02 FILLER                  PIC X(28) VALUE
               "*** VARIANCE REVIEW  FLAGS: ".
           02 WS-VRT-FLAGS            PIC ZZZZ9.
           02 FILLER                  PIC X(15) VALUE
               "  DEPARTMENTS: ".
           02 WS-VRT-DEPARTMENTS      PIC ZZZ9.
       01 WS-VAR-UNBALANCED-LINE      PIC X(44) VALUE
           "EMPTRANS OUT OF BALANCE - NO PAY REVIEWED".

       01 WS-NEXT-CHECK-NO            PIC 9(6) VALUE 1.
       01 WS-CHECKS-ISSUED            PIC 9(5) COMP VALUE ZERO.

       01 WS-GL-SALARY-ACCT     PIC 9(4) VALUE 5000.
       01 WS-GL-CASH-ACCT       PIC 9(4) VALUE 1000.
       01 WS-GL-WITHHOLD-ACCT   PIC 9(4) VALUE 2100.
       01 WS-GL-ER-TAX-EXPENSE-ACCT PIC 9(4) VALUE 5010.
       01 WS-GL-ER-TAX-LIABILITY-ACCT PIC 9(4) VALUE 2110.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-NET-REFERENCE   PIC X(12) VALUE "PAY NET".
       01 WS-GL-DED-REFERENCE   PIC X(12) VALUE "PAY WITHHELD".
       01 WS-GL-ER-TAX-REFERENCE PIC X(12) VALUE "PAY ER TAX".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

      *>--------------------------------------------------------------
      *> One row per department subtotal: what the department's
      *> people were paid and had withheld, and the employer taxes
      *> on their wages, posted at end of run
      *> under the department code as the cost center.  Past the
      *> first 200 departments the rest post at company level, from
      *> the 201st entry kept for them.
      *>--------------------------------------------------------------
       01 WS-GL-DEPT-COUNT      PIC 9(3) COMP VALUE ZERO.
       01 WS-GL-DEPT-IDX        PIC 9(3) COMP VALUE ZERO.
       01 WS-GL-DEPT-SLOT       PIC 9(3) COMP VALUE ZERO.
       01 WS-GL-OVERFLOW-SWITCH PIC X VALUE "N".
           88 WS-GL-DEPT-OVERFLOW   VALUE "Y".
       01 WS-GL-DEPT-TABLE.
           02 WS-GL-DEPT-ENTRY OCCURS 201 TIMES.
               03 WS-GD-DEPARTMENT    PIC X(15).
               03 WS-GD-NET-PAY       PIC 9(8)V99.
               03 WS-GD-DEDUCTIONS    PIC 9(8)V99.
               03 WS-GD-EMPLOYER-TAXES PIC 9(8)V99.

       01 WS-DEPT-TOTALS.
           02 WS-DEPT-EMPLOYEE-COUNT  PIC 9(5) COMP VALUE ZERO.
           02 WS-DEPT-GROSS-PAY       PIC 9(8)V99 VALUE ZERO.
           02 WS-DEPT-DEDUCTIONS      PIC 9(8)V99 VALUE ZERO.
           02 WS-DEPT-NET-PAY         PIC 9(8)V99 VALUE ZERO.
           02 WS-DEPT-EMPLOYER-TAXES  PIC 9(8)V99 VALUE ZERO.

       01 WS-CONTROL-TOTALS.
           02 WS-EMPLOYEE-COUNT       PIC 9(5) COMP VALUE ZERO.
           02 WS-TOTAL-GROSS-PAY      PIC 9(8)V99 VALUE ZERO.
           02 WS-TOTAL-DEDUCTIONS     PIC 9(8)V99 VALUE ZERO.
           02 WS-TOTAL-NET-PAY        PIC 9(8)V99 VALUE ZERO.
           02 WS-TOTAL-ER-FICA        PIC 9(8)V99 VALUE ZERO.
           02 WS-TOTAL-ER-FUTA        PIC 9(8)V99 VALUE ZERO.
           02 WS-TOTAL-ER-SUTA        PIC 9(8)V99 VALUE ZERO.

       01 WS-DETAIL-LINE.
           02 FILLER                  PIC X(1)  VALUE SPACE.
           02 FILLER                  PIC X(11) VALUE "  OVERTIME:".
           02 WS-OT-OVERTIME          PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-ER-TAX-TOTAL-LINE.
           02 FILLER                  PIC X(24) VALUE
               "*** EMPLOYER TAX  FICA:".
           02 WS-ET-FICA              PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                  PIC X(7)  VALUE "  FUTA:".
           02 WS-ET-FUTA              PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                  PIC X(7)  VALUE "  SUTA:".
           02 WS-ET-SUTA              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-PAY-IN-DEPT-SEQUENCE
                   THRU 2000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8200-WRITE-GARNISHMENT-REMIT THRU 8200-EXIT
           PERFORM 8300-WRITE-VARIANCE-REVIEW THRU 8300-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
           PERFORM 1100-LOAD-OVERTIME-PARMS THRU 1100-EXIT
           PERFORM 1120-LOAD-PAY-CYCLE THRU 1120-EXIT
           PERFORM 1150-LOAD-TAX-TABLES THRU 1150-EXIT
           PERFORM 1160-LOAD-GARNISHMENT-PARMS THRU 1160-EXIT
           PERFORM 1170-LOAD-VARIANCE-PARMS THRU 1170-EXIT
           PERFORM 1180-LOAD-PAY-HISTORY THRU 1180-EXIT
           PERFORM 1200-LOAD-CURRENCY-RATES THRU 1200-EXIT
           OPEN INPUT EMP-TRANS-FILE
           OPEN INPUT EMP-RATE-FILE
           END-IF
           OPEN INPUT EMPMAST-FILE
           OPEN INPUT DEDUCTION-MASTER-FILE
      *>   No GARNORD on disk just means nobody is under an order;
      *>   a simulation reads the orders but never moves a balance.
           IF WS-LIVE-RUN
               OPEN I-O GARNISHMENT-ORDER-FILE
           ELSE
               OPEN INPUT GARNISHMENT-ORDER-FILE
           END-IF
           IF WS-GARNORD-STATUS = "00"
               SET WS-GARNORD-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT GARN-WORK-FILE
           OPEN I-O YTD-EARNINGS-FILE
           IF WS-YTD-EARNINGS-NEW
               OPEN OUTPUT YTD-EARNINGS-FILE

      *>--------------------------------------------------------------
      *> Withholding is a compliance number that cannot live in a
      *> compiled VALUE clause: brackets and the FICA, FUTA, and
      *> SUTA rows load from PAYTAX, and a missing file falls back
      *> to the old flat rates, flagged on the console.
      *>--------------------------------------------------------------
       1150-LOAD-TAX-TABLES.
           OPEN INPUT PAY-TAX-FILE
                               MOVE TX-FLOOR-OR-BASE
                                   TO WS-FICA-WAGE-BASE
                               MOVE TX-RATE TO WS-FICA-TAX-RATE
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
       1150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The garnishment limits are compliance numbers too: the
      *> GARNPRM card carries them, and the compiled defaults (50%
      *> support, 25% creditor, 30 times 7.25 a week protected)
      *> only cover a missing card.
      *>--------------------------------------------------------------
       1160-LOAD-GARNISHMENT-PARMS.
           OPEN INPUT GARN-PARM-FILE
           IF WS-GARN-PARM-STATUS = "35"
               GO TO 1160-EXIT
           END-IF
           READ GARN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GP-SUPPORT-RATE  TO WS-GARN-SUPPORT-RATE
                   MOVE GP-CREDITOR-RATE TO WS-GARN-CREDITOR-RATE
                   MOVE GP-MINIMUM-WAGE  TO WS-GARN-MINIMUM-WAGE
                   MOVE GP-PROTECTED-MULTIPLE
                       TO WS-GARN-PROTECTED-MULTIPLE
           END-READ
           CLOSE GARN-PARM-FILE.
       1160-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The variance review's periods, bands, and net ceiling come
      *> off the VARPARM card; the history never holds more than
      *> twelve periods an employee.
      *>--------------------------------------------------------------
       1170-LOAD-VARIANCE-PARMS.
           OPEN INPUT VAR-PARM-FILE
           IF WS-VAR-PARM-STATUS = "35"
               GO TO 1170-EXIT
           END-IF
           READ VAR-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE VP-HISTORY-PERIODS TO WS-VAR-HISTORY-PERIODS
                   MOVE VP-HOURS-BAND      TO WS-VAR-HOURS-BAND
                   MOVE VP-GROSS-BAND      TO WS-VAR-GROSS-BAND
                   MOVE VP-DEDUCTION-BAND  TO WS-VAR-DEDUCTION-BAND
                   MOVE VP-NET-BAND        TO WS-VAR-NET-BAND
                   MOVE VP-NET-CEILING     TO WS-VAR-NET-CEILING
           END-READ
           CLOSE VAR-PARM-FILE
           IF WS-VAR-HISTORY-PERIODS = ZERO
               MOVE 4 TO WS-VAR-HISTORY-PERIODS
           END-IF
           IF WS-VAR-HISTORY-PERIODS > 12
               MOVE 12 TO WS-VAR-HISTORY-PERIODS
           END-IF.
       1170-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Read the pay history this run is measured against before
      *> PAYHIST reopens to take tonight's rows.  Only the latest
      *> periods are kept; an older one rolls off the front.
      *>--------------------------------------------------------------
       1180-LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS = "35"
               GO TO 1180-EXIT
           END-IF
           PERFORM 1190-LOAD-ONE-HISTORY-ROW THRU 1190-EXIT
               UNTIL WS-VAR-HIST-EOF
           CLOSE PAY-HISTORY-FILE
           IF WS-VAR-HIST-FULL
               DISPLAY "PAY HISTORY TABLE FULL - LATER EMPLOYEES "
                   "REVIEW AS FIRST PAY"
           END-IF.
       1180-EXIT.
           EXIT.

       1190-LOAD-ONE-HISTORY-ROW.
           READ PAY-HISTORY-FILE
               AT END
                   SET WS-VAR-HIST-EOF TO TRUE
                   GO TO 1190-EXIT
           END-READ
           IF PH-EMP-ID NOT NUMERIC OR PH-PAY-DATE NOT NUMERIC
               OR PH-HOURS NOT NUMERIC
               GO TO 1190-EXIT
           END-IF
           MOVE PH-EMP-ID TO WS-VAR-EMP-ID
           PERFORM 2990-FIND-HISTORY THRU 2990-EXIT
           IF WS-VAR-FOUND-IDX = ZERO
               IF WS-VAR-HIST-COUNT NOT < 1000
                   SET WS-VAR-HIST-FULL TO TRUE
                   GO TO 1190-EXIT
               END-IF
               ADD 1 TO WS-VAR-HIST-COUNT
               MOVE WS-VAR-HIST-COUNT TO WS-VAR-FOUND-IDX
               MOVE PH-EMP-ID TO WS-VH-EMP-ID (WS-VAR-FOUND-IDX)
               MOVE ZERO TO WS-VH-LAST-PAY-DATE (WS-VAR-FOUND-IDX)
               MOVE ZERO TO WS-VH-SLOT-COUNT (WS-VAR-FOUND-IDX)
               MOVE "N"  TO WS-VH-PAID-SWITCH (WS-VAR-FOUND-IDX)
               MOVE "N"  TO WS-VH-CYCLE-SWITCH (WS-VAR-FOUND-IDX)
           END-IF

           IF WS-VH-SLOT-COUNT (WS-VAR-FOUND-IDX) = ZERO
               OR PH-PAY-DATE
                   NOT = WS-VH-LAST-PAY-DATE (WS-VAR-FOUND-IDX)
               IF WS-VH-SLOT-COUNT (WS-VAR-FOUND-IDX)
                   < WS-VAR-HISTORY-PERIODS
                   ADD 1 TO WS-VH-SLOT-COUNT (WS-VAR-FOUND-IDX)
               ELSE
                   PERFORM VARYING WS-VAR-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-VAR-SLOT-IDX
                           NOT < WS-VAR-HISTORY-PERIODS
                       MOVE WS-VH-SLOT (WS-VAR-FOUND-IDX,
                           WS-VAR-SLOT-IDX + 1)
                           TO WS-VH-SLOT (WS-VAR-FOUND-IDX,
                               WS-VAR-SLOT-IDX)
                   END-PERFORM
               END-IF
               MOVE WS-VH-SLOT-COUNT (WS-VAR-FOUND-IDX)
                   TO WS-VAR-SLOT-IDX
               MOVE ZERO TO WS-VH-HOURS (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX)
               MOVE ZERO TO WS-VH-GROSS (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX)
               MOVE ZERO TO WS-VH-DEDUCTIONS (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX)
               MOVE ZERO TO WS-VH-NET (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX)
               MOVE "Y"  TO WS-VH-MONEY-SWITCH (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX)
               MOVE PH-PAY-DATE
                   TO WS-VH-LAST-PAY-DATE (WS-VAR-FOUND-IDX)
           ELSE
               MOVE WS-VH-SLOT-COUNT (WS-VAR-FOUND-IDX)
                   TO WS-VAR-SLOT-IDX
           END-IF

           ADD PH-HOURS TO WS-VH-HOURS (WS-VAR-FOUND-IDX,
               WS-VAR-SLOT-IDX)
           IF PH-GROSS NUMERIC AND PH-DEDUCTIONS NUMERIC
               AND PH-NET NUMERIC
               ADD PH-GROSS TO WS-VH-GROSS (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX)
               ADD PH-DEDUCTIONS TO WS-VH-DEDUCTIONS (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX)
               ADD PH-NET TO WS-VH-NET (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX)
           ELSE
               MOVE "N" TO WS-VH-MONEY-SWITCH (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX)
           END-IF.
       1190-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Read every RATEPARM entry and keep, per currency, the rate
      *> with the latest effective date that is not after the run
               MOVE ZERO TO WS-DEPT-GROSS-PAY
               MOVE ZERO TO WS-DEPT-DEDUCTIONS
               MOVE ZERO TO WS-DEPT-NET-PAY
               MOVE ZERO TO WS-DEPT-EMPLOYER-TAXES
               MOVE "N" TO WS-FIRST-DEPARTMENT-SWITCH
           END-IF
           MOVE SRT-DEPARTMENT TO WS-PREV-DEPARTMENT
               PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
               PERFORM 2150-APPLY-EMPLOYEE-DEDUCTIONS THRU 2150-EXIT
               PERFORM 2300-ACCUMULATE-TOTALS THRU 2300-EXIT
               IF SRT-ADJ-TYPE NOT = "R"
                   PERFORM 2950-REVIEW-VARIANCE THRU 2950-EXIT
               END-IF
      *>       A simulation stops at the register: the masters, the
      *>       statements, and the money never hear about it.
               IF WS-LIVE-RUN
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Court orders come out of disposable pay - gross less the
      *> taxes, which is all the net holds when this runs - before
      *> any voluntary deduction.  Support orders go first, in
      *> priority order, up to the support share of disposable pay;
      *> creditor garnishments follow in priority order, up to the
      *> lesser of the creditor share and whatever disposable pay
      *> stands above the minimum-wage floor, less the support
      *> already taken.  A retro adjustment card is a second card
      *> for a period whose orders its regular card already paid,
      *> and an order that already took money for this pay date is
      *> not taken twice.
      *>--------------------------------------------------------------
       2110-APPLY-GARNISHMENTS.
           IF NOT WS-GARNORD-AVAILABLE
               GO TO 2110-EXIT
           END-IF
           IF SRT-ADJ-TYPE = "R"
               GO TO 2110-EXIT
           END-IF
           MOVE PayCheck TO WS-DISPOSABLE-PAY
           MOVE ZERO TO WS-SUPPORT-WITHHELD
           COMPUTE WS-SUPPORT-ROOM =
               WS-DISPOSABLE-PAY * WS-GARN-SUPPORT-RATE
           COMPUTE WS-PROTECTED-FLOOR ROUNDED =
               WS-GARN-PROTECTED-MULTIPLE * WS-GARN-MINIMUM-WAGE
                   * WS-CYCLE-WEEKS
           COMPUTE WS-CREDITOR-ROOM =
               WS-DISPOSABLE-PAY * WS-GARN-CREDITOR-RATE
           IF WS-DISPOSABLE-PAY - WS-PROTECTED-FLOOR
                   < WS-CREDITOR-ROOM
               COMPUTE WS-CREDITOR-ROOM =
                   WS-DISPOSABLE-PAY - WS-PROTECTED-FLOOR
           END-IF

           MOVE "S" TO WS-GARN-PASS-TYPE
           PERFORM 2120-GARNISH-ONE-PASS THRU 2120-EXIT
           SUBTRACT WS-SUPPORT-WITHHELD FROM WS-CREDITOR-ROOM
           IF WS-CREDITOR-ROOM < ZERO
               MOVE ZERO TO WS-CREDITOR-ROOM
           END-IF
           MOVE "C" TO WS-GARN-PASS-TYPE
           PERFORM 2120-GARNISH-ONE-PASS THRU 2120-EXIT.
       2110-EXIT.
           EXIT.

       2120-GARNISH-ONE-PASS.
           MOVE SRT-IDENT TO GO-EMP-ID
           MOVE ZERO      TO GO-PRIORITY
           START GARNISHMENT-ORDER-FILE KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   GO TO 2120-EXIT
           END-START
           MOVE "N" TO WS-GARNORD-EOF-SWITCH
           PERFORM 2130-APPLY-ONE-ORDER THRU 2130-EXIT
               UNTIL WS-GARNORD-EOF.
       2120-EXIT.
           EXIT.

       2130-APPLY-ONE-ORDER.
           READ GARNISHMENT-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-GARNORD-EOF TO TRUE
                   GO TO 2130-EXIT
           END-READ
           IF GO-EMP-ID NOT = SRT-IDENT
               SET WS-GARNORD-EOF TO TRUE
               GO TO 2130-EXIT
           END-IF
           IF GO-ORDER-TYPE NOT = WS-GARN-PASS-TYPE
               GO TO 2130-EXIT
           END-IF
           IF GO-START-DATE > SRT-PAY-DATE
               OR (GO-STOP-DATE NOT = ZERO
                   AND GO-STOP-DATE < SRT-PAY-DATE)
               OR GO-LAST-PAY-DATE = SRT-PAY-DATE
               GO TO 2130-EXIT
           END-IF
           IF GO-CREDITOR-ORDER AND GO-ARREARS-BALANCE = ZERO
               GO TO 2130-EXIT
           END-IF

           IF GO-PERCENT-OF-DISPOSABLE
               COMPUTE WS-GARN-CURRENT ROUNDED =
                   WS-DISPOSABLE-PAY * GO-AMOUNT / 100
                   ON SIZE ERROR
                       MOVE ZERO TO WS-GARN-CURRENT
                       MOVE "WS-GARN-CURRENT" TO WS-SIZE-ERROR-FIELD
                       PERFORM 2090-LOG-PAY-SIZE-ERROR THRU 2090-EXIT
               END-COMPUTE
           ELSE
               MOVE GO-AMOUNT TO WS-GARN-CURRENT
           END-IF
           MOVE ZERO TO WS-GARN-TO-ARREARS
           IF GO-SUPPORT-ORDER
               IF GO-ARREARS-PAYMENT < GO-ARREARS-BALANCE
                   MOVE GO-ARREARS-PAYMENT TO WS-GARN-TO-ARREARS
               ELSE
                   MOVE GO-ARREARS-BALANCE TO WS-GARN-TO-ARREARS
               END-IF
           END-IF
           COMPUTE WS-GARN-REQUESTED =
               WS-GARN-CURRENT + WS-GARN-TO-ARREARS
           IF GO-CREDITOR-ORDER
               AND WS-GARN-REQUESTED > GO-ARREARS-BALANCE
               MOVE GO-ARREARS-BALANCE TO WS-GARN-REQUESTED
           END-IF

      *>   Held inside the legal share for the order's type, and
      *>   never past the net remaining.
           MOVE WS-GARN-REQUESTED TO WS-THIS-GARNISHMENT
           IF GO-SUPPORT-ORDER
               IF WS-THIS-GARNISHMENT > WS-SUPPORT-ROOM
                   MOVE WS-SUPPORT-ROOM TO WS-THIS-GARNISHMENT
               END-IF
           ELSE
               IF WS-THIS-GARNISHMENT > WS-CREDITOR-ROOM
                   MOVE WS-CREDITOR-ROOM TO WS-THIS-GARNISHMENT
               END-IF
           END-IF
           IF WS-THIS-GARNISHMENT > PayCheck
               MOVE PayCheck TO WS-THIS-GARNISHMENT
           END-IF
           IF WS-THIS-GARNISHMENT = ZERO
               GO TO 2130-EXIT
           END-IF

           IF GO-SUPPORT-ORDER
               SUBTRACT WS-THIS-GARNISHMENT FROM WS-SUPPORT-ROOM
               ADD WS-THIS-GARNISHMENT TO WS-SUPPORT-WITHHELD
           ELSE
               SUBTRACT WS-THIS-GARNISHMENT FROM WS-CREDITOR-ROOM
           END-IF
      *>   Current support is paid before arrears; a creditor's
      *>   whole installment comes off the judgment.
           IF GO-SUPPORT-ORDER
               IF WS-THIS-GARNISHMENT > WS-GARN-CURRENT
                   COMPUTE WS-ARREARS-REDUCTION =
                       WS-THIS-GARNISHMENT - WS-GARN-CURRENT
               ELSE
                   MOVE ZERO TO WS-ARREARS-REDUCTION
               END-IF
           ELSE
               MOVE WS-THIS-GARNISHMENT TO WS-ARREARS-REDUCTION
           END-IF
           SUBTRACT WS-ARREARS-REDUCTION FROM GO-ARREARS-BALANCE
           ADD WS-THIS-GARNISHMENT TO GO-WITHHELD-TO-DATE
           MOVE SRT-PAY-DATE TO GO-LAST-PAY-DATE
           IF WS-LIVE-RUN
               REWRITE GARNISHMENT-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "GARNORD REWRITE FAILED - Ident: "
                           GO-EMP-ID " Priority: " GO-PRIORITY
               END-REWRITE
           END-IF

           SUBTRACT WS-THIS-GARNISHMENT FROM PayCheck
           ADD WS-THIS-GARNISHMENT TO WS-DEDUCTIONS
           ADD WS-THIS-GARNISHMENT TO WS-EMPLOYEE-DEDUCTIONS
           PERFORM 2140-RECORD-GARNISHMENT THRU 2140-EXIT.
       2130-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Itemized under the employee on the register like any other
      *> deduction, and written to GARNWORK for the agency
      *> remittance at end of run.
      *>--------------------------------------------------------------
       2140-RECORD-GARNISHMENT.
           MOVE GO-ORDER-TYPE       TO WS-GN-ORDER-TYPE
           MOVE GO-CASE-NUMBER      TO WS-GN-CASE-NUMBER
           MOVE GO-AGENCY-CODE      TO WS-GN-AGENCY-CODE
           MOVE WS-THIS-GARNISHMENT TO WS-GN-AMOUNT
           MOVE GO-ARREARS-BALANCE  TO WS-GN-BALANCE
           WRITE PAYROLL-REPORT-LINE FROM WS-GARN-DETAIL-LINE
           MOVE GO-AGENCY-CODE      TO GW-AGENCY-CODE
           MOVE GO-CASE-NUMBER      TO GW-CASE-NUMBER
           MOVE GO-EMP-ID           TO GW-EMP-ID
           MOVE GO-ORDER-TYPE       TO GW-ORDER-TYPE
           MOVE SRT-PAY-DATE        TO GW-PAY-DATE
           MOVE WS-THIS-GARNISHMENT TO GW-AMOUNT
           MOVE GO-ARREARS-BALANCE  TO GW-BALANCE-REMAINING
           WRITE GARN-WORK-RECORD.
       2140-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Walk this employee's DEDMAST entries in priority order,
      *> taking each one out of the net after taxes.  Every
      *>--------------------------------------------------------------
       2150-APPLY-EMPLOYEE-DEDUCTIONS.
           MOVE ZERO TO WS-EMPLOYEE-DEDUCTIONS
           PERFORM 2110-APPLY-GARNISHMENTS THRU 2110-EXIT
           IF NOT WS-DEDUCTION-MASTER-OPEN
               GO TO 2150-EXIT
           END-IF
                   MOVE ZERO             TO WS-DEDUCTIONS
                   MOVE "WS-DEDUCTIONS"  TO WS-SIZE-ERROR-FIELD
                   PERFORM 2090-LOG-PAY-SIZE-ERROR THRU 2090-EXIT
           END-COMPUTE
           PERFORM 2085-COMPUTE-EMPLOYER-TAXES THRU 2085-EXIT.
       2080-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The employer's taxes on the same paycheck.  FICA is the
      *> match of what was just withheld; FUTA and SUTA each tax
      *> only the gross that fits under its own annual wage base
      *> after the year-to-date gross 2080 read, so they stop early
      *> in the year for most people.  None of it comes out of the
      *> paycheck.
      *>--------------------------------------------------------------
       2085-COMPUTE-EMPLOYER-TAXES.
           MOVE WS-FICA-TAX TO WS-ER-FICA-TAX

           COMPUTE WS-UI-ROOM =
               WS-FUTA-WAGE-BASE - WS-YTD-GROSS-BEFORE
           IF WS-UI-ROOM < ZERO
               MOVE ZERO TO WS-UI-ROOM
           END-IF
           IF WS-GROSS-PAY < WS-UI-ROOM
               MOVE WS-GROSS-PAY TO WS-UI-TAXABLE
           ELSE
               MOVE WS-UI-ROOM TO WS-UI-TAXABLE
           END-IF
           COMPUTE WS-ER-FUTA-TAX ROUNDED =
               WS-UI-TAXABLE * WS-FUTA-TAX-RATE
               ON SIZE ERROR
                   MOVE ZERO             TO WS-ER-FUTA-TAX
                   MOVE "WS-ER-FUTA-TAX" TO WS-SIZE-ERROR-FIELD
                   PERFORM 2090-LOG-PAY-SIZE-ERROR THRU 2090-EXIT
           END-COMPUTE

           COMPUTE WS-UI-ROOM =
               WS-SUTA-WAGE-BASE - WS-YTD-GROSS-BEFORE
           IF WS-UI-ROOM < ZERO
               MOVE ZERO TO WS-UI-ROOM
           END-IF
           IF WS-GROSS-PAY < WS-UI-ROOM
               MOVE WS-GROSS-PAY TO WS-UI-TAXABLE
           ELSE
               MOVE WS-UI-ROOM TO WS-UI-TAXABLE
           END-IF
           COMPUTE WS-ER-SUTA-TAX ROUNDED =
               WS-UI-TAXABLE * WS-SUTA-TAX-RATE
               ON SIZE ERROR
                   MOVE ZERO             TO WS-ER-SUTA-TAX
                   MOVE "WS-ER-SUTA-TAX" TO WS-SIZE-ERROR-FIELD
                   PERFORM 2090-LOG-PAY-SIZE-ERROR THRU 2090-EXIT
           END-COMPUTE

           COMPUTE WS-EMPLOYER-TAXES =
               WS-ER-FICA-TAX + WS-ER-FUTA-TAX + WS-ER-SUTA-TAX.
       2085-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> An overflowing gross-pay, deduction, net-pay, or rate
      *> COMPUTE lands here instead of silently truncating the
           ADD WS-DEDUCTIONS  TO WS-TOTAL-DEDUCTIONS
           ADD WS-DEDUCTIONS  TO WS-DEPT-DEDUCTIONS
           ADD PayCheck       TO WS-TOTAL-NET-PAY
           ADD PayCheck       TO WS-DEPT-NET-PAY
           ADD WS-ER-FICA-TAX TO WS-TOTAL-ER-FICA
           ADD WS-ER-FUTA-TAX TO WS-TOTAL-ER-FUTA
           ADD WS-ER-SUTA-TAX TO WS-TOTAL-ER-SUTA
           ADD WS-EMPLOYER-TAXES TO WS-DEPT-EMPLOYER-TAXES.
       2300-EXIT.
           EXIT.

                       TO YTD-Q-GROSS (WS-PAY-QUARTER)
                   MOVE WS-DEDUCTIONS
                       TO YTD-Q-DEDUCTIONS (WS-PAY-QUARTER)
                   PERFORM 2510-ROLL-YTD-TAXES THRU 2510-EXIT
                   WRITE YTD-EARNINGS-RECORD
               NOT INVALID KEY
                   ADD WS-GROSS-PAY  TO YTD-GROSS
                       TO YTD-Q-GROSS (WS-PAY-QUARTER)
                   ADD WS-DEDUCTIONS
                       TO YTD-Q-DEDUCTIONS (WS-PAY-QUARTER)
                   PERFORM 2510-ROLL-YTD-TAXES THRU 2510-EXIT
                   REWRITE YTD-EARNINGS-RECORD
           END-READ.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The tax split, employee and employer side, into the year and
      *> the pay date's quarter.  A new record was INITIALIZEd, so
      *> adding works for both branches of 2500.
      *>--------------------------------------------------------------
       2510-ROLL-YTD-TAXES.
           ADD WS-FEDERAL-TAX TO YTD-FEDERAL-WITHHELD
               YTD-Q-FEDERAL-WITHHELD (WS-PAY-QUARTER)
           ADD WS-FICA-TAX    TO YTD-FICA-WITHHELD
               YTD-Q-FICA-WITHHELD (WS-PAY-QUARTER)
           ADD WS-ER-FICA-TAX TO YTD-ER-FICA
               YTD-Q-ER-FICA (WS-PAY-QUARTER)
           ADD WS-ER-FUTA-TAX TO YTD-ER-FUTA
               YTD-Q-ER-FUTA (WS-PAY-QUARTER)
           ADD WS-ER-SUTA-TAX TO YTD-ER-SUTA
               YTD-Q-ER-SUTA (WS-PAY-QUARTER).
       2510-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One statement page per employee: this run's amounts beside
      *> the just-rolled YTD totals, in the shop's plain print
      *> "did check 1047 ever clear" finally has a file to ask.
      *>--------------------------------------------------------------
       2750-ISSUE-PAPER-CHECK.
           MOVE SPACES           TO CHECK-REGISTER-RECORD
           MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
           MOVE SRT-IDENT        TO CK-EMP-ID
           MOVE WS-RATE-RUN-DATE TO CK-ISSUE-DATE
           MOVE PayCheck         TO CK-AMOUNT
           SET CK-OUTSTANDING TO TRUE
           MOVE "P"              TO CK-ORIGIN
           MOVE SRT-PAY-DATE     TO CK-PAY-DATE
           MOVE WS-GROSS-PAY     TO CK-GROSS
           MOVE WS-DEDUCTIONS    TO CK-DEDUCTIONS
           MOVE WS-FEDERAL-TAX   TO CK-FEDERAL-TAX
           MOVE WS-FICA-TAX      TO CK-FICA-TAX
           MOVE WS-ER-FICA-TAX   TO CK-ER-FICA
           MOVE WS-ER-FUTA-TAX   TO CK-ER-FUTA
           MOVE WS-ER-SUTA-TAX   TO CK-ER-SUTA
           MOVE ZERO             TO CK-ORIGINAL-CHECK-NO
           MOVE ZERO             TO CK-VOID-DATE
           MOVE ZERO             TO CK-REPLACED-BY
           WRITE CHECK-REGISTER-RECORD
           ADD 1 TO WS-NEXT-CHECK-NO
           ADD 1 TO WS-CHECKS-ISSUED.
               MOVE WS-PREV-DEPARTMENT     TO DA-DEPARTMENT
               MOVE WS-DEPT-GROSS-PAY      TO DA-GROSS-PAY
               WRITE DEPT-ACTUALS-RECORD
           END-IF
           IF WS-GL-DEPT-COUNT < 200
               ADD 1 TO WS-GL-DEPT-COUNT
               MOVE WS-GL-DEPT-COUNT TO WS-GL-DEPT-SLOT
               MOVE WS-PREV-DEPARTMENT
                   TO WS-GD-DEPARTMENT (WS-GL-DEPT-SLOT)
               MOVE ZERO TO WS-GD-NET-PAY (WS-GL-DEPT-SLOT)
               MOVE ZERO TO WS-GD-DEDUCTIONS (WS-GL-DEPT-SLOT)
               MOVE ZERO TO WS-GD-EMPLOYER-TAXES (WS-GL-DEPT-SLOT)
           ELSE
               MOVE 201 TO WS-GL-DEPT-SLOT
               IF NOT WS-GL-DEPT-OVERFLOW
                   SET WS-GL-DEPT-OVERFLOW TO TRUE
                   MOVE SPACES TO WS-GD-DEPARTMENT (WS-GL-DEPT-SLOT)
                   MOVE ZERO TO WS-GD-NET-PAY (WS-GL-DEPT-SLOT)
                   MOVE ZERO TO WS-GD-DEDUCTIONS (WS-GL-DEPT-SLOT)
                   MOVE ZERO TO WS-GD-EMPLOYER-TAXES (WS-GL-DEPT-SLOT)
               END-IF
           END-IF
           ADD WS-DEPT-NET-PAY    TO WS-GD-NET-PAY (WS-GL-DEPT-SLOT)
           ADD WS-DEPT-DEDUCTIONS
               TO WS-GD-DEDUCTIONS (WS-GL-DEPT-SLOT)
           ADD WS-DEPT-EMPLOYER-TAXES
               TO WS-GD-EMPLOYER-TAXES (WS-GL-DEPT-SLOT).
       2400-EXIT.
           EXIT.

           MOVE WS-TOTAL-STRAIGHT-PAY TO WS-OT-STRAIGHT
           MOVE WS-TOTAL-OVERTIME-PAY TO WS-OT-OVERTIME
           WRITE PAYROLL-REPORT-LINE FROM WS-OT-TOTAL-LINE
           MOVE WS-TOTAL-ER-FICA TO WS-ET-FICA
           MOVE WS-TOTAL-ER-FUTA TO WS-ET-FUTA
           MOVE WS-TOTAL-ER-SUTA TO WS-ET-SUTA
           WRITE PAYROLL-REPORT-LINE FROM WS-ER-TAX-TOTAL-LINE
           PERFORM 8100-PRINT-REMITTANCE-TOTALS THRU 8100-EXIT.
       8000-EXIT.
           EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> What the orders took tonight, sorted by agency and case
      *> number: one GARNREMT row per case for the agency checks,
      *> and the GARNRPT register with a total per agency.  A
      *> simulation prints the register under its banner and
      *> writes no remittance file.
      *>--------------------------------------------------------------
       8200-WRITE-GARNISHMENT-REMIT.
           CLOSE GARN-WORK-FILE
           OPEN OUTPUT GARN-REGISTER-FILE
           IF WS-SIMULATION
               WRITE GARN-REGISTER-LINE FROM WS-SIM-BANNER-LINE
           ELSE
               OPEN OUTPUT GARN-REMIT-FILE
           END-IF
           MOVE WS-RATE-RUN-DATE TO WS-GH-RUN-DATE
           WRITE GARN-REGISTER-LINE FROM WS-GARN-HEADING-LINE
           WRITE GARN-REGISTER-LINE FROM WS-GARN-COLUMN-LINE
           SORT GARN-SORT-FILE
               ON ASCENDING KEY GS-AGENCY-CODE GS-CASE-NUMBER
                   GS-EMP-ID
               USING GARN-WORK-FILE
               OUTPUT PROCEDURE IS 8220-REMIT-BY-AGENCY
                   THRU 8220-EXIT
           MOVE WS-GARN-TOTAL-CASES TO WS-GT-CASES
           MOVE WS-GARN-GRAND-TOTAL TO WS-GT-AMOUNT
           WRITE GARN-REGISTER-LINE FROM WS-GARN-TOTAL-LINE
           CLOSE GARN-REGISTER-FILE
           IF WS-LIVE-RUN
               CLOSE GARN-REMIT-FILE
           END-IF.
       8200-EXIT.
           EXIT.

       8220-REMIT-BY-AGENCY.
           PERFORM 8230-RETURN-ONE-GARNISHMENT THRU 8230-EXIT
           PERFORM 8240-REMIT-ONE-CASE THRU 8240-EXIT
               UNTIL WS-GARN-SORT-EOF
           IF NOT WS-GARN-FIRST-AGENCY
               PERFORM 8250-PRINT-AGENCY-TOTAL THRU 8250-EXIT
           END-IF.
       8220-EXIT.
           EXIT.

       8230-RETURN-ONE-GARNISHMENT.
           RETURN GARN-SORT-FILE
               AT END SET WS-GARN-SORT-EOF TO TRUE
           END-RETURN.
       8230-EXIT.
           EXIT.

       8240-REMIT-ONE-CASE.
           IF NOT WS-GARN-FIRST-AGENCY
               AND GS-AGENCY-CODE NOT = WS-GARN-PREV-AGENCY
               PERFORM 8250-PRINT-AGENCY-TOTAL THRU 8250-EXIT
           END-IF
           MOVE "N" TO WS-GARN-FIRST-AGENCY-SWITCH
           MOVE GS-AGENCY-CODE TO WS-GARN-PREV-AGENCY

           MOVE GS-AGENCY-CODE       TO WS-GR-AGENCY-CODE
           MOVE GS-CASE-NUMBER       TO WS-GR-CASE-NUMBER
           MOVE GS-EMP-ID            TO WS-GR-EMP-ID
           MOVE GS-ORDER-TYPE        TO WS-GR-ORDER-TYPE
           MOVE GS-PAY-DATE          TO WS-GR-PAY-DATE
           MOVE GS-AMOUNT            TO WS-GR-AMOUNT
           MOVE GS-BALANCE-REMAINING TO WS-GR-BALANCE
           WRITE GARN-REGISTER-LINE FROM WS-GARN-REGISTER-DETAIL
           IF WS-LIVE-RUN
               MOVE SPACES TO GARN-REMIT-RECORD
               MOVE GS-AGENCY-CODE       TO GR-AGENCY-CODE
               MOVE GS-CASE-NUMBER       TO GR-CASE-NUMBER
               MOVE GS-EMP-ID            TO GR-EMP-ID
               MOVE GS-ORDER-TYPE        TO GR-ORDER-TYPE
               MOVE GS-PAY-DATE          TO GR-PAY-DATE
               MOVE GS-AMOUNT            TO GR-AMOUNT
               MOVE GS-BALANCE-REMAINING TO GR-BALANCE-REMAINING
               WRITE GARN-REMIT-RECORD
           END-IF
           ADD 1         TO WS-GARN-AGENCY-CASES
           ADD GS-AMOUNT TO WS-GARN-AGENCY-TOTAL
           ADD 1         TO WS-GARN-TOTAL-CASES
           ADD GS-AMOUNT TO WS-GARN-GRAND-TOTAL
           PERFORM 8230-RETURN-ONE-GARNISHMENT THRU 8230-EXIT.
       8240-EXIT.
           EXIT.

       8250-PRINT-AGENCY-TOTAL.
           MOVE WS-GARN-PREV-AGENCY  TO WS-GA-AGENCY-CODE
           MOVE WS-GARN-AGENCY-CASES TO WS-GA-CASES
           MOVE WS-GARN-AGENCY-TOTAL TO WS-GA-AMOUNT
           WRITE GARN-REGISTER-LINE FROM WS-GARN-AGENCY-LINE
           MOVE ZERO TO WS-GARN-AGENCY-CASES
           MOVE ZERO TO WS-GARN-AGENCY-TOTAL.
       8250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The PAYVAR variance review, in department order with a
      *> sign-off line closing each department.  It prints on every
      *> run so the trial run's copy can be signed off before the
      *> live run; an out-of-balance run paid nobody to review.
      *>--------------------------------------------------------------
       8300-WRITE-VARIANCE-REVIEW.
           OPEN OUTPUT PAY-VARIANCE-FILE
           IF WS-SIMULATION
               WRITE PAY-VARIANCE-LINE FROM WS-SIM-BANNER-LINE
           END-IF
           MOVE WS-RATE-RUN-DATE       TO WS-VRH-RUN-DATE
           MOVE WS-RUN-CYCLE           TO WS-VRH-CYCLE
           WRITE PAY-VARIANCE-LINE FROM WS-VAR-HEADING-LINE
           MOVE WS-VAR-HISTORY-PERIODS TO WS-VRB-PERIODS
           MOVE WS-VAR-HOURS-BAND      TO WS-VRB-HOURS
           MOVE WS-VAR-GROSS-BAND      TO WS-VRB-GROSS
           MOVE WS-VAR-DEDUCTION-BAND  TO WS-VRB-DEDUCTIONS
           MOVE WS-VAR-NET-BAND        TO WS-VRB-NET
           MOVE WS-VAR-NET-CEILING     TO WS-VRB-CEILING
           WRITE PAY-VARIANCE-LINE FROM WS-VAR-BAND-LINE
           IF WS-OUT-OF-BALANCE
               WRITE PAY-VARIANCE-LINE FROM WS-VAR-UNBALANCED-LINE
               CLOSE PAY-VARIANCE-FILE
               GO TO 8300-EXIT
           END-IF
           PERFORM 8310-FLAG-MISSING-EMPLOYEES THRU 8310-EXIT
           SORT VAR-SORT-FILE
               ON ASCENDING KEY VS-DEPARTMENT VS-EMP-ID VS-SEQUENCE
               INPUT PROCEDURE IS 8320-RELEASE-VARIANCES
                   THRU 8320-EXIT
               OUTPUT PROCEDURE IS 8330-PRINT-BY-DEPARTMENT
                   THRU 8330-EXIT
           MOVE WS-VAR-FLAG-COUNT TO WS-VRT-FLAGS
           MOVE WS-VAR-DEPT-COUNT TO WS-VRT-DEPARTMENTS
           WRITE PAY-VARIANCE-LINE FROM WS-VAR-TOTAL-LINE
           CLOSE PAY-VARIANCE-FILE.
       8300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Anyone on tonight's cycle whose latest PAYHIST period is the
      *> cycle's latest, still active on EMPMAST, and not paid this
      *> run is missing from it.  The first pass finds who is on the
      *> cycle and what its last period was; the second flags them.
      *>--------------------------------------------------------------
       8310-FLAG-MISSING-EMPLOYEES.
           MOVE ZERO TO WS-VAR-LATEST-PAY-DATE
           PERFORM 8311-NOTE-HISTORY-CYCLE THRU 8311-EXIT
               VARYING WS-VAR-HIST-IDX FROM 1 BY 1
               UNTIL WS-VAR-HIST-IDX > WS-VAR-HIST-COUNT
           PERFORM 8312-FLAG-IF-MISSING THRU 8312-EXIT
               VARYING WS-VAR-HIST-IDX FROM 1 BY 1
               UNTIL WS-VAR-HIST-IDX > WS-VAR-HIST-COUNT.
       8310-EXIT.
           EXIT.

       8311-NOTE-HISTORY-CYCLE.
           MOVE "N" TO WS-VH-CYCLE-SWITCH (WS-VAR-HIST-IDX)
           MOVE WS-VH-EMP-ID (WS-VAR-HIST-IDX) TO EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   GO TO 8311-EXIT
           END-READ
           IF EMP-TERMINATED
               GO TO 8311-EXIT
           END-IF
           MOVE EMP-PAY-FREQUENCY TO WS-EMP-CYCLE
           IF WS-EMP-CYCLE = SPACE
               MOVE "W" TO WS-EMP-CYCLE
           END-IF
           IF WS-EMP-CYCLE NOT = WS-RUN-CYCLE
               GO TO 8311-EXIT
           END-IF
           MOVE "Y" TO WS-VH-CYCLE-SWITCH (WS-VAR-HIST-IDX)
           IF WS-VH-LAST-PAY-DATE (WS-VAR-HIST-IDX)
               > WS-VAR-LATEST-PAY-DATE
               MOVE WS-VH-LAST-PAY-DATE (WS-VAR-HIST-IDX)
                   TO WS-VAR-LATEST-PAY-DATE
           END-IF.
       8311-EXIT.
           EXIT.

       8312-FLAG-IF-MISSING.
           IF WS-VH-CYCLE-SWITCH (WS-VAR-HIST-IDX) NOT = "Y"
               OR WS-VH-PAID-SWITCH (WS-VAR-HIST-IDX) = "Y"
               GO TO 8312-EXIT
           END-IF
           IF WS-VH-LAST-PAY-DATE (WS-VAR-HIST-IDX)
               NOT = WS-VAR-LATEST-PAY-DATE
               GO TO 8312-EXIT
           END-IF
           MOVE WS-VH-EMP-ID (WS-VAR-HIST-IDX) TO EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   GO TO 8312-EXIT
           END-READ
           MOVE WS-VAR-HIST-IDX TO WS-VAR-FOUND-IDX
           PERFORM 2980-AVERAGE-HISTORY THRU 2980-EXIT
           MOVE EMP-DEPARTMENT TO WS-VAR-DEPARTMENT
           MOVE EMP-ID         TO WS-VAR-EMP-ID
           MOVE EMP-FULL-NAME  TO WS-VAR-NAME
           MOVE "NOT PAID"     TO WS-VAR-ITEM
           MOVE ZERO           TO WS-VAR-CURRENT
           MOVE WS-VAR-AVG-NET TO WS-VAR-AVERAGE
           MOVE ZERO           TO WS-VAR-PERCENT
           MOVE "PAID LAST PERIOD - NOT IN RUN" TO WS-VAR-REASON
           PERFORM 2960-RECORD-VARIANCE THRU 2960-EXIT.
       8312-EXIT.
           EXIT.

       8320-RELEASE-VARIANCES.
           PERFORM VARYING WS-VAR-FLAG-IDX FROM 1 BY 1
               UNTIL WS-VAR-FLAG-IDX > WS-VAR-FLAG-COUNT
               MOVE WS-VF-DEPARTMENT (WS-VAR-FLAG-IDX)
                   TO VS-DEPARTMENT
               MOVE WS-VF-EMP-ID (WS-VAR-FLAG-IDX)  TO VS-EMP-ID
               MOVE WS-VAR-FLAG-IDX                 TO VS-SEQUENCE
               MOVE WS-VF-NAME (WS-VAR-FLAG-IDX)    TO VS-NAME
               MOVE WS-VF-ITEM (WS-VAR-FLAG-IDX)    TO VS-ITEM
               MOVE WS-VF-CURRENT (WS-VAR-FLAG-IDX) TO VS-CURRENT
               MOVE WS-VF-AVERAGE (WS-VAR-FLAG-IDX) TO VS-AVERAGE
               MOVE WS-VF-PERCENT (WS-VAR-FLAG-IDX) TO VS-PERCENT
               MOVE WS-VF-REASON (WS-VAR-FLAG-IDX)  TO VS-REASON
               RELEASE VAR-SORT-RECORD
           END-PERFORM.
       8320-EXIT.
           EXIT.

       8330-PRINT-BY-DEPARTMENT.
           PERFORM 8340-RETURN-ONE-VARIANCE THRU 8340-EXIT
           PERFORM 8350-PRINT-ONE-VARIANCE THRU 8350-EXIT
               UNTIL WS-VAR-SORT-EOF
           IF NOT WS-VAR-FIRST-DEPT
               PERFORM 8360-PRINT-DEPT-SIGNOFF THRU 8360-EXIT
           END-IF.
       8330-EXIT.
           EXIT.

       8340-RETURN-ONE-VARIANCE.
           RETURN VAR-SORT-FILE
               AT END SET WS-VAR-SORT-EOF TO TRUE
           END-RETURN.
       8340-EXIT.
           EXIT.

       8350-PRINT-ONE-VARIANCE.
           IF NOT WS-VAR-FIRST-DEPT
               AND VS-DEPARTMENT NOT = WS-VAR-PREV-DEPARTMENT
               PERFORM 8360-PRINT-DEPT-SIGNOFF THRU 8360-EXIT
           END-IF
           IF WS-VAR-FIRST-DEPT
               OR VS-DEPARTMENT NOT = WS-VAR-PREV-DEPARTMENT
               MOVE SPACES TO PAY-VARIANCE-LINE
               WRITE PAY-VARIANCE-LINE
               MOVE VS-DEPARTMENT TO WS-VRD-DEPARTMENT
               WRITE PAY-VARIANCE-LINE FROM WS-VAR-DEPT-HEADING-LINE
               WRITE PAY-VARIANCE-LINE FROM WS-VAR-COLUMN-LINE
               ADD 1 TO WS-VAR-DEPT-COUNT
               MOVE "N" TO WS-VAR-FIRST-DEPT-SWITCH
           END-IF
           MOVE VS-DEPARTMENT TO WS-VAR-PREV-DEPARTMENT

           MOVE VS-EMP-ID  TO WS-VRL-EMP-ID
           MOVE VS-NAME    TO WS-VRL-NAME
           MOVE VS-ITEM    TO WS-VRL-ITEM
           MOVE VS-CURRENT TO WS-VRL-CURRENT
           MOVE VS-AVERAGE TO WS-VRL-AVERAGE
           MOVE VS-PERCENT TO WS-VRL-PERCENT
           MOVE VS-REASON  TO WS-VRL-REASON
           WRITE PAY-VARIANCE-LINE FROM WS-VAR-DETAIL-LINE
           ADD 1 TO WS-VAR-DEPT-FLAGS
           PERFORM 8340-RETURN-ONE-VARIANCE THRU 8340-EXIT.
       8350-EXIT.
           EXIT.

       8360-PRINT-DEPT-SIGNOFF.
           MOVE WS-VAR-DEPT-FLAGS TO WS-VRS-FLAGS
           WRITE PAY-VARIANCE-LINE FROM WS-VAR-SIGNOFF-LINE
           MOVE ZERO TO WS-VAR-DEPT-FLAGS.
       8360-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The run's totals go onto the general ledger, one set per
      *> department with the department as cost center: salary
      *> expense against cash for the net paid out, salary expense
      *> against the withholdings liability for what was deducted,
      *> and employer tax expense against its accrued liability.
      *> An out-of-balance run paid nobody and posts nothing.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           IF WS-SIMULATION
               GO TO 8500-EXIT
           END-IF
           PERFORM 8510-POST-ONE-DEPARTMENT THRU 8510-EXIT
               VARYING WS-GL-DEPT-IDX FROM 1 BY 1
               UNTIL WS-GL-DEPT-IDX > WS-GL-DEPT-COUNT
           IF WS-GL-DEPT-OVERFLOW
               MOVE 201 TO WS-GL-DEPT-IDX
               PERFORM 8510-POST-ONE-DEPARTMENT THRU 8510-EXIT
           END-IF.
       8500-EXIT.
           EXIT.

       8510-POST-ONE-DEPARTMENT.
           MOVE WS-GD-DEPARTMENT (WS-GL-DEPT-IDX) TO WS-GL-COST-CENTER
           MOVE WS-GD-NET-PAY (WS-GL-DEPT-IDX) TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-SALARY-ACCT
               WS-GL-CASH-ACCT WS-GL-AMOUNT WS-GL-NET-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-GD-DEDUCTIONS (WS-GL-DEPT-IDX) TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-SALARY-ACCT
               WS-GL-WITHHOLD-ACCT WS-GL-AMOUNT WS-GL-DED-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-GD-EMPLOYER-TAXES (WS-GL-DEPT-IDX) TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM
               WS-GL-ER-TAX-EXPENSE-ACCT WS-GL-ER-TAX-LIABILITY-ACCT
               WS-GL-AMOUNT WS-GL-ER-TAX-REFERENCE WS-GL-COST-CENTER.
       8510-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> settles it against any rate change entered later.
      *>--------------------------------------------------------------
       2900-APPEND-PAY-HISTORY.
           MOVE SPACES            TO PAY-HISTORY-RECORD
           MOVE SRT-IDENT         TO PH-EMP-ID
           MOVE SRT-PAY-DATE      TO PH-PAY-DATE
           MOVE SRT-HOURS         TO PH-HOURS
           MOVE SRT-RATE          TO PH-RATE
           MOVE SRT-CURRENCY-CODE TO PH-CURRENCY-CODE
           MOVE WS-GROSS-PAY      TO PH-GROSS
           MOVE WS-DEDUCTIONS     TO PH-DEDUCTIONS
           MOVE PayCheck          TO PH-NET
           WRITE PAY-HISTORY-RECORD.
       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> This card against the employee's own PAYHIST average: the
      *> hours always, and the gross, deductions, and net wherever
      *> the history carries money.  No history at all is a first
      *> paycheck, and a net over the ceiling is flagged whatever
      *> the history says.
      *>--------------------------------------------------------------
       2950-REVIEW-VARIANCE.
           MOVE SRT-DEPARTMENT TO WS-VAR-DEPARTMENT
           MOVE SRT-IDENT      TO WS-VAR-EMP-ID
           MOVE SRT-NAME       TO WS-VAR-NAME
           IF PayCheck > WS-VAR-NET-CEILING
               MOVE "NET PAY"  TO WS-VAR-ITEM
               MOVE PayCheck   TO WS-VAR-CURRENT
               MOVE ZERO       TO WS-VAR-AVERAGE
               MOVE ZERO       TO WS-VAR-PERCENT
               MOVE "NET PAY OVER CEILING" TO WS-VAR-REASON
               PERFORM 2960-RECORD-VARIANCE THRU 2960-EXIT
           END-IF
           PERFORM 2990-FIND-HISTORY THRU 2990-EXIT
           IF WS-VAR-FOUND-IDX = ZERO
               MOVE "FIRST PAY" TO WS-VAR-ITEM
               MOVE PayCheck    TO WS-VAR-CURRENT
               MOVE ZERO        TO WS-VAR-AVERAGE
               MOVE ZERO        TO WS-VAR-PERCENT
               MOVE "NEW - NO PAY HISTORY" TO WS-VAR-REASON
               PERFORM 2960-RECORD-VARIANCE THRU 2960-EXIT
               GO TO 2950-EXIT
           END-IF
           MOVE "Y" TO WS-VH-PAID-SWITCH (WS-VAR-FOUND-IDX)
           PERFORM 2980-AVERAGE-HISTORY THRU 2980-EXIT

           MOVE "HOURS"           TO WS-VAR-ITEM
           MOVE SRT-HOURS         TO WS-VAR-CURRENT
           MOVE WS-VAR-AVG-HOURS  TO WS-VAR-AVERAGE
           MOVE WS-VAR-HOURS-BAND TO WS-VAR-BAND
           PERFORM 2970-MEASURE-VARIANCE THRU 2970-EXIT
           IF WS-VAR-MONEY-COUNT = ZERO
               GO TO 2950-EXIT
           END-IF
           MOVE "GROSS"           TO WS-VAR-ITEM
           MOVE WS-GROSS-PAY      TO WS-VAR-CURRENT
           MOVE WS-VAR-AVG-GROSS  TO WS-VAR-AVERAGE
           MOVE WS-VAR-GROSS-BAND TO WS-VAR-BAND
           PERFORM 2970-MEASURE-VARIANCE THRU 2970-EXIT
           MOVE "DEDUCTIONS"      TO WS-VAR-ITEM
           MOVE WS-DEDUCTIONS     TO WS-VAR-CURRENT
           MOVE WS-VAR-AVG-DEDUCTIONS TO WS-VAR-AVERAGE
           MOVE WS-VAR-DEDUCTION-BAND TO WS-VAR-BAND
           PERFORM 2970-MEASURE-VARIANCE THRU 2970-EXIT
           MOVE "NET"             TO WS-VAR-ITEM
           MOVE PayCheck          TO WS-VAR-CURRENT
           MOVE WS-VAR-AVG-NET    TO WS-VAR-AVERAGE
           MOVE WS-VAR-NET-BAND   TO WS-VAR-BAND
           PERFORM 2970-MEASURE-VARIANCE THRU 2970-EXIT.
       2950-EXIT.
           EXIT.

       2960-RECORD-VARIANCE.
           IF WS-VAR-FLAG-COUNT NOT < 1000
               DISPLAY "VARIANCE TABLE FULL - NOT REVIEWED: "
                   WS-VAR-EMP-ID " " WS-VAR-ITEM
               GO TO 2960-EXIT
           END-IF
           ADD 1 TO WS-VAR-FLAG-COUNT
           MOVE WS-VAR-DEPARTMENT
               TO WS-VF-DEPARTMENT (WS-VAR-FLAG-COUNT)
           MOVE WS-VAR-EMP-ID  TO WS-VF-EMP-ID (WS-VAR-FLAG-COUNT)
           MOVE WS-VAR-NAME    TO WS-VF-NAME (WS-VAR-FLAG-COUNT)
           MOVE WS-VAR-ITEM    TO WS-VF-ITEM (WS-VAR-FLAG-COUNT)
           MOVE WS-VAR-CURRENT TO WS-VF-CURRENT (WS-VAR-FLAG-COUNT)
           MOVE WS-VAR-AVERAGE TO WS-VF-AVERAGE (WS-VAR-FLAG-COUNT)
           MOVE WS-VAR-PERCENT TO WS-VF-PERCENT (WS-VAR-FLAG-COUNT)
           MOVE WS-VAR-REASON  TO WS-VF-REASON (WS-VAR-FLAG-COUNT).
       2960-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> How far this run's figure strays from the average, as a
      *> percent of the average; anything past the band is flagged.
      *> Something where the history averages nothing is as far off
      *> as the column will print.
      *>--------------------------------------------------------------
       2970-MEASURE-VARIANCE.
           IF WS-VAR-AVERAGE = ZERO
               IF WS-VAR-CURRENT = ZERO
                   GO TO 2970-EXIT
               END-IF
               MOVE 999.9 TO WS-VAR-PERCENT
           ELSE
               IF WS-VAR-CURRENT > WS-VAR-AVERAGE
                   COMPUTE WS-VAR-PERCENT ROUNDED =
                       (WS-VAR-CURRENT - WS-VAR-AVERAGE) * 100
                           / WS-VAR-AVERAGE
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-VAR-PERCENT
                   END-COMPUTE
               ELSE
                   COMPUTE WS-VAR-PERCENT ROUNDED =
                       (WS-VAR-AVERAGE - WS-VAR-CURRENT) * 100
                           / WS-VAR-AVERAGE
               END-IF
           END-IF
           IF WS-VAR-PERCENT NOT > WS-VAR-BAND
               GO TO 2970-EXIT
           END-IF
           IF WS-VAR-CURRENT > WS-VAR-AVERAGE
               MOVE "ABOVE AVERAGE - OUTSIDE BAND" TO WS-VAR-REASON
           ELSE
               MOVE "BELOW AVERAGE - OUTSIDE BAND" TO WS-VAR-REASON
           END-IF
           PERFORM 2960-RECORD-VARIANCE THRU 2960-EXIT.
       2970-EXIT.
           EXIT.

       2980-AVERAGE-HISTORY.
           MOVE ZERO TO WS-VAR-MONEY-COUNT
           MOVE ZERO TO WS-VAR-SUM-HOURS
           MOVE ZERO TO WS-VAR-SUM-GROSS
           MOVE ZERO TO WS-VAR-SUM-DEDUCTIONS
           MOVE ZERO TO WS-VAR-SUM-NET
           PERFORM VARYING WS-VAR-SLOT-IDX FROM 1 BY 1
               UNTIL WS-VAR-SLOT-IDX
                   > WS-VH-SLOT-COUNT (WS-VAR-FOUND-IDX)
               ADD WS-VH-HOURS (WS-VAR-FOUND-IDX, WS-VAR-SLOT-IDX)
                   TO WS-VAR-SUM-HOURS
               IF WS-VH-MONEY-SWITCH (WS-VAR-FOUND-IDX,
                   WS-VAR-SLOT-IDX) = "Y"
                   ADD 1 TO WS-VAR-MONEY-COUNT
                   ADD WS-VH-GROSS (WS-VAR-FOUND-IDX, WS-VAR-SLOT-IDX)
                       TO WS-VAR-SUM-GROSS
                   ADD WS-VH-DEDUCTIONS (WS-VAR-FOUND-IDX,
                       WS-VAR-SLOT-IDX) TO WS-VAR-SUM-DEDUCTIONS
                   ADD WS-VH-NET (WS-VAR-FOUND-IDX, WS-VAR-SLOT-IDX)
                       TO WS-VAR-SUM-NET
               END-IF
           END-PERFORM
           COMPUTE WS-VAR-AVG-HOURS ROUNDED =
               WS-VAR-SUM-HOURS / WS-VH-SLOT-COUNT (WS-VAR-FOUND-IDX)
           IF WS-VAR-MONEY-COUNT = ZERO
               MOVE ZERO TO WS-VAR-AVG-GROSS
               MOVE ZERO TO WS-VAR-AVG-DEDUCTIONS
               MOVE ZERO TO WS-VAR-AVG-NET
               GO TO 2980-EXIT
           END-IF
           COMPUTE WS-VAR-AVG-GROSS ROUNDED =
               WS-VAR-SUM-GROSS / WS-VAR-MONEY-COUNT
           COMPUTE WS-VAR-AVG-DEDUCTIONS ROUNDED =
               WS-VAR-SUM-DEDUCTIONS / WS-VAR-MONEY-COUNT
           COMPUTE WS-VAR-AVG-NET ROUNDED =
               WS-VAR-SUM-NET / WS-VAR-MONEY-COUNT.
       2980-EXIT.
           EXIT.

       2990-FIND-HISTORY.
           MOVE ZERO TO WS-VAR-FOUND-IDX
           PERFORM VARYING WS-VAR-HIST-IDX FROM 1 BY 1
               UNTIL WS-VAR-HIST-IDX > WS-VAR-HIST-COUNT
                  OR WS-VAR-FOUND-IDX > ZERO
               IF WS-VH-EMP-ID (WS-VAR-HIST-IDX) = WS-VAR-EMP-ID
                   MOVE WS-VAR-HIST-IDX TO WS-VAR-FOUND-IDX
               END-IF
           END-PERFORM.
       2990-EXIT.
           EXIT.

       7600-REWRITE-LEAVE-MASTER.
           IF WS-SIMULATION
               GO TO 7600-EXIT
           CLOSE EMP-TRANS-FILE
           CLOSE EMPMAST-FILE
           CLOSE DEDUCTION-MASTER-FILE
           IF WS-GARNORD-AVAILABLE
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF
           CLOSE YTD-EARNINGS-FILE
           IF WS-LIVE-RUN
               CLOSE PAY-STATEMENT-FILE
               END-IF
               WRITE DAILY-STATS-RECORD
               CLOSE DAILY-STATS-FILE
               CALL "ppayext" USING WS-PP-SOURCE-PROGRAM
           END-IF.
       9000-EXIT.
           EXIT.
