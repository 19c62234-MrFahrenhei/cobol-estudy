       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. timeclk.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Time-and-attendance batch that builds the EMPTRANS timecards
      *> payroll.cob pays from, in place of keying them off paper
      *> timesheets.  Reads the raw TIMEPNCH clock punches (in or
      *> out, per employee per day) for the pay period named on the
      *> TIMEPRD card, with the supervisors' TIMEADJ corrections
      *> merged in - an added punch, or a bad punch struck out - and
      *> pairs each day's ins and outs into worked hours.  A day
      *> with a missing in or out punch, overlapping shifts, a punch
      *> after the employee's EMPMAST termination date, or a punch
      *> on a day the employee is on approved leave (TIMELEAV) is an
      *> exception on the TIMERPT report for the supervisor to
      *> correct, as is an employee unknown to EMPMAST or with no
      *> EMPRATE rate in effect on the pay date.  Only a period with
      *> no exceptions left writes EMPTRANS - one card per employee
      *> due in the PAYCYCLE cycle, priced at the EMPRATE rate, with
      *> the worked hours (payroll splits regular from overtime at
      *> the PAYPARM threshold, as it always has) and the leave
      *> taken, under the shop-standard control header and a trailer
      *> whose count and hours hash payroll balances to.  The
      *> report's summary shows each employee's regular, overtime,
      *> vacation, and sick hours either way; a rerun after the
      *> corrections are keyed picks everything up again from the
      *> punches.  EMPTRANS carries one leave type per card, so an
      *> employee who took both vacation and sick time in one period
      *> has the vacation on the card and the sick hours flagged on
      *> the summary to post by hand.
      *> An in punch may carry the number of the JOBMAST job the
      *> shift is worked on (the out punch's is not consulted); a job
      *> not on JOBMAST, or closed, is a day exception like any
      *> other.  With the clean period's EMPTRANS the run writes
      *> JOBTTRAN - one row per employee, day, and job (no job is
      *> overhead) at the employee's EMPMAST department and EMPRATE
      *> rate - which labdist.cob costs and distributes after payroll
      *> runs (see JOBTIME.cpy).  A strike-out or leave day that
      *> does not fit its table (500 strikes, 2000 leave days) is an
      *> exception too, so the period is held rather than paid
      *> without it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CARD-FILE ASSIGN TO "TIMEPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CARD-STATUS.
           SELECT PUNCH-FILE ASSIGN TO "TIMEPNCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.
           SELECT PUNCH-ADJUST-FILE ASSIGN TO "TIMEADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-ADJUST-STATUS.
           SELECT LEAVE-DAY-FILE ASSIGN TO "TIMELEAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-DAY-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT EMP-RATE-FILE ASSIGN TO "EMPRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-RATE-KEY
               FILE STATUS IS WS-EMP-RATE-STATUS.
           SELECT PAY-PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-PARM-STATUS.
           SELECT PAY-CYCLE-FILE ASSIGN TO "PAYCYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CYCLE-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-NO
               FILE STATUS IS WS-JOBMAST-STATUS.
           SELECT PUNCH-SORT-FILE ASSIGN TO "SORTWK9".
           SELECT EMP-TRANS-FILE ASSIGN TO "EMPTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-TRANS-STATUS.
           SELECT TIME-REPORT-FILE ASSIGN TO "TIMERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-REPORT-STATUS.
           SELECT JOB-TIME-TRANS-FILE ASSIGN TO "JOBTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-TIME-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CARD-FILE.
       01 PERIOD-CARD-RECORD.
           02 TP-PERIOD-START         PIC 9(8).
           02 FILLER                  PIC X(2).
           02 TP-PERIOD-END           PIC 9(8).
           02 FILLER                  PIC X(2).
           02 TP-PAY-DATE             PIC 9(8).

       FD  PUNCH-FILE.
       01 PUNCH-RECORD.
           02 PN-EMP-ID               PIC 9(5).
           02 FILLER                  PIC X(2).
           02 PN-PUNCH-DATE           PIC 9(8).
           02 FILLER                  PIC X(2).
           02 PN-PUNCH-TIME           PIC 9(4).
           02 FILLER                  PIC X(2).
           02 PN-PUNCH-TYPE           PIC X(1).
               88 PN-PUNCH-IN             VALUE "I".
               88 PN-PUNCH-OUT            VALUE "O".
           02 FILLER                  PIC X(2).
           02 PN-JOB-NO               PIC X(8).

       FD  PUNCH-ADJUST-FILE.
       01 PUNCH-ADJUST-RECORD.
           02 PA-EMP-ID               PIC 9(5).
           02 FILLER                  PIC X(2).
           02 PA-PUNCH-DATE           PIC 9(8).
           02 FILLER                  PIC X(2).
           02 PA-PUNCH-TIME           PIC 9(4).
           02 FILLER                  PIC X(2).
           02 PA-PUNCH-TYPE           PIC X(1).
           02 FILLER                  PIC X(2).
           02 PA-ACTION               PIC X(1).
               88 PA-ADD-PUNCH            VALUE "A".
               88 PA-DELETE-PUNCH         VALUE "D".
           02 FILLER                  PIC X(2).
           02 PA-SUPERVISOR           PIC X(8).
           02 FILLER                  PIC X(2).
           02 PA-JOB-NO               PIC X(8).

       FD  LEAVE-DAY-FILE.
       01 LEAVE-DAY-RECORD.
           02 TL-EMP-ID               PIC 9(5).
           02 FILLER                  PIC X(2).
           02 TL-LEAVE-DATE           PIC 9(8).
           02 FILLER                  PIC X(2).
           02 TL-LEAVE-TYPE           PIC X(1).
               88 TL-VACATION             VALUE "V".
               88 TL-SICK                 VALUE "S".
           02 FILLER                  PIC X(2).
           02 TL-LEAVE-HOURS          PIC 9(2)V99.

       FD  EMPMAST-FILE.
           COPY EMPREC.

       FD  EMP-RATE-FILE.
           COPY EMPRATE.

       FD  JOB-MASTER-FILE.
           COPY JOBREC.

       FD  PAY-PARM-FILE.
       01 PAY-PARM-RECORD.
           02 PP-OT-THRESHOLD-HOURS   PIC 9(3)V99.
           02 PP-OT-MULTIPLIER        PIC 9V99.

       FD  PAY-CYCLE-FILE.
       01 PAY-CYCLE-RECORD.
           02 PC-CYCLE-FREQUENCY      PIC X(1).

       SD  PUNCH-SORT-FILE.
       01 PUNCH-SORT-RECORD.
           02 PS-EMP-ID               PIC 9(5).
           02 PS-PUNCH-DATE           PIC 9(8).
           02 PS-PUNCH-TIME           PIC 9(4).
           02 FILLER REDEFINES PS-PUNCH-TIME.
               03 PS-PUNCH-HOUR       PIC 9(2).
               03 PS-PUNCH-MINUTE     PIC 9(2).
           02 PS-PUNCH-TYPE           PIC X(1).
               88 PS-PUNCH-IN             VALUE "I".
               88 PS-PUNCH-OUT            VALUE "O".
           02 PS-JOB-NO               PIC X(8).

       FD  EMP-TRANS-FILE.
       01 EMP-TRANS-RECORD.
           02 EMP-TRANS-IDENT     PIC 9(5).
           02 EMP-TRANS-NAME      PIC X(20).
           02 EMP-TRANS-HOURS     PIC 9(3)V99.
           02 EMP-TRANS-RATE      PIC 9(3)V99.
           02 EMP-TRANS-CURRENCY-CODE PIC XXX.
           02 EMP-TRANS-PAY-DATE  PIC 9(8).
           02 EMP-TRANS-LEAVE-TYPE PIC X(1).
           02 EMP-TRANS-LEAVE-HOURS PIC 9(3)V99.
           02 EMP-TRANS-ADJ-TYPE  PIC X(1).
       01 EMP-TRANS-CONTROL-RECORD.
           02 ET-CTL-RECORD-TYPE PIC X(3).
               88 ET-CTL-HEADER      VALUE "HDR".
               88 ET-CTL-TRAILER     VALUE "TRL".
           02 FILLER            PIC X(2).
           02 ET-CTL-DATA       PIC X(22).
           02 FILLER REDEFINES ET-CTL-DATA.
               03 ET-CTL-FILE-ID      PIC X(8).
               03 FILLER              PIC X(2).
               03 ET-CTL-CREATE-DATE  PIC X(10).
               03 FILLER              PIC X(2).
           02 FILLER REDEFINES ET-CTL-DATA.
               03 ET-CTL-RECORD-COUNT PIC 9(7).
               03 FILLER              PIC X(2).
               03 ET-CTL-HOURS-HASH   PIC 9(9)V99.
               03 FILLER              PIC X(2).

       FD  TIME-REPORT-FILE.
       01 TIME-REPORT-LINE            PIC X(132).

       FD  JOB-TIME-TRANS-FILE.
           COPY JOBTIME.

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES WS-BUSINESS-DATE.
           02 WS-BD-YEAR           PIC 9(4).
           02 WS-BD-MONTH          PIC 9(2).
           02 WS-BD-DAY            PIC 9(2).
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-PERIOD-CARD-STATUS       PIC XX VALUE "00".
       01 WS-PUNCH-STATUS             PIC XX VALUE "00".
       01 WS-PUNCH-ADJUST-STATUS      PIC XX VALUE "00".
       01 WS-LEAVE-DAY-STATUS         PIC XX VALUE "00".
       01 WS-EMPMAST-STATUS           PIC XX VALUE "00".
       01 WS-EMP-RATE-STATUS          PIC XX VALUE "00".
       01 WS-PAY-PARM-STATUS          PIC XX VALUE "00".
       01 WS-PAY-CYCLE-STATUS         PIC XX VALUE "00".
       01 WS-EMP-TRANS-STATUS         PIC XX VALUE "00".
       01 WS-TIME-REPORT-STATUS       PIC XX VALUE "00".
       01 WS-JOBMAST-STATUS           PIC XX VALUE "00".
       01 WS-JOB-TIME-TRANS-STATUS    PIC XX VALUE "00".
       01 WS-JOBMAST-SWITCH           PIC X VALUE "Y".
           88 WS-JOBMAST-ON-FILE          VALUE "Y".

       01 WS-RUN-SWITCH               PIC X VALUE "Y".
           88 WS-RUN-OK                   VALUE "Y".
           88 WS-RUN-ABORTED              VALUE "N".
       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88 WS-SORT-EOF                 VALUE "Y".
       01 WS-RATE-SCAN-EOF-SWITCH     PIC X VALUE "N".
           88 WS-RATE-SCAN-EOF            VALUE "Y".
       01 WS-MASTER-RATE-SWITCH       PIC X VALUE "N".
           88 WS-MASTER-RATE-FOUND        VALUE "Y".
       01 WS-MASTER-RATE              PIC 9(3)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> The pay period being collected, from the TIMEPRD card.
      *>--------------------------------------------------------------
       01 WS-PERIOD-START             PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END               PIC 9(8) VALUE ZERO.
       01 WS-PAY-DATE                 PIC 9(8) VALUE ZERO.

      *>--------------------------------------------------------------
      *> The overtime split the summary shows is payroll's own: the
      *> PAYPARM weekly threshold scaled by the PAYCYCLE cycle's
      *> weeks, 40.00 hours weekly when the cards are missing.
      *>--------------------------------------------------------------
       01 WS-RUN-CYCLE                PIC X VALUE "W".
       01 WS-EMP-CYCLE                PIC X VALUE "W".
       01 WS-CYCLE-WEEKS              PIC 9V99 VALUE 1.00.
       01 WS-OT-THRESHOLD-HOURS       PIC 9(3)V99 VALUE 40.00.

      *>--------------------------------------------------------------
      *> Supervisor strike-outs from TIMEADJ: a raw punch matching
      *> one of these exactly never reaches the pairing.
      *>--------------------------------------------------------------
       01 WS-STRIKE-COUNT             PIC 9(4) COMP VALUE ZERO.
       01 WS-STRIKE-IDX               PIC 9(4) COMP VALUE ZERO.
       01 WS-STRIKE-SWITCH            PIC X VALUE "N".
           88 WS-PUNCH-STRUCK             VALUE "Y".
       01 WS-STRIKE-TABLE.
           02 WS-STRIKE-ENTRY OCCURS 500 TIMES.
               03 WS-SK-EMP-ID        PIC 9(5).
               03 WS-SK-PUNCH-DATE    PIC 9(8).
               03 WS-SK-PUNCH-TIME    PIC 9(4).
               03 WS-SK-PUNCH-TYPE    PIC X(1).

      *>--------------------------------------------------------------
      *> Approved leave days inside the period, from TIMELEAV.  A
      *> row is claimed once its employee's card has counted it;
      *> unclaimed rows at the end belong to employees who took
      *> leave but never punched.
      *>--------------------------------------------------------------
       01 WS-LEAVE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01 WS-LEAVE-IDX                PIC 9(4) COMP VALUE ZERO.
       01 WS-LEAVE-WALK-IDX           PIC 9(4) COMP VALUE ZERO.
       01 WS-LEAVE-TABLE.
           02 WS-LEAVE-ENTRY OCCURS 2000 TIMES.
               03 WS-LD-EMP-ID        PIC 9(5).
               03 WS-LD-LEAVE-DATE    PIC 9(8).
               03 WS-LD-LEAVE-TYPE    PIC X(1).
               03 WS-LD-LEAVE-HOURS   PIC 9(2)V99.
               03 WS-LD-CLAIMED-SWITCH PIC X(1).
                   88 WS-LD-CLAIMED       VALUE "Y".

      *>--------------------------------------------------------------
      *> One row per employee summarized, held until the whole
      *> period is known clean - EMPTRANS is all or nothing.
      *>--------------------------------------------------------------
       01 WS-SUMMARY-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-SUMMARY-IDX              PIC 9(4) COMP VALUE ZERO.
       01 WS-SUMMARY-TABLE.
           02 WS-SUMMARY-ENTRY OCCURS 1000 TIMES.
               03 WS-SM-EMP-ID        PIC 9(5).
               03 WS-SM-NAME          PIC X(30).
               03 WS-SM-WORKED-HOURS  PIC 9(3)V99.
               03 WS-SM-VAC-HOURS     PIC 9(3)V99.
               03 WS-SM-SICK-HOURS    PIC 9(3)V99.
               03 WS-SM-RATE          PIC 9(3)V99.
               03 WS-SM-DEPARTMENT    PIC X(15).
               03 WS-SM-EXCEPTION-SWITCH PIC X(1).
                   88 WS-SM-HAS-EXCEPTION VALUE "Y".

      *>--------------------------------------------------------------
      *> Clean days' worked minutes by job, held with the summary
      *> and written to JOBTTRAN only when EMPTRANS is.
      *>--------------------------------------------------------------
       01 WS-JOB-TIME-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-JOB-TIME-IDX             PIC 9(4) COMP VALUE ZERO.
       01 WS-JOB-TIME-TABLE.
           02 WS-JOB-TIME-ENTRY OCCURS 5000 TIMES.
               03 WS-JT-EMP-ID        PIC 9(5).
               03 WS-JT-WORK-DATE     PIC 9(8).
               03 WS-JT-JOB-NO        PIC X(8).
               03 WS-JT-MINUTES       PIC 9(4) COMP.
       01 WS-JOB-ROWS-WRITTEN         PIC 9(7) COMP VALUE ZERO.

      *>--------------------------------------------------------------
      *> The employee and day the pairing is working through.
      *>--------------------------------------------------------------
       01 WS-CURRENT-EMP-ID           PIC 9(5) VALUE ZERO.
       01 WS-CURRENT-NAME             PIC X(30) VALUE SPACES.
       01 WS-CURRENT-DEPARTMENT       PIC X(15) VALUE SPACES.
       01 WS-CURRENT-DATE             PIC 9(8) VALUE ZERO.
       01 WS-EMP-STATUS-SWITCH        PIC X VALUE "K".
           88 WS-EMP-KNOWN                VALUE "K".
           88 WS-EMP-UNKNOWN              VALUE "U".
           88 WS-EMP-NOT-DUE              VALUE "N".
       01 WS-EMP-EXCEPTION-SWITCH     PIC X VALUE "N".
           88 WS-EMP-HAS-EXCEPTION        VALUE "Y".
       01 WS-EMP-TERMINATED-SWITCH    PIC X VALUE "N".
           88 WS-EMP-IS-TERMINATED        VALUE "Y".
       01 WS-EMP-TERMINATION-DATE     PIC 9(8) VALUE ZERO.
       01 WS-EMP-WORKED-MINUTES       PIC 9(6) COMP VALUE ZERO.
       01 WS-EMP-VAC-HOURS            PIC 9(3)V99 VALUE ZERO.
       01 WS-EMP-SICK-HOURS           PIC 9(3)V99 VALUE ZERO.

       01 WS-DAY-OPEN-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-DAY-IN-MINUTE            PIC 9(4) COMP VALUE ZERO.
       01 WS-DAY-WORKED-MINUTES       PIC 9(6) COMP VALUE ZERO.
       01 WS-PUNCH-MINUTE             PIC 9(4) COMP VALUE ZERO.
       01 WS-DAY-ORPHAN-OUT-SWITCH    PIC X VALUE "N".
           88 WS-DAY-ORPHAN-OUT           VALUE "Y".
       01 WS-DAY-OVERLAP-SWITCH       PIC X VALUE "N".
           88 WS-DAY-OVERLAP              VALUE "Y".
       01 WS-DAY-BAD-PUNCH-SWITCH     PIC X VALUE "N".
           88 WS-DAY-BAD-PUNCH            VALUE "Y".
       01 WS-DAY-IN-JOB-NO            PIC X(8) VALUE SPACES.
       01 WS-DAY-JOB-REASON           PIC X(30) VALUE SPACES.
       01 WS-DAY-SHIFT-COUNT          PIC 9(2) COMP VALUE ZERO.
       01 WS-DAY-SHIFT-IDX            PIC 9(2) COMP VALUE ZERO.
       01 WS-DAY-SHIFT-TABLE.
           02 WS-DAY-SHIFT-ENTRY OCCURS 20 TIMES.
               03 WS-DS-JOB-NO        PIC X(8).
               03 WS-DS-MINUTES       PIC 9(4) COMP.
       01 WS-SHIFT-MINUTES            PIC 9(4) COMP VALUE ZERO.
       01 WS-EXCEPTION-REASON         PIC X(30) VALUE SPACES.

       01 WS-EMPLOYEE-HOURS           PIC 9(3)V99 VALUE ZERO.
       01 WS-REGULAR-HOURS            PIC 9(3)V99 VALUE ZERO.
       01 WS-OVERTIME-HOURS           PIC 9(3)V99 VALUE ZERO.

       01 WS-PUNCH-COUNT              PIC 9(7) COMP VALUE ZERO.
       01 WS-STRUCK-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-ADDED-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-OUT-OF-PERIOD-COUNT      PIC 9(7) COMP VALUE ZERO.
       01 WS-NOT-DUE-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-EXCEPTION-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-CARD-COUNT               PIC 9(7) VALUE ZERO.
       01 WS-HOURS-HASH               PIC 9(9)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** TIME AND ATTENDANCE COLLECTION ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(10) VALUE "  PERIOD: ".
           02 WS-H-PERIOD-START PIC 9(8).
           02 FILLER            PIC X(4)  VALUE " TO ".
           02 WS-H-PERIOD-END   PIC 9(8).
           02 FILLER            PIC X(12) VALUE "  PAY DATE: ".
           02 WS-H-PAY-DATE     PIC 9(8).
       01 WS-EXCEPTION-HEADING PIC X(60) VALUE
           "EXCEPTIONS FOR SUPERVISOR CORRECTION".
       01 WS-EXCEPTION-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-X-EMP-ID       PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-X-NAME         PIC X(30).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-X-DATE         PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-X-REASON       PIC X(30).
       01 WS-SUMMARY-HEADING.
           02 FILLER            PIC X(40) VALUE
               "PERIOD SUMMARY".
           02 FILLER            PIC X(40) VALUE
               "   REGULAR  OVERTIME  VACATION      SICK".
       01 WS-SUMMARY-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-S-EMP-ID       PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-NAME         PIC X(30).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-REGULAR      PIC ZZZ9.99.
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-S-OVERTIME     PIC ZZZ9.99.
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-S-VACATION     PIC ZZZ9.99.
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-S-SICK         PIC ZZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-S-NOTE         PIC X(40).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(12) VALUE "*** PUNCHES:".
           02 WS-T-PUNCHES      PIC ZZZZZZ9.
           02 FILLER            PIC X(8)  VALUE " STRUCK:".
           02 WS-T-STRUCK       PIC ZZZZ9.
           02 FILLER            PIC X(7)  VALUE " ADDED:".
           02 WS-T-ADDED        PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE " EMPLOYEES: ".
           02 WS-T-EMPLOYEES    PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE " EXCEPTIONS: ".
           02 WS-T-EXCEPTIONS   PIC ZZZZ9.
       01 WS-RESULT-LINE        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-ABORTED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF
           SORT PUNCH-SORT-FILE
               ON ASCENDING KEY PS-EMP-ID PS-PUNCH-DATE
                   PS-PUNCH-TIME PS-PUNCH-TYPE
               INPUT PROCEDURE IS 1500-RELEASE-PUNCHES
                   THRU 1500-EXIT
               OUTPUT PROCEDURE IS 2000-PAIR-PUNCHES
                   THRU 2000-EXIT
           PERFORM 3000-LEAVE-ONLY-EMPLOYEES THRU 3000-EXIT
           PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> No TIMEPRD card means no period to collect, and no EMPRATE
      *> means no rate to price a card at - either stops the run
      *> before anything is written.
      *>--------------------------------------------------------------
       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN OUTPUT TIME-REPORT-FILE
           WRITE TIME-REPORT-LINE FROM WS-HEADING-LINE-1

           OPEN INPUT PERIOD-CARD-FILE
           IF WS-PERIOD-CARD-STATUS = "35"
               MOVE "TIMEPRD missing - no pay period to collect"
                   TO WS-RESULT-LINE
               GO TO 1000-ABORT
           END-IF
           READ PERIOD-CARD-FILE
               AT END
                   CLOSE PERIOD-CARD-FILE
                   MOVE "TIMEPRD empty - no pay period to collect"
                       TO WS-RESULT-LINE
                   GO TO 1000-ABORT
           END-READ
           MOVE TP-PERIOD-START TO WS-PERIOD-START
           MOVE TP-PERIOD-END   TO WS-PERIOD-END
           MOVE TP-PAY-DATE     TO WS-PAY-DATE
           CLOSE PERIOD-CARD-FILE
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-PERIOD-START  TO WS-H-PERIOD-START
           MOVE WS-PERIOD-END    TO WS-H-PERIOD-END
           MOVE WS-PAY-DATE      TO WS-H-PAY-DATE
           WRITE TIME-REPORT-LINE FROM WS-HEADING-LINE-2

           OPEN INPUT EMP-RATE-FILE
           IF WS-EMP-RATE-STATUS = "35"
               MOVE "EMPRATE missing - no rate to price cards at"
                   TO WS-RESULT-LINE
               GO TO 1000-ABORT
           END-IF
           OPEN INPUT EMPMAST-FILE
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOBMAST-STATUS = "35"
               MOVE "N" TO WS-JOBMAST-SWITCH
           END-IF

           PERFORM 1100-LOAD-OVERTIME-PARMS THRU 1100-EXIT
           PERFORM 1120-LOAD-PAY-CYCLE THRU 1120-EXIT
           WRITE TIME-REPORT-LINE FROM WS-EXCEPTION-HEADING
           PERFORM 1200-LOAD-STRIKES THRU 1200-EXIT
           PERFORM 1300-LOAD-LEAVE-DAYS THRU 1300-EXIT
           GO TO 1000-EXIT.
       1000-ABORT.
           SET WS-RUN-ABORTED TO TRUE
           DISPLAY WS-RESULT-LINE
           WRITE TIME-REPORT-LINE FROM WS-RESULT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-OVERTIME-PARMS.
           OPEN INPUT PAY-PARM-FILE
           IF WS-PAY-PARM-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           READ PAY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PP-OT-THRESHOLD-HOURS TO WS-OT-THRESHOLD-HOURS
           END-READ
           CLOSE PAY-PARM-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The cycle being collected, the same PAYCYCLE record payroll
      *> runs under; employees paid on another cycle get no card.
      *>--------------------------------------------------------------
       1120-LOAD-PAY-CYCLE.
           OPEN INPUT PAY-CYCLE-FILE
           IF WS-PAY-CYCLE-STATUS = "35"
               GO TO 1120-SCALE
           END-IF
           READ PAY-CYCLE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PC-CYCLE-FREQUENCY TO WS-RUN-CYCLE
           END-READ
           CLOSE PAY-CYCLE-FILE.
       1120-SCALE.
           EVALUATE WS-RUN-CYCLE
               WHEN "B"
                   MOVE 2.00 TO WS-CYCLE-WEEKS
               WHEN "S"
                   MOVE 2.17 TO WS-CYCLE-WEEKS
               WHEN "M"
                   MOVE 4.33 TO WS-CYCLE-WEEKS
               WHEN OTHER
                   MOVE "W"  TO WS-RUN-CYCLE
                   MOVE 1.00 TO WS-CYCLE-WEEKS
           END-EVALUATE
           COMPUTE WS-OT-THRESHOLD-HOURS ROUNDED =
               WS-OT-THRESHOLD-HOURS * WS-CYCLE-WEEKS.
       1120-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> TIMEADJ strike-outs load first so the raw punches can be
      *> screened against them as they are released.  One that does
      *> not fit is an exception: the punch it strikes would be
      *> paid, so the period holds until the table is cleared.
      *>--------------------------------------------------------------
       1200-LOAD-STRIKES.
           OPEN INPUT PUNCH-ADJUST-FILE
           IF WS-PUNCH-ADJUST-STATUS = "35"
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1210-LOAD-ONE-STRIKE THRU 1210-EXIT
               UNTIL WS-EOF
           CLOSE PUNCH-ADJUST-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-STRIKE.
           READ PUNCH-ADJUST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF NOT PA-DELETE-PUNCH
               GO TO 1210-EXIT
           END-IF
           IF WS-STRIKE-COUNT NOT < 500
               DISPLAY "TIMEADJ strike table full - " PA-EMP-ID " "
                   PA-PUNCH-DATE " " PA-PUNCH-TIME " not struck"
               MOVE PA-EMP-ID TO WS-CURRENT-EMP-ID
               PERFORM 2110-LOOK-UP-EMPLOYEE THRU 2110-EXIT
               MOVE PA-PUNCH-DATE TO WS-CURRENT-DATE
               MOVE "STRIKE TABLE FULL - NOT STRUCK"
                   TO WS-EXCEPTION-REASON
               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-STRIKE-COUNT
           MOVE PA-EMP-ID     TO WS-SK-EMP-ID (WS-STRIKE-COUNT)
           MOVE PA-PUNCH-DATE TO WS-SK-PUNCH-DATE (WS-STRIKE-COUNT)
           MOVE PA-PUNCH-TIME TO WS-SK-PUNCH-TIME (WS-STRIKE-COUNT)
           MOVE PA-PUNCH-TYPE TO WS-SK-PUNCH-TYPE (WS-STRIKE-COUNT).
       1210-EXIT.
           EXIT.

       1300-LOAD-LEAVE-DAYS.
           OPEN INPUT LEAVE-DAY-FILE
           IF WS-LEAVE-DAY-STATUS = "35"
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1310-LOAD-ONE-LEAVE-DAY THRU 1310-EXIT
               UNTIL WS-EOF
           CLOSE LEAVE-DAY-FILE.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-LEAVE-DAY.
           READ LEAVE-DAY-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF TL-LEAVE-DATE < WS-PERIOD-START
               OR TL-LEAVE-DATE > WS-PERIOD-END
               GO TO 1310-EXIT
           END-IF
           IF NOT TL-VACATION AND NOT TL-SICK
               GO TO 1310-EXIT
           END-IF
           IF WS-LEAVE-COUNT NOT < 2000
               DISPLAY "TIMELEAV table full - " TL-EMP-ID " "
                   TL-LEAVE-DATE " not counted"
               MOVE TL-EMP-ID TO WS-CURRENT-EMP-ID
               PERFORM 2110-LOOK-UP-EMPLOYEE THRU 2110-EXIT
               MOVE TL-LEAVE-DATE TO WS-CURRENT-DATE
               MOVE "LEAVE TABLE FULL - NOT COUNTED"
                   TO WS-EXCEPTION-REASON
               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-LEAVE-COUNT
           MOVE TL-EMP-ID      TO WS-LD-EMP-ID (WS-LEAVE-COUNT)
           MOVE TL-LEAVE-DATE  TO WS-LD-LEAVE-DATE (WS-LEAVE-COUNT)
           MOVE TL-LEAVE-TYPE  TO WS-LD-LEAVE-TYPE (WS-LEAVE-COUNT)
           MOVE TL-LEAVE-HOURS TO WS-LD-LEAVE-HOURS (WS-LEAVE-COUNT)
           MOVE "N" TO WS-LD-CLAIMED-SWITCH (WS-LEAVE-COUNT).
       1310-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Raw punches inside the period, less the struck ones, then
      *> the supervisors' added punches, all into one sort by
      *> employee, day, and time.
      *>--------------------------------------------------------------
       1500-RELEASE-PUNCHES.
           OPEN INPUT PUNCH-FILE
           IF WS-PUNCH-STATUS = "35"
               DISPLAY "TIMEPNCH missing - no clock punches read"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1510-RELEASE-ONE-PUNCH THRU 1510-EXIT
                   UNTIL WS-EOF
               CLOSE PUNCH-FILE
           END-IF
           OPEN INPUT PUNCH-ADJUST-FILE
           IF WS-PUNCH-ADJUST-STATUS = "35"
               GO TO 1500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1520-RELEASE-ONE-ADDED THRU 1520-EXIT
               UNTIL WS-EOF
           CLOSE PUNCH-ADJUST-FILE.
       1500-EXIT.
           EXIT.

       1510-RELEASE-ONE-PUNCH.
           READ PUNCH-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ
           ADD 1 TO WS-PUNCH-COUNT
           IF PN-PUNCH-DATE < WS-PERIOD-START
               OR PN-PUNCH-DATE > WS-PERIOD-END
               ADD 1 TO WS-OUT-OF-PERIOD-COUNT
               GO TO 1510-EXIT
           END-IF
           MOVE "N" TO WS-STRIKE-SWITCH
           PERFORM VARYING WS-STRIKE-IDX FROM 1 BY 1
               UNTIL WS-STRIKE-IDX > WS-STRIKE-COUNT
                   OR WS-PUNCH-STRUCK
               IF WS-SK-EMP-ID (WS-STRIKE-IDX) = PN-EMP-ID
                   AND WS-SK-PUNCH-DATE (WS-STRIKE-IDX) = PN-PUNCH-DATE
                   AND WS-SK-PUNCH-TIME (WS-STRIKE-IDX) = PN-PUNCH-TIME
                   AND WS-SK-PUNCH-TYPE (WS-STRIKE-IDX) = PN-PUNCH-TYPE
                   SET WS-PUNCH-STRUCK TO TRUE
               END-IF
           END-PERFORM
           IF WS-PUNCH-STRUCK
               ADD 1 TO WS-STRUCK-COUNT
               GO TO 1510-EXIT
           END-IF
           MOVE PN-EMP-ID     TO PS-EMP-ID
           MOVE PN-PUNCH-DATE TO PS-PUNCH-DATE
           MOVE PN-PUNCH-TIME TO PS-PUNCH-TIME
           MOVE PN-PUNCH-TYPE TO PS-PUNCH-TYPE
           MOVE PN-JOB-NO     TO PS-JOB-NO
           RELEASE PUNCH-SORT-RECORD.
       1510-EXIT.
           EXIT.

       1520-RELEASE-ONE-ADDED.
           READ PUNCH-ADJUST-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1520-EXIT
           END-READ
           IF NOT PA-ADD-PUNCH
               GO TO 1520-EXIT
           END-IF
           IF PA-PUNCH-DATE < WS-PERIOD-START
               OR PA-PUNCH-DATE > WS-PERIOD-END
               GO TO 1520-EXIT
           END-IF
           ADD 1 TO WS-ADDED-COUNT
           MOVE PA-EMP-ID     TO PS-EMP-ID
           MOVE PA-PUNCH-DATE TO PS-PUNCH-DATE
           MOVE PA-PUNCH-TIME TO PS-PUNCH-TIME
           MOVE PA-PUNCH-TYPE TO PS-PUNCH-TYPE
           MOVE PA-JOB-NO     TO PS-JOB-NO
           RELEASE PUNCH-SORT-RECORD.
       1520-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The sorted punches come back one employee at a time, and
      *> within the employee one day at a time.
      *>--------------------------------------------------------------
       2000-PAIR-PUNCHES.
           PERFORM 2900-RETURN-PUNCH THRU 2900-EXIT
           PERFORM 2100-PAIR-ONE-EMPLOYEE THRU 2100-EXIT
               UNTIL WS-SORT-EOF.
       2000-EXIT.
           EXIT.

       2100-PAIR-ONE-EMPLOYEE.
           MOVE PS-EMP-ID TO WS-CURRENT-EMP-ID
           PERFORM 2110-LOOK-UP-EMPLOYEE THRU 2110-EXIT
           MOVE ZERO TO WS-EMP-WORKED-MINUTES
           MOVE "N"  TO WS-EMP-EXCEPTION-SWITCH
           IF WS-EMP-UNKNOWN
               MOVE PS-PUNCH-DATE TO WS-CURRENT-DATE
               MOVE "IDENT NOT ON EMPMAST" TO WS-EXCEPTION-REASON
               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
           END-IF
           PERFORM 2200-PAIR-ONE-DAY THRU 2200-EXIT
               UNTIL WS-SORT-EOF
                   OR PS-EMP-ID NOT = WS-CURRENT-EMP-ID
           PERFORM 2300-FINISH-EMPLOYEE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The master's name goes on the card, the way payroll uses
      *> it; the termination date and pay cycle come along for the
      *> checks.
      *>--------------------------------------------------------------
       2110-LOOK-UP-EMPLOYEE.
           SET WS-EMP-KNOWN TO TRUE
           MOVE "N" TO WS-EMP-TERMINATED-SWITCH
           MOVE SPACES TO WS-CURRENT-NAME
           MOVE SPACES TO WS-CURRENT-DEPARTMENT
           MOVE WS-CURRENT-EMP-ID TO EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   SET WS-EMP-UNKNOWN TO TRUE
                   GO TO 2110-EXIT
           END-READ
           MOVE EMP-FULL-NAME TO WS-CURRENT-NAME
           MOVE EMP-DEPARTMENT TO WS-CURRENT-DEPARTMENT
           IF EMP-TERMINATED
               SET WS-EMP-IS-TERMINATED TO TRUE
               MOVE EMP-TERMINATION-DATE TO WS-EMP-TERMINATION-DATE
           END-IF
           MOVE EMP-PAY-FREQUENCY TO WS-EMP-CYCLE
           IF WS-EMP-CYCLE = SPACE
               MOVE "W" TO WS-EMP-CYCLE
           END-IF
           IF WS-EMP-CYCLE NOT = WS-RUN-CYCLE
               SET WS-EMP-NOT-DUE TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

       2200-PAIR-ONE-DAY.
           MOVE PS-PUNCH-DATE TO WS-CURRENT-DATE
           MOVE ZERO TO WS-DAY-OPEN-COUNT
           MOVE ZERO TO WS-DAY-IN-MINUTE
           MOVE ZERO TO WS-DAY-WORKED-MINUTES
           MOVE "N"  TO WS-DAY-ORPHAN-OUT-SWITCH
           MOVE "N"  TO WS-DAY-OVERLAP-SWITCH
           MOVE "N"  TO WS-DAY-BAD-PUNCH-SWITCH
           MOVE SPACES TO WS-DAY-IN-JOB-NO
           MOVE SPACES TO WS-DAY-JOB-REASON
           MOVE ZERO TO WS-DAY-SHIFT-COUNT
           PERFORM 2210-TAKE-ONE-PUNCH THRU 2210-EXIT
               UNTIL WS-SORT-EOF
                   OR PS-EMP-ID NOT = WS-CURRENT-EMP-ID
                   OR PS-PUNCH-DATE NOT = WS-CURRENT-DATE
           IF WS-EMP-KNOWN
               PERFORM 2250-CLOSE-DAY THRU 2250-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> In sequence a clean day runs in, out, in, out.  An in while
      *> a shift is still open means two shifts overlap (or an out
      *> is missing, which the day's close tells apart); an out with
      *> nothing open is a missing in.  Each closed shift adds its
      *> minutes to the day, under the job its in punch named.
      *>--------------------------------------------------------------
       2210-TAKE-ONE-PUNCH.
           IF PS-PUNCH-TIME NOT NUMERIC
               OR PS-PUNCH-HOUR > 23 OR PS-PUNCH-MINUTE > 59
               OR (NOT PS-PUNCH-IN AND NOT PS-PUNCH-OUT)
               SET WS-DAY-BAD-PUNCH TO TRUE
               GO TO 2210-NEXT
           END-IF
           COMPUTE WS-PUNCH-MINUTE =
               PS-PUNCH-HOUR * 60 + PS-PUNCH-MINUTE
           IF PS-PUNCH-IN
               IF WS-DAY-OPEN-COUNT = ZERO
                   MOVE WS-PUNCH-MINUTE TO WS-DAY-IN-MINUTE
                   MOVE PS-JOB-NO TO WS-DAY-IN-JOB-NO
                   PERFORM 2220-CHECK-JOB THRU 2220-EXIT
               ELSE
                   SET WS-DAY-OVERLAP TO TRUE
               END-IF
               ADD 1 TO WS-DAY-OPEN-COUNT
               GO TO 2210-NEXT
           END-IF
           IF WS-DAY-OPEN-COUNT = ZERO
               SET WS-DAY-ORPHAN-OUT TO TRUE
               GO TO 2210-NEXT
           END-IF
           SUBTRACT 1 FROM WS-DAY-OPEN-COUNT
           IF WS-DAY-OPEN-COUNT = ZERO
               COMPUTE WS-SHIFT-MINUTES =
                   WS-PUNCH-MINUTE - WS-DAY-IN-MINUTE
               ADD WS-SHIFT-MINUTES TO WS-DAY-WORKED-MINUTES
               PERFORM 2230-ADD-SHIFT THRU 2230-EXIT
           END-IF.
       2210-NEXT.
           PERFORM 2900-RETURN-PUNCH THRU 2900-EXIT.
       2210-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Time clocked to a job has to be billable somewhere: the job
      *> must be on JOBMAST and still open.  No job is overhead.
      *>--------------------------------------------------------------
       2220-CHECK-JOB.
           IF WS-DAY-IN-JOB-NO = SPACES
               GO TO 2220-EXIT
           END-IF
           IF NOT WS-JOBMAST-ON-FILE
               MOVE "JOB NOT ON JOBMAST" TO WS-DAY-JOB-REASON
               GO TO 2220-EXIT
           END-IF
           MOVE WS-DAY-IN-JOB-NO TO JB-JOB-NO
           READ JOB-MASTER-FILE
               INVALID KEY
                   MOVE "JOB NOT ON JOBMAST" TO WS-DAY-JOB-REASON
                   GO TO 2220-EXIT
           END-READ
           IF JB-CLOSED
               MOVE "JOB CLOSED TO TIME" TO WS-DAY-JOB-REASON
           END-IF.
       2220-EXIT.
           EXIT.

       2230-ADD-SHIFT.
           PERFORM VARYING WS-DAY-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-DAY-SHIFT-IDX > WS-DAY-SHIFT-COUNT
                   OR WS-DS-JOB-NO (WS-DAY-SHIFT-IDX) = WS-DAY-IN-JOB-NO
               CONTINUE
           END-PERFORM
           IF WS-DAY-SHIFT-IDX NOT > WS-DAY-SHIFT-COUNT
               ADD WS-SHIFT-MINUTES TO WS-DS-MINUTES (WS-DAY-SHIFT-IDX)
               GO TO 2230-EXIT
           END-IF
           IF WS-DAY-SHIFT-COUNT NOT < 20
               MOVE "TOO MANY JOBS IN ONE DAY" TO WS-DAY-JOB-REASON
               GO TO 2230-EXIT
           END-IF
           ADD 1 TO WS-DAY-SHIFT-COUNT
           MOVE WS-DAY-IN-JOB-NO TO WS-DS-JOB-NO (WS-DAY-SHIFT-COUNT)
           MOVE WS-SHIFT-MINUTES TO WS-DS-MINUTES (WS-DAY-SHIFT-COUNT).
       2230-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A day is worked time only when every punch paired cleanly
      *> and nothing about the day itself is wrong; the first thing
      *> wrong is what the supervisor sees.
      *>--------------------------------------------------------------
       2250-CLOSE-DAY.
           MOVE SPACES TO WS-EXCEPTION-REASON
           EVALUATE TRUE
               WHEN WS-DAY-BAD-PUNCH
                   MOVE "UNREADABLE PUNCH TIME OR TYPE"
                       TO WS-EXCEPTION-REASON
               WHEN WS-DAY-ORPHAN-OUT
                   MOVE "MISSING IN PUNCH" TO WS-EXCEPTION-REASON
               WHEN WS-DAY-OPEN-COUNT > ZERO
                   MOVE "MISSING OUT PUNCH" TO WS-EXCEPTION-REASON
               WHEN WS-DAY-OVERLAP
                   MOVE "OVERLAPPING SHIFTS" TO WS-EXCEPTION-REASON
               WHEN WS-DAY-JOB-REASON NOT = SPACES
                   MOVE WS-DAY-JOB-REASON TO WS-EXCEPTION-REASON
               WHEN WS-JOB-TIME-COUNT + WS-DAY-SHIFT-COUNT > 5000
                   MOVE "JOB TIME TABLE FULL" TO WS-EXCEPTION-REASON
               WHEN WS-EMP-IS-TERMINATED
                   AND WS-CURRENT-DATE > WS-EMP-TERMINATION-DATE
                   MOVE "PUNCH AFTER TERMINATION"
                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
                       UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
                       IF WS-LD-EMP-ID (WS-LEAVE-IDX)
                               = WS-CURRENT-EMP-ID
                           AND WS-LD-LEAVE-DATE (WS-LEAVE-IDX)
                               = WS-CURRENT-DATE
                           MOVE "CLOCKED IN ON LEAVE DAY"
                               TO WS-EXCEPTION-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
               GO TO 2250-EXIT
           END-IF
           ADD WS-DAY-WORKED-MINUTES TO WS-EMP-WORKED-MINUTES
           PERFORM VARYING WS-DAY-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-DAY-SHIFT-IDX > WS-DAY-SHIFT-COUNT
               ADD 1 TO WS-JOB-TIME-COUNT
               MOVE WS-CURRENT-EMP-ID
                   TO WS-JT-EMP-ID (WS-JOB-TIME-COUNT)
               MOVE WS-CURRENT-DATE
                   TO WS-JT-WORK-DATE (WS-JOB-TIME-COUNT)
               MOVE WS-DS-JOB-NO (WS-DAY-SHIFT-IDX)
                   TO WS-JT-JOB-NO (WS-JOB-TIME-COUNT)
               MOVE WS-DS-MINUTES (WS-DAY-SHIFT-IDX)
                   TO WS-JT-MINUTES (WS-JOB-TIME-COUNT)
           END-PERFORM.
       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The employee's period: worked hours, the leave days the
      *> TIMELEAV file approved, and the EMPRATE rate in effect on
      *> the pay date.
      *>--------------------------------------------------------------
       2300-FINISH-EMPLOYEE.
           PERFORM 2310-CLAIM-LEAVE THRU 2310-EXIT
           IF WS-EMP-UNKNOWN
               GO TO 2300-EXIT
           END-IF
           IF WS-EMP-NOT-DUE
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 2300-EXIT
           END-IF
           IF WS-SUMMARY-COUNT NOT < 1000
               MOVE "SUMMARY TABLE FULL" TO WS-EXCEPTION-REASON
               MOVE WS-PERIOD-END TO WS-CURRENT-DATE
               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2320-FIND-MASTER-RATE THRU 2320-EXIT
           IF NOT WS-MASTER-RATE-FOUND
               MOVE "NO RATE IN EFFECT ON EMPRATE"
                   TO WS-EXCEPTION-REASON
               MOVE WS-PAY-DATE TO WS-CURRENT-DATE
               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
           END-IF
           COMPUTE WS-EMPLOYEE-HOURS ROUNDED =
               WS-EMP-WORKED-MINUTES / 60
               ON SIZE ERROR
                   MOVE ZERO TO WS-EMPLOYEE-HOURS
                   MOVE "HOURS TOO LARGE FOR ONE CARD"
                       TO WS-EXCEPTION-REASON
                   MOVE WS-PERIOD-END TO WS-CURRENT-DATE
                   PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
           END-COMPUTE

           ADD 1 TO WS-SUMMARY-COUNT
           MOVE WS-CURRENT-EMP-ID
               TO WS-SM-EMP-ID (WS-SUMMARY-COUNT)
           MOVE WS-CURRENT-NAME  TO WS-SM-NAME (WS-SUMMARY-COUNT)
           MOVE WS-EMPLOYEE-HOURS
               TO WS-SM-WORKED-HOURS (WS-SUMMARY-COUNT)
           MOVE WS-EMP-VAC-HOURS TO WS-SM-VAC-HOURS (WS-SUMMARY-COUNT)
           MOVE WS-EMP-SICK-HOURS
               TO WS-SM-SICK-HOURS (WS-SUMMARY-COUNT)
           MOVE WS-MASTER-RATE   TO WS-SM-RATE (WS-SUMMARY-COUNT)
           MOVE WS-CURRENT-DEPARTMENT
               TO WS-SM-DEPARTMENT (WS-SUMMARY-COUNT)
           MOVE WS-EMP-EXCEPTION-SWITCH
               TO WS-SM-EXCEPTION-SWITCH (WS-SUMMARY-COUNT).
       2300-EXIT.
           EXIT.

       2310-CLAIM-LEAVE.
           MOVE ZERO TO WS-EMP-VAC-HOURS
           MOVE ZERO TO WS-EMP-SICK-HOURS
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
               UNTIL WS-LEAVE-IDX > WS-LEAVE-COUNT
               IF WS-LD-EMP-ID (WS-LEAVE-IDX) = WS-CURRENT-EMP-ID
                   IF WS-LD-LEAVE-TYPE (WS-LEAVE-IDX) = "V"
                       ADD WS-LD-LEAVE-HOURS (WS-LEAVE-IDX)
                           TO WS-EMP-VAC-HOURS
                   ELSE
                       ADD WS-LD-LEAVE-HOURS (WS-LEAVE-IDX)
                           TO WS-EMP-SICK-HOURS
                   END-IF
                   MOVE "Y" TO WS-LD-CLAIMED-SWITCH (WS-LEAVE-IDX)
               END-IF
           END-PERFORM.
       2310-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Same scan payroll prices the card against: the latest
      *> EMPRATE row effective on or before the pay date.
      *>--------------------------------------------------------------
       2320-FIND-MASTER-RATE.
           MOVE "N"  TO WS-MASTER-RATE-SWITCH
           MOVE ZERO TO WS-MASTER-RATE
           MOVE "N"  TO WS-RATE-SCAN-EOF-SWITCH
           MOVE WS-CURRENT-EMP-ID TO ER-EMP-ID
           MOVE ZERO              TO ER-EFFECTIVE-DATE
           START EMP-RATE-FILE KEY IS NOT LESS THAN EMP-RATE-KEY
               INVALID KEY
                   SET WS-RATE-SCAN-EOF TO TRUE
           END-START
           PERFORM 2330-SCAN-ONE-RATE THRU 2330-EXIT
               UNTIL WS-RATE-SCAN-EOF.
       2320-EXIT.
           EXIT.

       2330-SCAN-ONE-RATE.
           READ EMP-RATE-FILE NEXT RECORD
               AT END
                   SET WS-RATE-SCAN-EOF TO TRUE
                   GO TO 2330-EXIT
           END-READ
           IF ER-EMP-ID NOT = WS-CURRENT-EMP-ID
               OR ER-EFFECTIVE-DATE > WS-PAY-DATE
               SET WS-RATE-SCAN-EOF TO TRUE
               GO TO 2330-EXIT
           END-IF
           SET WS-MASTER-RATE-FOUND TO TRUE
           MOVE ER-HOURLY-RATE TO WS-MASTER-RATE.
       2330-EXIT.
           EXIT.

       2800-WRITE-EXCEPTION.
           MOVE WS-CURRENT-EMP-ID   TO WS-X-EMP-ID
           MOVE WS-CURRENT-NAME     TO WS-X-NAME
           MOVE WS-CURRENT-DATE     TO WS-X-DATE
           MOVE WS-EXCEPTION-REASON TO WS-X-REASON
           WRITE TIME-REPORT-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           SET WS-EMP-HAS-EXCEPTION TO TRUE.
       2800-EXIT.
           EXIT.

       2900-RETURN-PUNCH.
           RETURN PUNCH-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Leave still unclaimed belongs to an employee who never
      *> punched in the period - on leave the whole time, say - and
      *> still needs a card so the balance draws down.
      *>--------------------------------------------------------------
       3000-LEAVE-ONLY-EMPLOYEES.
           PERFORM 3100-LEAVE-ONLY-EMPLOYEE THRU 3100-EXIT
               VARYING WS-LEAVE-WALK-IDX FROM 1 BY 1
               UNTIL WS-LEAVE-WALK-IDX > WS-LEAVE-COUNT.
       3000-EXIT.
           EXIT.

       3100-LEAVE-ONLY-EMPLOYEE.
           IF WS-LD-CLAIMED (WS-LEAVE-WALK-IDX)
               GO TO 3100-EXIT
           END-IF
           MOVE WS-LD-EMP-ID (WS-LEAVE-WALK-IDX) TO WS-CURRENT-EMP-ID
           PERFORM 2110-LOOK-UP-EMPLOYEE THRU 2110-EXIT
           MOVE ZERO TO WS-EMP-WORKED-MINUTES
           MOVE "N"  TO WS-EMP-EXCEPTION-SWITCH
           IF WS-EMP-UNKNOWN
               MOVE WS-LD-LEAVE-DATE (WS-LEAVE-WALK-IDX)
                   TO WS-CURRENT-DATE
               MOVE "LEAVE FOR IDENT NOT ON EMPMAST"
                   TO WS-EXCEPTION-REASON
               PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
           END-IF
           PERFORM 2300-FINISH-EMPLOYEE THRU 2300-EXIT.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The summary prints either way; EMPTRANS is written only
      *> when the period is clean, so payroll never pays half a
      *> period's corrections.
      *>--------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE SPACES TO TIME-REPORT-LINE
           WRITE TIME-REPORT-LINE
           WRITE TIME-REPORT-LINE FROM WS-SUMMARY-HEADING
           IF WS-EXCEPTION-COUNT = ZERO
               PERFORM 8100-OPEN-EMP-TRANS THRU 8100-EXIT
           END-IF
           PERFORM 8200-SUMMARIZE-ONE-EMPLOYEE THRU 8200-EXIT
               VARYING WS-SUMMARY-IDX FROM 1 BY 1
               UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
           MOVE WS-PUNCH-COUNT     TO WS-T-PUNCHES
           MOVE WS-STRUCK-COUNT    TO WS-T-STRUCK
           MOVE WS-ADDED-COUNT     TO WS-T-ADDED
           MOVE WS-SUMMARY-COUNT   TO WS-T-EMPLOYEES
           MOVE WS-EXCEPTION-COUNT TO WS-T-EXCEPTIONS
           WRITE TIME-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-RESULT-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               PERFORM 8300-CLOSE-EMP-TRANS THRU 8300-EXIT
               PERFORM 8400-WRITE-JOB-TIME THRU 8400-EXIT
               STRING "EMPTRANS WRITTEN - CARDS: " WS-CARD-COUNT
                   DELIMITED BY SIZE INTO WS-RESULT-LINE
           ELSE
               MOVE "EMPTRANS NOT WRITTEN - CORRECT EXCEPTIONS, RERUN"
                   TO WS-RESULT-LINE
           END-IF
           WRITE TIME-REPORT-LINE FROM WS-RESULT-LINE
           DISPLAY WS-RESULT-LINE
           DISPLAY "Punches read: " WS-PUNCH-COUNT
               " outside period: " WS-OUT-OF-PERIOD-COUNT
               " employees not due: " WS-NOT-DUE-COUNT
           DISPLAY "Job time rows written: " WS-JOB-ROWS-WRITTEN.
       8000-EXIT.
           EXIT.

       8100-OPEN-EMP-TRANS.
           OPEN OUTPUT EMP-TRANS-FILE
           MOVE SPACES TO EMP-TRANS-CONTROL-RECORD
           SET ET-CTL-HEADER TO TRUE
           MOVE "TIMECLK" TO ET-CTL-FILE-ID
           STRING WS-BD-YEAR "-" WS-BD-MONTH "-" WS-BD-DAY
               DELIMITED BY SIZE INTO ET-CTL-CREATE-DATE
           WRITE EMP-TRANS-CONTROL-RECORD.
       8100-EXIT.
           EXIT.

       8200-SUMMARIZE-ONE-EMPLOYEE.
           IF WS-SM-WORKED-HOURS (WS-SUMMARY-IDX)
               > WS-OT-THRESHOLD-HOURS
               MOVE WS-OT-THRESHOLD-HOURS TO WS-REGULAR-HOURS
               COMPUTE WS-OVERTIME-HOURS =
                   WS-SM-WORKED-HOURS (WS-SUMMARY-IDX)
                   - WS-OT-THRESHOLD-HOURS
           ELSE
               MOVE WS-SM-WORKED-HOURS (WS-SUMMARY-IDX)
                   TO WS-REGULAR-HOURS
               MOVE ZERO TO WS-OVERTIME-HOURS
           END-IF
           MOVE WS-SM-EMP-ID (WS-SUMMARY-IDX)     TO WS-S-EMP-ID
           MOVE WS-SM-NAME (WS-SUMMARY-IDX)       TO WS-S-NAME
           MOVE WS-REGULAR-HOURS                  TO WS-S-REGULAR
           MOVE WS-OVERTIME-HOURS                 TO WS-S-OVERTIME
           MOVE WS-SM-VAC-HOURS (WS-SUMMARY-IDX)  TO WS-S-VACATION
           MOVE WS-SM-SICK-HOURS (WS-SUMMARY-IDX) TO WS-S-SICK
           MOVE SPACES TO WS-S-NOTE
           IF WS-SM-HAS-EXCEPTION (WS-SUMMARY-IDX)
               MOVE "SEE EXCEPTIONS" TO WS-S-NOTE
           ELSE
               IF WS-SM-VAC-HOURS (WS-SUMMARY-IDX) > ZERO
                   AND WS-SM-SICK-HOURS (WS-SUMMARY-IDX) > ZERO
                   MOVE "SICK NOT ON CARD - POST LEAVMAST BY HAND"
                       TO WS-S-NOTE
               END-IF
           END-IF
           WRITE TIME-REPORT-LINE FROM WS-SUMMARY-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               PERFORM 8250-WRITE-ONE-CARD THRU 8250-EXIT
           END-IF.
       8200-EXIT.
           EXIT.

       8250-WRITE-ONE-CARD.
           MOVE SPACES TO EMP-TRANS-RECORD
           MOVE WS-SM-EMP-ID (WS-SUMMARY-IDX)  TO EMP-TRANS-IDENT
           MOVE WS-SM-NAME (WS-SUMMARY-IDX)    TO EMP-TRANS-NAME
           MOVE WS-SM-WORKED-HOURS (WS-SUMMARY-IDX)
               TO EMP-TRANS-HOURS
           MOVE WS-SM-RATE (WS-SUMMARY-IDX)    TO EMP-TRANS-RATE
           MOVE "USD"       TO EMP-TRANS-CURRENCY-CODE
           MOVE WS-PAY-DATE TO EMP-TRANS-PAY-DATE
           MOVE ZERO        TO EMP-TRANS-LEAVE-HOURS
           IF WS-SM-VAC-HOURS (WS-SUMMARY-IDX) > ZERO
               MOVE "V" TO EMP-TRANS-LEAVE-TYPE
               MOVE WS-SM-VAC-HOURS (WS-SUMMARY-IDX)
                   TO EMP-TRANS-LEAVE-HOURS
           ELSE
               IF WS-SM-SICK-HOURS (WS-SUMMARY-IDX) > ZERO
                   MOVE "S" TO EMP-TRANS-LEAVE-TYPE
                   MOVE WS-SM-SICK-HOURS (WS-SUMMARY-IDX)
                       TO EMP-TRANS-LEAVE-HOURS
               END-IF
           END-IF
           WRITE EMP-TRANS-RECORD
           ADD 1 TO WS-CARD-COUNT
           ADD EMP-TRANS-HOURS TO WS-HOURS-HASH.
       8250-EXIT.
           EXIT.

       8300-CLOSE-EMP-TRANS.
           MOVE SPACES TO EMP-TRANS-CONTROL-RECORD
           SET ET-CTL-TRAILER TO TRUE
           MOVE WS-CARD-COUNT TO ET-CTL-RECORD-COUNT
           MOVE WS-HOURS-HASH TO ET-CTL-HOURS-HASH
           WRITE EMP-TRANS-CONTROL-RECORD
           CLOSE EMP-TRANS-FILE.
       8300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The period's job time goes out with its cards: each clean
      *> day's minutes by job, at the department and rate the card
      *> was summarized under.  labdist.cob costs and bills from it.
      *>--------------------------------------------------------------
       8400-WRITE-JOB-TIME.
           OPEN OUTPUT JOB-TIME-TRANS-FILE
           PERFORM 8410-WRITE-ONE-JOB-TIME THRU 8410-EXIT
               VARYING WS-JOB-TIME-IDX FROM 1 BY 1
               UNTIL WS-JOB-TIME-IDX > WS-JOB-TIME-COUNT
           CLOSE JOB-TIME-TRANS-FILE.
       8400-EXIT.
           EXIT.

       8410-WRITE-ONE-JOB-TIME.
           PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
               UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
                   OR WS-SM-EMP-ID (WS-SUMMARY-IDX)
                       = WS-JT-EMP-ID (WS-JOB-TIME-IDX)
               CONTINUE
           END-PERFORM
           IF WS-SUMMARY-IDX > WS-SUMMARY-COUNT
               GO TO 8410-EXIT
           END-IF
           MOVE SPACES TO JOB-TIME-RECORD
           MOVE WS-JT-EMP-ID (WS-JOB-TIME-IDX)    TO JT-EMP-ID
           MOVE WS-JT-WORK-DATE (WS-JOB-TIME-IDX) TO JT-WORK-DATE
           MOVE WS-JT-JOB-NO (WS-JOB-TIME-IDX)    TO JT-JOB-NO
           MOVE WS-SM-DEPARTMENT (WS-SUMMARY-IDX) TO JT-DEPARTMENT
           COMPUTE JT-HOURS ROUNDED =
               WS-JT-MINUTES (WS-JOB-TIME-IDX) / 60
           MOVE WS-SM-RATE (WS-SUMMARY-IDX) TO JT-COST-RATE
           MOVE ZERO        TO JT-LABOR-COST
           MOVE WS-PAY-DATE TO JT-PAY-DATE
           MOVE SPACE       TO JT-BILL-STATUS
           MOVE ZERO        TO JT-CUST-IDENT
           MOVE ZERO        TO JT-INVOICE-NO
           MOVE ZERO        TO JT-BILLED-DATE
           WRITE JOB-TIME-RECORD
           ADD 1 TO WS-JOB-ROWS-WRITTEN.
       8410-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-RUN-OK
               CLOSE EMP-RATE-FILE
               CLOSE EMPMAST-FILE
               IF WS-JOBMAST-ON-FILE
                   CLOSE JOB-MASTER-FILE
               END-IF
           END-IF
           CLOSE TIME-REPORT-FILE.
       9000-EXIT.
           EXIT.
