       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dropadd.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Drop/add batch for the term in progress.  The REFNDSCH card
      *> names the term, its start date, the withdrawal deadline,
      *> and the share of tuition refunded for a drop in each of
      *> the term's first eight weeks (nothing after).  Each DROPTRAN
      *> card drops (D) or adds (A) one student in one course:
      *>   - a drop takes the student's ENROLL registration off and
      *>     gives the seat back on COURSMST, where the next
      *>     enroll.cob run fills it from the waitlist.  A drop after
      *>     the withdrawal deadline is a withdrawal: a "W" GRADEHIST
      *>     row for the course goes on the student's record.  The
      *>     course's tuition (credit hours at the TUITPRM rate) is
      *>     refunded at the current week's percentage as a credit
      *>     memo on ARFILE under the student's STUCUST customer,
      *>     numbered from the CMCTL sequence crmemo.cob uses, for
      *>     cashrcpt.cob to net and stmtrun.cob to show;
      *>   - an add registers the student the way enroll.cob does -
      *>     the course on COURSMST, its prerequisites passed in
      *>     GRADEHIST, a seat free with nobody waitlisted for it -
      *>     and charges the course's tuition onto the student's
      *>     tuition open item for the month, as tuition.cob does.
      *>     A student with a STUHOLD registration hold cannot add,
      *>     nor add a course whose SECTSCHD meeting time clashes
      *>     with one the student already holds in the term.
      *> Drops before the term starts give the seat back with no
      *> money moving, since tuition.cob bills at term start; adds
      *> before then belong to enroll.cob.  Refunds and add charges
      *> post to the general ledger against tuition revenue, and
      *> every card lands on the DROPRPT register with its result.
      *> Only the GRADEHIST history of students with an add card for
      *> the term is loaded for the prerequisite check; more adding
      *> students or passed courses than the tables hold cancels
      *> the run with return code 8 before any card is worked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-SCHEDULE-FILE ASSIGN TO "REFNDSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-SCHEDULE-STATUS.
           SELECT TUITION-PARM-FILE ASSIGN TO "TUITPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-PARM-STATUS.
           SELECT DROP-ADD-TRANS-FILE ASSIGN TO "DROPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-ADD-TRANS-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT ENROLL-WORK-FILE ASSIGN TO "ENRLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-WORK-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-COURSMST-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT STUDENT-CUST-FILE ASSIGN TO "STUCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-CUST-STATUS.
           SELECT CREDIT-MEMO-CONTROL-FILE ASSIGN TO "CMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-CONTROL-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-OPEN-ITEM-STATUS.
           SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STUDENT-HOLD-STATUS.
           SELECT SECTION-SCHEDULE-FILE ASSIGN TO "SECTSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SECTSCHD-STATUS.
           SELECT DROP-ADD-REGISTER-FILE ASSIGN TO "DROPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-ADD-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-SCHEDULE-FILE.
       01 REFUND-SCHEDULE-RECORD.
           02 RS-TERM                 PIC X(6).
           02 FILLER                  PIC X(2).
           02 RS-TERM-START-DATE      PIC 9(8).
           02 FILLER                  PIC X(2).
           02 RS-WITHDRAW-DEADLINE    PIC 9(8).
           02 RS-WEEK-ENTRY OCCURS 8 TIMES.
               03 FILLER              PIC X(2).
               03 RS-WEEK-PERCENT     PIC 9(3).

       FD  TUITION-PARM-FILE.
       01 TUITION-PARM-RECORD.
           02 TU-TERM                 PIC X(6).
           02 FILLER                  PIC X(2).
           02 TU-RATE-PER-CREDIT      PIC 9(5)V99.

       FD  DROP-ADD-TRANS-FILE.
       01 DROP-ADD-TRANS-RECORD.
           02 DA-ACTION               PIC X(1).
               88 DA-DROP                 VALUE "D".
               88 DA-ADD                  VALUE "A".
           02 FILLER                  PIC X(2).
           02 DA-STUDENT-ID           PIC 9(5).
           02 FILLER                  PIC X(2).
           02 DA-STUDENT-NAME         PIC X(20).
           02 FILLER                  PIC X(2).
           02 DA-COURSE-CODE          PIC X(8).
           02 FILLER                  PIC X(2).
           02 DA-TERM                 PIC X(6).

       FD  ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           02 EN-TERM                 PIC X(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 EN-COURSE-CODE          PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 EN-STUDENT-ID           PIC 9(5).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 EN-STUDENT-NAME         PIC X(20).

       FD  ENROLL-WORK-FILE.
       01 ENROLL-WORK-RECORD          PIC X(45).

       FD  COURSE-MASTER-FILE.
           COPY COURSREC.

       FD  WAITLIST-FILE.
           COPY WAITREC.

       FD  GRADE-HIST-FILE.
           COPY GRADEHIST.

       FD  STUDENT-CUST-FILE.
       01 STUDENT-CUST-RECORD.
           02 SC-STUDENT-ID           PIC 9(5).
           02 FILLER                  PIC X(2).
           02 SC-CUST-IDENT           PIC 9(7).

       FD  CREDIT-MEMO-CONTROL-FILE.
       01 CREDIT-MEMO-CONTROL-RECORD.
           02 CC-NEXT-CREDIT-MEMO-NO  PIC 9(6).

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.

       FD  STUDENT-HOLD-FILE.
           COPY STUHOLD.

       FD  SECTION-SCHEDULE-FILE.
           COPY SECTSCHD.

       FD  DROP-ADD-REGISTER-FILE.
       01 DROP-ADD-REGISTER-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-REFUND-SCHEDULE-STATUS   PIC XX VALUE "00".
       01 WS-TUITION-PARM-STATUS      PIC XX VALUE "00".
       01 WS-DROP-ADD-TRANS-STATUS    PIC XX VALUE "00".
       01 WS-ENROLLMENT-STATUS        PIC XX VALUE "00".
       01 WS-ENROLL-WORK-STATUS       PIC XX VALUE "00".
       01 WS-COURSMST-STATUS          PIC XX VALUE "00".
       01 WS-WAITLIST-STATUS          PIC XX VALUE "00".
       01 WS-GRADE-HIST-STATUS        PIC XX VALUE "00".
       01 WS-STUDENT-CUST-STATUS      PIC XX VALUE "00".
       01 WS-CM-CONTROL-STATUS        PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
           88 WS-AR-OPEN-ITEM-NEW         VALUE "35".
       01 WS-STUDENT-HOLD-STATUS      PIC XX VALUE "00".
       01 WS-SECTSCHD-STATUS          PIC XX VALUE "00".
       01 WS-DROP-ADD-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-FILE-EOF-SWITCH           PIC X VALUE "N".
           88 WS-FILE-EOF                  VALUE "Y".
       01 WS-RUN-SWITCH                PIC X VALUE "Y".
           88 WS-RUN-CANCELLED             VALUE "N".
       01 WS-RATE-SWITCH               PIC X VALUE "N".
           88 WS-RATE-KNOWN                VALUE "Y".
       01 WS-COURSMST-SWITCH           PIC X VALUE "N".
           88 WS-COURSMST-AVAILABLE        VALUE "Y".
       01 WS-WAITLIST-SWITCH           PIC X VALUE "N".
           88 WS-WAITLIST-AVAILABLE        VALUE "Y".
       01 WS-STUHOLD-SWITCH            PIC X VALUE "N".
           88 WS-STUHOLD-AVAILABLE         VALUE "Y".
       01 WS-SECTSCHD-SWITCH           PIC X VALUE "N".
           88 WS-SECTSCHD-AVAILABLE        VALUE "Y".
       01 WS-OVERLAP-SWITCH            PIC X VALUE "N".
           88 WS-DAYS-OVERLAP              VALUE "Y".
       01 WS-COURSE-SWITCH             PIC X VALUE "N".
           88 WS-COURSE-ON-FILE            VALUE "Y".
       01 WS-CHANGED-SWITCH            PIC X VALUE "N".
           88 WS-ENROLLMENT-CHANGED        VALUE "Y".
       01 WS-ADDER-FOUND-SWITCH        PIC X VALUE "N".
           88 WS-ADDER-FOUND               VALUE "Y".

      *>--------------------------------------------------------------
      *> The term's calendar and money, from REFNDSCH and TUITPRM.
      *>--------------------------------------------------------------
       01 WS-TERM                     PIC X(6) VALUE SPACES.
       01 WS-TERM-START-DATE          PIC 9(8) VALUE ZERO.
       01 WS-WITHDRAW-DEADLINE        PIC 9(8) VALUE ZERO.
       01 WS-REFUND-SCHEDULE.
           02 WS-WEEK-PERCENT OCCURS 8 TIMES PIC 9(3).
       01 WS-WEEK-IDX                 PIC 9(1) COMP VALUE ZERO.
       01 WS-RATE-PER-CREDIT          PIC 9(5)V99 VALUE ZERO.
       01 WS-DAYS-INTO-TERM           PIC S9(5) VALUE ZERO.
       01 WS-TERM-WEEK                PIC 9(3) VALUE ZERO.
       01 WS-REFUND-PERCENT           PIC 9(3) VALUE ZERO.
       01 WS-RUN-DATE-YYYYMMDD        PIC 9(8) VALUE ZERO.
       01 WS-RUN-YYMM                 PIC 9(4) VALUE ZERO.
       01 WS-TUITION-INVOICE-NO       PIC 9(6) VALUE ZERO.

      *>--------------------------------------------------------------
      *> The term's registrations off ENROLL; drops are marked here
      *> and adds appended, and ENROLL is rewritten from the table
      *> at the end of the run.
      *>--------------------------------------------------------------
       01 WS-REG-COUNT                PIC 9(4) COMP VALUE ZERO.
       01 WS-REG-IDX                  PIC 9(4) COMP VALUE ZERO.
       01 WS-REG-FOUND-IDX            PIC 9(4) COMP VALUE ZERO.
       01 WS-REG-TABLE.
           02 WS-REG-ENTRY OCCURS 5000 TIMES.
               03 WS-RG-COURSE-CODE   PIC X(8).
               03 WS-RG-STUDENT-ID    PIC 9(5).
               03 WS-RG-STUDENT-NAME  PIC X(20).
               03 WS-RG-DROP-SWITCH   PIC X(1).

      *>--------------------------------------------------------------
      *> Courses each student has passed, as enroll.cob keeps them
      *> for its prerequisite check.
      *>--------------------------------------------------------------
       01 WS-PASSED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-PASSED-IDX               PIC 9(5) COMP VALUE ZERO.
       01 WS-PASSED-FOUND-IDX         PIC 9(5) COMP VALUE ZERO.
       01 WS-PASSED-TABLE.
           02 WS-PASSED-ENTRY OCCURS 5000 TIMES.
               03 WS-PS-STUDENT-ID    PIC 9(5).
               03 WS-PS-COURSE-CODE   PIC X(8).
               03 WS-PS-GRADE-POINTS  PIC 9V9.

      *>--------------------------------------------------------------
      *> The students with an add card for the term - the only ones
      *> whose history the prerequisite check needs.
      *>--------------------------------------------------------------
       01 WS-ADDER-COUNT              PIC 9(4) COMP VALUE ZERO.
       01 WS-ADDER-IDX                PIC 9(4) COMP VALUE ZERO.
       01 WS-ADDER-TABLE.
           02 WS-AD-STUDENT-ID OCCURS 1000 TIMES PIC 9(5).
       01 WS-ADDER-STUDENT-ID         PIC 9(5) VALUE ZERO.
      *>--------------------------------------------------------------
      *> The SECTSCHD meeting of the course being added, held
      *> against each course the student still has this term.
      *>--------------------------------------------------------------
       01 WS-CONFLICT-COURSE          PIC X(8) VALUE SPACES.
       01 WS-DAY-IDX                  PIC 9(1) COMP VALUE ZERO.
       01 WS-WANTED-MEETING.
           02 WS-WM-DAYS              PIC X(7).
           02 FILLER REDEFINES WS-WM-DAYS.
               03 WS-WM-DAY-FLAG      PIC X(1) OCCURS 7 TIMES.
           02 WS-WM-START-TIME        PIC 9(4).
           02 WS-WM-END-TIME          PIC 9(4).

       01 WS-PREREQ-IDX               PIC 9(1) COMP VALUE ZERO.
       01 WS-PREREQ-MISSING           PIC X(8) VALUE SPACES.
       01 WS-PREREQ-MIN-POINTS        PIC 9V9 VALUE ZERO.

       01 WS-LINK-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-LINK-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-LINK-TABLE.
           02 WS-LINK-ENTRY OCCURS 500 TIMES.
               03 WS-LK-STUDENT-ID    PIC 9(5).
               03 WS-LK-CUST-IDENT    PIC 9(7).
       01 WS-LINKED-CUST-IDENT        PIC 9(7) VALUE ZERO.
       01 WS-LINK-FOUND-SWITCH        PIC X VALUE "N".
           88 WS-LINK-FOUND               VALUE "Y".

      *>--------------------------------------------------------------
      *> Refund credit memos are numbered from CMCTL, the same
      *> controlled sequence crmemo.cob draws on; 999999 marks the
      *> range used up and is never issued.
      *>--------------------------------------------------------------
       01 WS-NEXT-CREDIT-MEMO-NO      PIC 9(7) VALUE 950000.

       01 WS-COURSE-CREDITS           PIC 9(2)V9 VALUE ZERO.
       01 WS-COURSE-TUITION           PIC 9(7)V99 VALUE ZERO.
       01 WS-ADJUSTMENT-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01 WS-RESULT                   PIC X(32) VALUE SPACES.
       01 WS-DROP-RESULT              PIC X(14) VALUE SPACES.
       01 WS-DROP-SUFFIX              PIC X(20) VALUE SPACES.

       01 WS-DROPPED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-WITHDRAWN-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-ADDED-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUSED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUND-TOTAL             PIC S9(9)V99 VALUE ZERO.
       01 WS-CHARGE-TOTAL             PIC S9(9)V99 VALUE ZERO.

       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "DROPADD".
       01 WS-GL-AR-ACCT         PIC 9(4) VALUE 1100.
       01 WS-GL-TUITION-ACCT    PIC 9(4) VALUE 4300.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFUND-REF      PIC X(12) VALUE "TUIT REFUND".
       01 WS-GL-CHARGE-REF      PIC X(12) VALUE "TUIT ADD".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** DROP/ADD REGISTER ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(6)  VALUE "TERM: ".
           02 WS-H-TERM         PIC X(6).
           02 FILLER            PIC X(13) VALUE "  RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(13) VALUE "  TERM WEEK: ".
           02 WS-H-WEEK         PIC ZZ9.
           02 FILLER            PIC X(11) VALUE "  REFUND: ".
           02 WS-H-PERCENT      PIC ZZ9.
           02 FILLER            PIC X(1)  VALUE "%".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-STUDENT-ID   PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NAME         PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-COURSE       PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CREDITS      PIC Z9.9 BLANK WHEN ZERO.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-RESULT       PIC X(32).
       01 WS-TOTAL-LINE-1.
           02 FILLER            PIC X(14) VALUE "*** DROPPED: ".
           02 WS-T-DROPPED      PIC ZZZZ9.
           02 FILLER            PIC X(14) VALUE "  WITHDRAWN: ".
           02 WS-T-WITHDRAWN    PIC ZZZZ9.
           02 FILLER            PIC X(10) VALUE "  ADDED: ".
           02 WS-T-ADDED        PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE "  REFUSED: ".
           02 WS-T-REFUSED      PIC ZZZZ9.
       01 WS-TOTAL-LINE-2.
           02 FILLER            PIC X(14) VALUE "*** REFUNDED: ".
           02 WS-T-REFUNDED     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(12) VALUE "  CHARGED: ".
           02 WS-T-CHARGED      PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-CANCELLED
               PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 6000-REWRITE-ENROLLMENT THRU 6000-EXIT
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-YYYYMMDD
           MOVE WS-RUN-DATE-YYYYMMDD (3:4) TO WS-RUN-YYMM
           COMPUTE WS-TUITION-INVOICE-NO = 700000 + WS-RUN-YYMM
           OPEN OUTPUT DROP-ADD-REGISTER-FILE
           WRITE DROP-ADD-REGISTER-LINE FROM WS-HEADING-LINE-1

           PERFORM 1100-LOAD-REFUND-SCHEDULE THRU 1100-EXIT
           IF WS-RUN-CANCELLED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1150-LOAD-TUITION-RATE THRU 1150-EXIT
           PERFORM 1200-LOAD-TERM-REGISTRATIONS THRU 1200-EXIT
           IF WS-RUN-CANCELLED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-STUDENT-LINKS THRU 1300-EXIT
           PERFORM 1400-LOAD-CREDIT-MEMO-CONTROL THRU 1400-EXIT
           PERFORM 1450-LOAD-ADDING-STUDENTS THRU 1450-EXIT
           IF WS-RUN-CANCELLED
               GO TO 1000-EXIT
           END-IF
           IF WS-ADDER-COUNT > ZERO
               PERFORM 1500-LOAD-GRADE-HISTORY THRU 1500-EXIT
           END-IF
           IF WS-RUN-CANCELLED
               GO TO 1000-EXIT
           END-IF

      *>   The week of term decides the refund; a drop in week 9 or
      *>   later refunds nothing.
           MOVE ZERO TO WS-TERM-WEEK
           MOVE ZERO TO WS-REFUND-PERCENT
           IF WS-BUSINESS-DATE NOT < WS-TERM-START-DATE
               COMPUTE WS-DAYS-INTO-TERM =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-TERM-START-DATE)
               COMPUTE WS-TERM-WEEK = WS-DAYS-INTO-TERM / 7 + 1
               IF WS-TERM-WEEK NOT > 8
                   MOVE WS-WEEK-PERCENT (WS-TERM-WEEK)
                       TO WS-REFUND-PERCENT
               END-IF
           END-IF
           MOVE WS-TERM           TO WS-H-TERM
           MOVE WS-BUSINESS-DATE  TO WS-H-RUN-DATE
           MOVE WS-TERM-WEEK      TO WS-H-WEEK
           MOVE WS-REFUND-PERCENT TO WS-H-PERCENT
           WRITE DROP-ADD-REGISTER-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO DROP-ADD-REGISTER-LINE
           WRITE DROP-ADD-REGISTER-LINE

           OPEN INPUT DROP-ADD-TRANS-FILE
           IF WS-DROP-ADD-TRANS-STATUS = "35"
               DISPLAY "No DROPTRAN on file - nothing to drop or add"
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O COURSE-MASTER-FILE
           IF WS-COURSMST-STATUS = "35"
               DISPLAY "No COURSMST on disk - every course unknown"
           ELSE
               SET WS-COURSMST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-STATUS NOT = "35"
               SET WS-WAITLIST-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT STUDENT-HOLD-FILE
           IF WS-STUDENT-HOLD-STATUS = "00"
               SET WS-STUHOLD-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT SECTION-SCHEDULE-FILE
           IF WS-SECTSCHD-STATUS = "00"
               SET WS-SECTSCHD-AVAILABLE TO TRUE
           END-IF
           OPEN I-O AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-ITEM-NEW
               OPEN OUTPUT AR-OPEN-ITEM-FILE
               CLOSE AR-OPEN-ITEM-FILE
               OPEN I-O AR-OPEN-ITEM-FILE
           END-IF
           OPEN EXTEND GRADE-HIST-FILE
           IF WS-GRADE-HIST-STATUS = "05" OR "35"
               OPEN OUTPUT GRADE-HIST-FILE
           END-IF
           IF NOT WS-EOF
               READ DROP-ADD-TRANS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-REFUND-SCHEDULE.
           OPEN INPUT REFUND-SCHEDULE-FILE
           IF WS-REFUND-SCHEDULE-STATUS = "35"
               DISPLAY "REFNDSCH missing - drop/add run cancelled"
               SET WS-RUN-CANCELLED TO TRUE
               GO TO 1100-EXIT
           END-IF
           READ REFUND-SCHEDULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RS-TERM              TO WS-TERM
                   MOVE RS-TERM-START-DATE   TO WS-TERM-START-DATE
                   MOVE RS-WITHDRAW-DEADLINE TO WS-WITHDRAW-DEADLINE
                   PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > 8
                       IF RS-WEEK-PERCENT (WS-WEEK-IDX) NUMERIC
                           AND RS-WEEK-PERCENT (WS-WEEK-IDX) NOT > 100
                           MOVE RS-WEEK-PERCENT (WS-WEEK-IDX)
                               TO WS-WEEK-PERCENT (WS-WEEK-IDX)
                       ELSE
                           MOVE ZERO TO WS-WEEK-PERCENT (WS-WEEK-IDX)
                       END-IF
                   END-PERFORM
           END-READ
           CLOSE REFUND-SCHEDULE-FILE
           IF WS-TERM = SPACES OR WS-TERM-START-DATE = ZERO
               DISPLAY "REFNDSCH names no term - drop/add run "
                   "cancelled"
               SET WS-RUN-CANCELLED TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The per-credit rate tuition.cob billed the term at; with no
      *> TUITPRM for this term the registrations still change, but
      *> no money moves.
      *>--------------------------------------------------------------
       1150-LOAD-TUITION-RATE.
           OPEN INPUT TUITION-PARM-FILE
           IF WS-TUITION-PARM-STATUS = "35"
               DISPLAY "TUITPRM missing - no tuition adjustments"
               GO TO 1150-EXIT
           END-IF
           READ TUITION-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TU-TERM = WS-TERM
                       MOVE TU-RATE-PER-CREDIT TO WS-RATE-PER-CREDIT
                       SET WS-RATE-KNOWN TO TRUE
                   END-IF
           END-READ
           CLOSE TUITION-PARM-FILE
           IF NOT WS-RATE-KNOWN
               DISPLAY "TUITPRM not for term " WS-TERM
                   " - no tuition adjustments"
           END-IF.
       1150-EXIT.
           EXIT.

       1200-LOAD-TERM-REGISTRATIONS.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS = "35"
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM 1250-KEEP-ONE-REGISTRATION THRU 1250-EXIT
               UNTIL WS-FILE-EOF
           CLOSE ENROLLMENT-FILE.
       1200-EXIT.
           EXIT.

       1250-KEEP-ONE-REGISTRATION.
           READ ENROLLMENT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF EN-TERM NOT = WS-TERM
               GO TO 1250-EXIT
           END-IF
      *>   ENROLL is rewritten from this table, so a term too big
      *>   for it must stop the run rather than lose registrations.
           IF WS-REG-COUNT NOT < 5000
               DISPLAY "ENROLL term too large for drop/add table - "
                   "run cancelled"
               SET WS-RUN-CANCELLED TO TRUE
               SET WS-FILE-EOF TO TRUE
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE EN-COURSE-CODE  TO WS-RG-COURSE-CODE (WS-REG-COUNT)
           MOVE EN-STUDENT-ID   TO WS-RG-STUDENT-ID (WS-REG-COUNT)
           MOVE EN-STUDENT-NAME TO WS-RG-STUDENT-NAME (WS-REG-COUNT)
           MOVE "N"             TO WS-RG-DROP-SWITCH (WS-REG-COUNT).
       1250-EXIT.
           EXIT.

       1300-LOAD-STUDENT-LINKS.
           OPEN INPUT STUDENT-CUST-FILE
           IF WS-STUDENT-CUST-STATUS = "35"
               DISPLAY "STUCUST missing - no student billed or refunded"
               GO TO 1300-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM UNTIL WS-FILE-EOF OR WS-LINK-COUNT >= 500
               READ STUDENT-CUST-FILE
                   AT END SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINK-COUNT
                       MOVE SC-STUDENT-ID TO
                           WS-LK-STUDENT-ID (WS-LINK-COUNT)
                       MOVE SC-CUST-IDENT TO
                           WS-LK-CUST-IDENT (WS-LINK-COUNT)
               END-READ
           END-PERFORM
           CLOSE STUDENT-CUST-FILE.
       1300-EXIT.
           EXIT.

       1400-LOAD-CREDIT-MEMO-CONTROL.
           OPEN INPUT CREDIT-MEMO-CONTROL-FILE
           IF WS-CM-CONTROL-STATUS = "35"
               DISPLAY "CMCTL missing - credit memos start at 950000"
               GO TO 1400-EXIT
           END-IF
           READ CREDIT-MEMO-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CC-NEXT-CREDIT-MEMO-NO
                       TO WS-NEXT-CREDIT-MEMO-NO
           END-READ
           CLOSE CREDIT-MEMO-CONTROL-FILE
           IF WS-NEXT-CREDIT-MEMO-NO < 950000
               MOVE 950000 TO WS-NEXT-CREDIT-MEMO-NO
           END-IF
           IF WS-NEXT-CREDIT-MEMO-NO NOT < 999999
               DISPLAY "CMCTL credit-memo range 950000-999998 used up"
                   " - no credit memos can be issued"
           END-IF.
       1400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A pass of DROPTRAN, before it is worked, for the students
      *> adding a course this term.
      *>--------------------------------------------------------------
       1450-LOAD-ADDING-STUDENTS.
           OPEN INPUT DROP-ADD-TRANS-FILE
           IF WS-DROP-ADD-TRANS-STATUS = "35"
               GO TO 1450-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM 1460-NOTE-ONE-ADDER THRU 1460-EXIT
               UNTIL WS-FILE-EOF
           CLOSE DROP-ADD-TRANS-FILE.
       1450-EXIT.
           EXIT.

       1460-NOTE-ONE-ADDER.
           READ DROP-ADD-TRANS-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1460-EXIT
           END-READ
           IF NOT DA-ADD OR DA-TERM NOT = WS-TERM
               OR DA-STUDENT-ID NOT NUMERIC
               GO TO 1460-EXIT
           END-IF
           MOVE DA-STUDENT-ID TO WS-ADDER-STUDENT-ID
           PERFORM 1470-FIND-ADDER THRU 1470-EXIT
           IF WS-ADDER-FOUND
               GO TO 1460-EXIT
           END-IF
           IF WS-ADDER-COUNT NOT < 1000
               DISPLAY "DROPTRAN adds for more than 1000 students - "
                   "drop/add run cancelled"
               SET WS-RUN-CANCELLED TO TRUE
               SET WS-FILE-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1460-EXIT
           END-IF
           ADD 1 TO WS-ADDER-COUNT
           MOVE DA-STUDENT-ID TO WS-AD-STUDENT-ID (WS-ADDER-COUNT).
       1460-EXIT.
           EXIT.

       1470-FIND-ADDER.
           MOVE "N" TO WS-ADDER-FOUND-SWITCH
           PERFORM VARYING WS-ADDER-IDX FROM 1 BY 1
               UNTIL WS-ADDER-IDX > WS-ADDER-COUNT OR WS-ADDER-FOUND
               IF WS-AD-STUDENT-ID (WS-ADDER-IDX) = WS-ADDER-STUDENT-ID
                   SET WS-ADDER-FOUND TO TRUE
               END-IF
           END-PERFORM.
       1470-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Passed courses of the adding students only; more than the
      *> table holds cancels the run rather than refuse an add for a
      *> prerequisite the student has in fact met.
      *>--------------------------------------------------------------
       1500-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-HIST-FILE
           IF WS-GRADE-HIST-STATUS = "35"
               GO TO 1500-EXIT
           END-IF
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM 1550-KEEP-ONE-GRADE THRU 1550-EXIT
               UNTIL WS-FILE-EOF
           CLOSE GRADE-HIST-FILE.
       1500-EXIT.
           EXIT.

       1550-KEEP-ONE-GRADE.
           READ GRADE-HIST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1550-EXIT
           END-READ
           IF GH-SCORE NOT = "A" AND GH-SCORE NOT = "B"
               AND GH-SCORE NOT = "C" AND GH-SCORE NOT = "D"
               GO TO 1550-EXIT
           END-IF
           MOVE GH-STUDENT-ID TO WS-ADDER-STUDENT-ID
           PERFORM 1470-FIND-ADDER THRU 1470-EXIT
           IF NOT WS-ADDER-FOUND
               GO TO 1550-EXIT
           END-IF
           MOVE ZERO TO WS-PASSED-FOUND-IDX
           PERFORM VARYING WS-PASSED-IDX FROM 1 BY 1
               UNTIL WS-PASSED-IDX > WS-PASSED-COUNT
                  OR WS-PASSED-FOUND-IDX > ZERO
               IF WS-PS-STUDENT-ID (WS-PASSED-IDX) = GH-STUDENT-ID
                   AND WS-PS-COURSE-CODE (WS-PASSED-IDX)
                       = GH-COURSE-CODE
                   MOVE WS-PASSED-IDX TO WS-PASSED-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PASSED-FOUND-IDX > ZERO
               IF GH-GRADE-POINTS
                   > WS-PS-GRADE-POINTS (WS-PASSED-FOUND-IDX)
                   MOVE GH-GRADE-POINTS
                       TO WS-PS-GRADE-POINTS (WS-PASSED-FOUND-IDX)
               END-IF
               GO TO 1550-EXIT
           END-IF
           IF WS-PASSED-COUNT NOT < 5000
               DISPLAY "GRADEHIST passes of adding students exceed "
                   "5000 - drop/add run cancelled"
               SET WS-RUN-CANCELLED TO TRUE
               SET WS-FILE-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1550-EXIT
           END-IF
           ADD 1 TO WS-PASSED-COUNT
           MOVE GH-STUDENT-ID   TO WS-PS-STUDENT-ID (WS-PASSED-COUNT)
           MOVE GH-COURSE-CODE  TO WS-PS-COURSE-CODE (WS-PASSED-COUNT)
           MOVE GH-GRADE-POINTS TO WS-PS-GRADE-POINTS (WS-PASSED-COUNT).
       1550-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One DROPTRAN card, for this schedule's term only.
      *>--------------------------------------------------------------
       2000-PROCESS-ONE-CARD.
           MOVE DA-STUDENT-ID   TO WS-D-STUDENT-ID
           MOVE DA-STUDENT-NAME TO WS-D-NAME
           MOVE DA-COURSE-CODE  TO WS-D-COURSE
           MOVE ZERO            TO WS-D-CREDITS
           MOVE ZERO            TO WS-D-AMOUNT
           MOVE ZERO            TO WS-ADJUSTMENT-AMOUNT
           MOVE SPACES          TO WS-RESULT
           MOVE SPACES          TO WS-DROP-SUFFIX
           EVALUATE TRUE
               WHEN DA-DROP
                   MOVE "DROP" TO WS-D-ACTION
               WHEN DA-ADD
                   MOVE "ADD"  TO WS-D-ACTION
               WHEN OTHER
                   MOVE DA-ACTION TO WS-D-ACTION
           END-EVALUATE

           IF DA-TERM NOT = WS-TERM
               MOVE "NOT THE DROP/ADD TERM" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2000-WRITE
           END-IF
           IF DA-STUDENT-ID NOT NUMERIC
               MOVE "STUDENT ID NOT NUMERIC" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2000-WRITE
           END-IF
           EVALUATE TRUE
               WHEN DA-DROP
                   PERFORM 2100-PROCESS-DROP THRU 2100-EXIT
               WHEN DA-ADD
                   PERFORM 2200-PROCESS-ADD THRU 2200-EXIT
               WHEN OTHER
                   MOVE "ACTION NOT D OR A" TO WS-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.
       2000-WRITE.
           MOVE WS-RESULT TO WS-D-RESULT
           WRITE DROP-ADD-REGISTER-LINE FROM WS-DETAIL-LINE
           READ DROP-ADD-TRANS-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A drop: the registration comes off, the seat goes back, a
      *> late drop is a withdrawal on the record, and the week's
      *> share of the course's tuition is credited back.
      *>--------------------------------------------------------------
       2100-PROCESS-DROP.
           PERFORM 2800-FIND-REGISTRATION THRU 2800-EXIT
           IF WS-REG-FOUND-IDX = ZERO
               MOVE "NOT REGISTERED FOR COURSE" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2850-READ-COURSE THRU 2850-EXIT
           MOVE WS-COURSE-CREDITS TO WS-D-CREDITS
           PERFORM 2900-FIND-STUDENT-LINK THRU 2900-EXIT

           IF WS-BUSINESS-DATE NOT < WS-TERM-START-DATE
               AND WS-RATE-KNOWN AND WS-LINK-FOUND
               COMPUTE WS-COURSE-TUITION ROUNDED =
                   WS-COURSE-CREDITS * WS-RATE-PER-CREDIT
               COMPUTE WS-ADJUSTMENT-AMOUNT ROUNDED =
                   WS-COURSE-TUITION * WS-REFUND-PERCENT / 100
           END-IF
           IF WS-ADJUSTMENT-AMOUNT > ZERO
               AND WS-NEXT-CREDIT-MEMO-NO NOT < 999999
               MOVE "CREDIT MEMO RANGE EXHAUSTED" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2100-EXIT
           END-IF

           MOVE "Y" TO WS-RG-DROP-SWITCH (WS-REG-FOUND-IDX)
           SET WS-ENROLLMENT-CHANGED TO TRUE
           IF WS-COURSE-ON-FILE AND CRS-ENROLLED-COUNT > ZERO
               SUBTRACT 1 FROM CRS-ENROLLED-COUNT
               REWRITE COURSE-MASTER-RECORD
           END-IF

           IF WS-BUSINESS-DATE > WS-WITHDRAW-DEADLINE
               AND WS-WITHDRAW-DEADLINE > ZERO
               PERFORM 2150-WRITE-WITHDRAWAL THRU 2150-EXIT
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE "WITHDRAWN (W)" TO WS-DROP-RESULT
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED" TO WS-DROP-RESULT
           END-IF

           EVALUATE TRUE
               WHEN WS-BUSINESS-DATE < WS-TERM-START-DATE
                   MOVE " BEFORE TERM START" TO WS-DROP-SUFFIX
               WHEN WS-ADJUSTMENT-AMOUNT > ZERO
                   PERFORM 2160-POST-REFUND THRU 2160-EXIT
               WHEN NOT WS-RATE-KNOWN
                   MOVE " - NO TUITION RATE" TO WS-DROP-SUFFIX
               WHEN NOT WS-LINK-FOUND
                   MOVE " - NO STUCUST LINK" TO WS-DROP-SUFFIX
               WHEN OTHER
                   MOVE " - NO REFUND DUE" TO WS-DROP-SUFFIX
           END-EVALUATE
           STRING WS-DROP-RESULT DELIMITED BY "  "
               WS-DROP-SUFFIX DELIMITED BY "  "
               INTO WS-RESULT.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A withdrawal is a "W" grade for the course, at zero grade
      *> points, which the GPA readers leave out.
      *>--------------------------------------------------------------
       2150-WRITE-WITHDRAWAL.
           MOVE DA-STUDENT-ID     TO GH-STUDENT-ID
           MOVE DA-STUDENT-NAME   TO GH-STUDENT-NAME
           MOVE WS-TERM           TO GH-TERM
           MOVE "W"               TO GH-SCORE
           MOVE ZERO              TO GH-GRADE-POINTS
           MOVE DA-COURSE-CODE    TO GH-COURSE-CODE
           MOVE WS-COURSE-CREDITS TO GH-CREDIT-HOURS
           WRITE GRADE-HIST-RECORD.
       2150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The refund is its own credit memo on the student's
      *> customer, a negative open item like crmemo.cob's.
      *>--------------------------------------------------------------
       2160-POST-REFUND.
           MOVE WS-LINKED-CUST-IDENT   TO AR-CUST-IDENT
           MOVE WS-NEXT-CREDIT-MEMO-NO TO AR-INVOICE-NO
           MOVE WS-BUSINESS-DATE       TO AR-INVOICE-DATE
           COMPUTE AR-INVOICE-AMOUNT = ZERO - WS-ADJUSTMENT-AMOUNT
           MOVE ZERO                   TO AR-PAID-AMOUNT
           SET AR-ITEM-OPEN TO TRUE
           MOVE "USD"                  TO AR-CURRENCY-CODE
           MOVE AR-INVOICE-AMOUNT      TO AR-ORIGINAL-AMOUNT
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE " - MEMO NO ON FILE" TO WS-DROP-SUFFIX
                   ADD 1 TO WS-NEXT-CREDIT-MEMO-NO
                   GO TO 2160-EXIT
           END-WRITE
           ADD 1 TO WS-NEXT-CREDIT-MEMO-NO
           ADD WS-ADJUSTMENT-AMOUNT TO WS-REFUND-TOTAL
           MOVE WS-ADJUSTMENT-AMOUNT TO WS-D-AMOUNT
           MOVE " - REFUNDED" TO WS-DROP-SUFFIX.
       2160-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> An add: the same edits enroll.cob makes, except a full
      *> section - or a free seat with students already waiting for
      *> it - goes back to enroll.cob's waitlist.
      *>--------------------------------------------------------------
       2200-PROCESS-ADD.
           IF WS-BUSINESS-DATE < WS-TERM-START-DATE
               MOVE "BEFORE TERM START - USE ENROLL" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF
           IF WS-STUHOLD-AVAILABLE
               MOVE DA-STUDENT-ID TO SH-STUDENT-ID
               MOVE LOW-VALUES    TO SH-REASON-CODE
               START STUDENT-HOLD-FILE KEY IS NOT LESS THAN SH-KEY
                   INVALID KEY
                       MOVE ZERO TO SH-STUDENT-ID
                   NOT INVALID KEY
                       READ STUDENT-HOLD-FILE NEXT RECORD
                           AT END
                               MOVE ZERO TO SH-STUDENT-ID
                       END-READ
               END-START
               IF SH-STUDENT-ID = DA-STUDENT-ID
                   STRING "REGISTRATION HOLD - " SH-REASON-CODE
                       DELIMITED BY SIZE
                       INTO WS-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           PERFORM 2800-FIND-REGISTRATION THRU 2800-EXIT
           IF WS-REG-FOUND-IDX > ZERO
               MOVE "ALREADY REGISTERED" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2850-READ-COURSE THRU 2850-EXIT
           IF NOT WS-COURSE-ON-FILE
               MOVE "COURSE NOT ON COURSMST" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF
           MOVE WS-COURSE-CREDITS TO WS-D-CREDITS
           PERFORM 2250-CHECK-PREREQUISITES THRU 2250-EXIT
           IF WS-PREREQ-MISSING NOT = SPACES
               STRING "PREREQ " DELIMITED BY SIZE
                   WS-PREREQ-MISSING DELIMITED BY SPACE
                   " NOT MET" DELIMITED BY SIZE
                   INTO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2270-CHECK-TIME-CONFLICT THRU 2270-EXIT
           IF WS-CONFLICT-COURSE NOT = SPACES
               STRING "TIME CONFLICT " WS-CONFLICT-COURSE
                   DELIMITED BY SIZE
                   INTO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF
           IF CRS-ENROLLED-COUNT >= CRS-SECTION-CAPACITY
               MOVE "SECTION FULL - USE WAITLIST" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF
           IF WS-WAITLIST-AVAILABLE
               MOVE DA-COURSE-CODE TO WL-COURSE-CODE
               MOVE ZERO           TO WL-SEQUENCE
               START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
                   INVALID KEY
                       MOVE HIGH-VALUES TO WL-COURSE-CODE
                   NOT INVALID KEY
                       READ WAITLIST-FILE NEXT RECORD
                           AT END
                               MOVE HIGH-VALUES TO WL-COURSE-CODE
                       END-READ
               END-START
               IF WL-COURSE-CODE = DA-COURSE-CODE
                   MOVE "STUDENTS WAITING - USE WAITLIST" TO WS-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF WS-REG-COUNT NOT < 5000
               MOVE "DROP/ADD TABLE FULL" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF

           PERFORM 2900-FIND-STUDENT-LINK THRU 2900-EXIT
           IF WS-RATE-KNOWN AND WS-LINK-FOUND
               COMPUTE WS-ADJUSTMENT-AMOUNT ROUNDED =
                   WS-COURSE-CREDITS * WS-RATE-PER-CREDIT
           END-IF
           IF WS-ADJUSTMENT-AMOUNT > ZERO
               MOVE WS-LINKED-CUST-IDENT  TO AR-CUST-IDENT
               MOVE WS-TUITION-INVOICE-NO TO AR-INVOICE-NO
               READ AR-OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE WS-LINKED-CUST-IDENT  TO AR-CUST-IDENT
                       MOVE WS-TUITION-INVOICE-NO TO AR-INVOICE-NO
                       MOVE WS-BUSINESS-DATE      TO AR-INVOICE-DATE
                       MOVE WS-ADJUSTMENT-AMOUNT  TO AR-INVOICE-AMOUNT
                       MOVE ZERO                  TO AR-PAID-AMOUNT
                       SET AR-ITEM-OPEN TO TRUE
                       MOVE "USD"                 TO AR-CURRENCY-CODE
                       MOVE WS-ADJUSTMENT-AMOUNT  TO AR-ORIGINAL-AMOUNT
                       WRITE AR-OPEN-ITEM-RECORD
                   NOT INVALID KEY
                       IF AR-ITEM-WRITTEN-OFF
                           MOVE "TUITION ITEM WRITTEN OFF"
                               TO WS-RESULT
                           ADD 1 TO WS-REFUSED-COUNT
                           GO TO 2200-EXIT
                       END-IF
                       ADD WS-ADJUSTMENT-AMOUNT TO AR-INVOICE-AMOUNT
                       ADD WS-ADJUSTMENT-AMOUNT TO AR-ORIGINAL-AMOUNT
                       SET AR-ITEM-OPEN TO TRUE
                       REWRITE AR-OPEN-ITEM-RECORD
               END-READ
               ADD WS-ADJUSTMENT-AMOUNT TO WS-CHARGE-TOTAL
               MOVE WS-ADJUSTMENT-AMOUNT TO WS-D-AMOUNT
           END-IF

           ADD 1 TO CRS-ENROLLED-COUNT
           REWRITE COURSE-MASTER-RECORD
           ADD 1 TO WS-REG-COUNT
           MOVE DA-COURSE-CODE  TO WS-RG-COURSE-CODE (WS-REG-COUNT)
           MOVE DA-STUDENT-ID   TO WS-RG-STUDENT-ID (WS-REG-COUNT)
           MOVE DA-STUDENT-NAME TO WS-RG-STUDENT-NAME (WS-REG-COUNT)
           MOVE "N"             TO WS-RG-DROP-SWITCH (WS-REG-COUNT)
           SET WS-ENROLLMENT-CHANGED TO TRUE
           ADD 1 TO WS-ADDED-COUNT
           EVALUATE TRUE
               WHEN WS-ADJUSTMENT-AMOUNT > ZERO
                   MOVE "ADDED - CHARGED" TO WS-RESULT
               WHEN NOT WS-RATE-KNOWN
                   MOVE "ADDED - NO TUITION RATE" TO WS-RESULT
               WHEN NOT WS-LINK-FOUND
                   MOVE "ADDED - NO STUCUST LINK" TO WS-RESULT
               WHEN OTHER
                   MOVE "ADDED" TO WS-RESULT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2250-CHECK-PREREQUISITES.
           MOVE SPACES TO WS-PREREQ-MISSING
           PERFORM 2260-CHECK-ONE-PREREQ THRU 2260-EXIT
               VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 3
                  OR WS-PREREQ-MISSING NOT = SPACES.
       2250-EXIT.
           EXIT.

       2260-CHECK-ONE-PREREQ.
           IF CRS-PREREQ-CODE (WS-PREREQ-IDX) = SPACES
               OR CRS-PREREQ-CODE (WS-PREREQ-IDX) = LOW-VALUES
               GO TO 2260-EXIT
           END-IF
           EVALUATE CRS-PREREQ-MIN-GRADE (WS-PREREQ-IDX)
               WHEN "A"
                   MOVE 4.0 TO WS-PREREQ-MIN-POINTS
               WHEN "B"
                   MOVE 3.0 TO WS-PREREQ-MIN-POINTS
               WHEN "C"
                   MOVE 2.0 TO WS-PREREQ-MIN-POINTS
               WHEN OTHER
                   MOVE 1.0 TO WS-PREREQ-MIN-POINTS
           END-EVALUATE
           MOVE ZERO TO WS-PASSED-FOUND-IDX
           PERFORM VARYING WS-PASSED-IDX FROM 1 BY 1
               UNTIL WS-PASSED-IDX > WS-PASSED-COUNT
                  OR WS-PASSED-FOUND-IDX > ZERO
               IF WS-PS-STUDENT-ID (WS-PASSED-IDX) = DA-STUDENT-ID
                   AND WS-PS-COURSE-CODE (WS-PASSED-IDX)
                       = CRS-PREREQ-CODE (WS-PREREQ-IDX)
                   AND WS-PS-GRADE-POINTS (WS-PASSED-IDX)
                       NOT < WS-PREREQ-MIN-POINTS
                   MOVE WS-PASSED-IDX TO WS-PASSED-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PASSED-FOUND-IDX = ZERO
               MOVE CRS-PREREQ-CODE (WS-PREREQ-IDX)
                   TO WS-PREREQ-MISSING
           END-IF.
       2260-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> As enroll.cob checks it: a course with no SECTSCHD row for
      *> the term clashes with nothing; otherwise a shared day where
      *> each starts before the other ends is a conflict.
      *>--------------------------------------------------------------
       2270-CHECK-TIME-CONFLICT.
           MOVE SPACES TO WS-CONFLICT-COURSE
           IF NOT WS-SECTSCHD-AVAILABLE
               GO TO 2270-EXIT
           END-IF
           MOVE DA-COURSE-CODE TO SCH-COURSE-CODE
           MOVE WS-TERM        TO SCH-TERM
           READ SECTION-SCHEDULE-FILE
               INVALID KEY
                   GO TO 2270-EXIT
           END-READ
           MOVE SCH-MEETING-DAYS TO WS-WM-DAYS
           MOVE SCH-START-TIME   TO WS-WM-START-TIME
           MOVE SCH-END-TIME     TO WS-WM-END-TIME
           PERFORM 2280-CHECK-ONE-REGISTRATION THRU 2280-EXIT
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
                  OR WS-CONFLICT-COURSE NOT = SPACES.
       2270-EXIT.
           EXIT.

       2280-CHECK-ONE-REGISTRATION.
           IF WS-RG-STUDENT-ID (WS-REG-IDX) NOT = DA-STUDENT-ID
               OR WS-RG-DROP-SWITCH (WS-REG-IDX) NOT = "N"
               OR WS-RG-COURSE-CODE (WS-REG-IDX) = DA-COURSE-CODE
               GO TO 2280-EXIT
           END-IF
           MOVE WS-RG-COURSE-CODE (WS-REG-IDX) TO SCH-COURSE-CODE
           MOVE WS-TERM                        TO SCH-TERM
           READ SECTION-SCHEDULE-FILE
               INVALID KEY
                   GO TO 2280-EXIT
           END-READ
           IF SCH-START-TIME NOT < WS-WM-END-TIME
               OR WS-WM-START-TIME NOT < SCH-END-TIME
               GO TO 2280-EXIT
           END-IF
           MOVE "N" TO WS-OVERLAP-SWITCH
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
               IF SCH-DAY-FLAG (WS-DAY-IDX) NOT = SPACE
                   AND WS-WM-DAY-FLAG (WS-DAY-IDX) NOT = SPACE
                   SET WS-DAYS-OVERLAP TO TRUE
               END-IF
           END-PERFORM
           IF WS-DAYS-OVERLAP
               MOVE SCH-COURSE-CODE TO WS-CONFLICT-COURSE
           END-IF.
       2280-EXIT.
           EXIT.

       2800-FIND-REGISTRATION.
           MOVE ZERO TO WS-REG-FOUND-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
                  OR WS-REG-FOUND-IDX > ZERO
               IF WS-RG-STUDENT-ID (WS-REG-IDX) = DA-STUDENT-ID
                   AND WS-RG-COURSE-CODE (WS-REG-IDX) = DA-COURSE-CODE
                   AND WS-RG-DROP-SWITCH (WS-REG-IDX) = "N"
                   MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
               END-IF
           END-PERFORM.
       2800-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> An unknown course prices at 1.0 credit, as tuition.cob
      *> billed it.
      *>--------------------------------------------------------------
       2850-READ-COURSE.
           MOVE "N" TO WS-COURSE-SWITCH
           MOVE 1.0 TO WS-COURSE-CREDITS
           IF NOT WS-COURSMST-AVAILABLE
               GO TO 2850-EXIT
           END-IF
           MOVE DA-COURSE-CODE TO CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   GO TO 2850-EXIT
           END-READ
           SET WS-COURSE-ON-FILE TO TRUE
           MOVE CRS-CREDIT-HOURS TO WS-COURSE-CREDITS.
       2850-EXIT.
           EXIT.

       2900-FIND-STUDENT-LINK.
           MOVE "N" TO WS-LINK-FOUND-SWITCH
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                  OR WS-LINK-FOUND
               IF WS-LK-STUDENT-ID (WS-LINK-IDX) = DA-STUDENT-ID
                   SET WS-LINK-FOUND TO TRUE
                   MOVE WS-LK-CUST-IDENT (WS-LINK-IDX)
                       TO WS-LINKED-CUST-IDENT
               END-IF
           END-PERFORM.
       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> ENROLL is rewritten through the ENRLWORK work file: other
      *> terms' registrations copy across untouched, then this
      *> term's from the table, less the drops.
      *>--------------------------------------------------------------
       6000-REWRITE-ENROLLMENT.
           IF NOT WS-ENROLLMENT-CHANGED
               GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT ENROLL-WORK-FILE
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "35"
               MOVE "N" TO WS-FILE-EOF-SWITCH
               PERFORM UNTIL WS-FILE-EOF
                   READ ENROLLMENT-FILE
                       AT END SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF EN-TERM NOT = WS-TERM
                               WRITE ENROLL-WORK-RECORD
                                   FROM ENROLLMENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-RG-DROP-SWITCH (WS-REG-IDX) = "N"
                   MOVE SPACES TO ENROLLMENT-RECORD
                   MOVE WS-TERM TO EN-TERM
                   MOVE WS-RG-COURSE-CODE (WS-REG-IDX)
                       TO EN-COURSE-CODE
                   MOVE WS-RG-STUDENT-ID (WS-REG-IDX)
                       TO EN-STUDENT-ID
                   MOVE WS-RG-STUDENT-NAME (WS-REG-IDX)
                       TO EN-STUDENT-NAME
                   WRITE ENROLL-WORK-RECORD FROM ENROLLMENT-RECORD
               END-IF
           END-PERFORM
           CLOSE ENROLL-WORK-FILE

           OPEN INPUT ENROLL-WORK-FILE
           OPEN OUTPUT ENROLLMENT-FILE
           MOVE "N" TO WS-FILE-EOF-SWITCH
           PERFORM UNTIL WS-FILE-EOF
               READ ENROLL-WORK-FILE
                   AT END SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       WRITE ENROLLMENT-RECORD FROM ENROLL-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ENROLL-WORK-FILE
           CLOSE ENROLLMENT-FILE.
       6000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO DROP-ADD-REGISTER-LINE
           WRITE DROP-ADD-REGISTER-LINE
           MOVE WS-DROPPED-COUNT   TO WS-T-DROPPED
           MOVE WS-WITHDRAWN-COUNT TO WS-T-WITHDRAWN
           MOVE WS-ADDED-COUNT     TO WS-T-ADDED
           MOVE WS-REFUSED-COUNT   TO WS-T-REFUSED
           WRITE DROP-ADD-REGISTER-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-REFUND-TOTAL    TO WS-T-REFUNDED
           MOVE WS-CHARGE-TOTAL    TO WS-T-CHARGED
           WRITE DROP-ADD-REGISTER-LINE FROM WS-TOTAL-LINE-2
           DISPLAY "Courses dropped:   " WS-DROPPED-COUNT
           DISPLAY "Withdrawals:       " WS-WITHDRAWN-COUNT
           DISPLAY "Courses added:     " WS-ADDED-COUNT
           DISPLAY "Refused:           " WS-REFUSED-COUNT.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Refunds reverse tuition.cob's posting (debit tuition
      *> revenue, credit receivables); add charges repeat it.
      *> glpost posts nothing for a zero amount.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           MOVE WS-REFUND-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-TUITION-ACCT
               WS-GL-AR-ACCT WS-GL-AMOUNT WS-GL-REFUND-REF
               WS-GL-COST-CENTER
           MOVE WS-CHARGE-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-AR-ACCT
               WS-GL-TUITION-ACCT WS-GL-AMOUNT WS-GL-CHARGE-REF
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT WS-RUN-CANCELLED
               IF WS-DROP-ADD-TRANS-STATUS NOT = "35"
                   CLOSE DROP-ADD-TRANS-FILE
               END-IF
               IF WS-COURSMST-AVAILABLE
                   CLOSE COURSE-MASTER-FILE
               END-IF
               IF WS-WAITLIST-AVAILABLE
                   CLOSE WAITLIST-FILE
               END-IF
               IF WS-STUHOLD-AVAILABLE
                   CLOSE STUDENT-HOLD-FILE
               END-IF
               IF WS-SECTSCHD-AVAILABLE
                   CLOSE SECTION-SCHEDULE-FILE
               END-IF
               CLOSE AR-OPEN-ITEM-FILE
               CLOSE GRADE-HIST-FILE
               OPEN OUTPUT CREDIT-MEMO-CONTROL-FILE
               MOVE WS-NEXT-CREDIT-MEMO-NO TO CC-NEXT-CREDIT-MEMO-NO
               WRITE CREDIT-MEMO-CONTROL-RECORD
               CLOSE CREDIT-MEMO-CONTROL-FILE
           END-IF
           CLOSE DROP-ADD-REGISTER-FILE.
       9000-EXIT.
           EXIT.
