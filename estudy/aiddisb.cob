       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aiddisb.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Financial-aid disbursement run, after tuition.cob has billed
      *> the term.  The same TUITPRM card names the term and the rate
      *> per credit hour; every AWARDMST award for the term still
      *> waiting to be paid (awarded, or held on an earlier run) is
      *> checked again and either paid or held:
      *>   - an award is paid only when its fund is on AIDFUND, the
      *>     student is registered on ENROLL for the term, and the
      *>     student's STUMAST cumulative GPA and credit hours are
      *>     still at the award's minimums.  A percentage award is
      *>     figured on the student's term tuition, priced the way
      *>     tuition.cob prices it;
      *>   - a paid award is a credit memo on ARFILE under the
      *>     student's STUCUST customer, numbered from the CMCTL
      *>     sequence crmemo.cob uses, applied at once against the
      *>     customer's open tuition items (the 7NNNNN series) so
      *>     the statement shows tuition net of aid.  Aid beyond the
      *>     open tuition stays on the memo as an open credit for
      *>     cashrcpt.cob to net.  The award is marked disbursed
      *>     with the amount, date and memo number, so a rerun pays
      *>     nothing twice;
      *>   - an award the student no longer qualifies for is marked
      *>     held with the reason and listed on AIDHOLD for the
      *>     financial-aid office; the next run tries it again.
      *> Each fund's disbursements post to the general ledger (debit
      *> the fund's AIDFUND expense account, credit receivables).
      *> AIDRPT registers every award paid, and AIDFRPT shows each
      *> fund's amounts awarded, disbursed and remaining for the
      *> term.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-PARM-FILE ASSIGN TO "TUITPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-PARM-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-COURSE-CODE
               FILE STATUS IS WS-COURSMST-STATUS.
           SELECT STUDENT-CUST-FILE ASSIGN TO "STUCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-CUST-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT AWARD-MASTER-FILE ASSIGN TO "AWARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWARDMST-STATUS.
           SELECT AID-FUND-FILE ASSIGN TO "AIDFUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-FUND-STATUS.
           SELECT CREDIT-MEMO-CONTROL-FILE ASSIGN TO "CMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-CONTROL-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-OPEN-ITEM-STATUS.
           SELECT AID-REGISTER-FILE ASSIGN TO "AIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-REGISTER-STATUS.
           SELECT AID-HOLD-REPORT-FILE ASSIGN TO "AIDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-HOLD-STATUS.
           SELECT FUND-REPORT-FILE ASSIGN TO "AIDFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-PARM-FILE.
       01 TUITION-PARM-RECORD.
           02 TU-TERM                 PIC X(6).
           02 FILLER                  PIC X(2).
           02 TU-RATE-PER-CREDIT      PIC 9(5)V99.

       FD  ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           02 EN-TERM                 PIC X(6).
           02 FILLER                  PIC X(2).
           02 EN-COURSE-CODE          PIC X(8).
           02 FILLER                  PIC X(2).
           02 EN-STUDENT-ID           PIC 9(5).
           02 FILLER                  PIC X(2).
           02 EN-STUDENT-NAME         PIC X(20).

       FD  COURSE-MASTER-FILE.
           COPY COURSREC.

       FD  STUDENT-CUST-FILE.
       01 STUDENT-CUST-RECORD.
           02 SC-STUDENT-ID           PIC 9(5).
           02 FILLER                  PIC X(2).
           02 SC-CUST-IDENT           PIC 9(7).

       FD  STUDENT-MASTER-FILE.
           COPY STUMREC.

       FD  AWARD-MASTER-FILE.
           COPY AWARDREC.

       FD  AID-FUND-FILE.
           COPY AIDFUND.

       FD  CREDIT-MEMO-CONTROL-FILE.
       01 CREDIT-MEMO-CONTROL-RECORD.
           02 CC-NEXT-CREDIT-MEMO-NO  PIC 9(6).

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.

       FD  AID-REGISTER-FILE.
       01 AID-REGISTER-LINE           PIC X(80).

       FD  AID-HOLD-REPORT-FILE.
       01 AID-HOLD-REPORT-LINE        PIC X(100).

       FD  FUND-REPORT-FILE.
       01 FUND-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-TUITION-PARM-STATUS      PIC XX VALUE "00".
       01 WS-ENROLLMENT-STATUS        PIC XX VALUE "00".
       01 WS-COURSMST-STATUS          PIC XX VALUE "00".
       01 WS-STUDENT-CUST-STATUS      PIC XX VALUE "00".
       01 WS-STUDENT-MASTER-STATUS    PIC XX VALUE "00".
       01 WS-AWARDMST-STATUS          PIC XX VALUE "00".
       01 WS-AID-FUND-STATUS          PIC XX VALUE "00".
       01 WS-CM-CONTROL-STATUS        PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
           88 WS-AR-OPEN-ITEM-NEW         VALUE "35".
       01 WS-AID-REGISTER-STATUS      PIC XX VALUE "00".
       01 WS-AID-HOLD-STATUS          PIC XX VALUE "00".
       01 WS-FUND-REPORT-STATUS       PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-RUN-SWITCH                PIC X VALUE "Y".
           88 WS-RUN-CANCELLED             VALUE "N".
       01 WS-STUMAST-SWITCH            PIC X VALUE "N".
           88 WS-STUMAST-AVAILABLE         VALUE "Y".
       01 WS-ITEMS-DONE-SWITCH         PIC X VALUE "N".
           88 WS-ITEMS-DONE                VALUE "Y".

       01 WS-TERM                     PIC X(6) VALUE SPACES.
       01 WS-RATE-PER-CREDIT          PIC 9(5)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Each student registered for the term, with the credit load
      *> the term's tuition was priced on.
      *>--------------------------------------------------------------
       01 WS-STUDENT-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 WS-STUDENT-IDX              PIC 9(3) COMP VALUE ZERO.
       01 WS-STUDENT-FOUND-IDX        PIC 9(3) COMP VALUE ZERO.
       01 WS-SEARCH-STUDENT-ID        PIC 9(5) VALUE ZERO.
       01 WS-STUDENT-TABLE.
           02 WS-STUDENT-ENTRY OCCURS 500 TIMES.
               03 WS-ST-STUDENT-ID    PIC 9(5).
               03 WS-ST-STUDENT-NAME  PIC X(20).
               03 WS-ST-CREDITS       PIC 9(4)V9.

      *>--------------------------------------------------------------
      *> The student-to-customer link the aid is credited under.
      *>--------------------------------------------------------------
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
      *> The AIDFUND funds, each gathering the term's awards for
      *> the per-fund report and this run's disbursements for the
      *> ledger.  An award on a fund missing from AIDFUND gathers
      *> under an entry of its own with no expense account.
      *>--------------------------------------------------------------
       01 WS-FUND-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-FUND-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-FUND-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-FUND-TABLE.
           02 WS-FUND-ENTRY OCCURS 100 TIMES.
               03 WS-FD-FUND-CODE     PIC X(6).
               03 WS-FD-EXPENSE-ACCT  PIC 9(4).
               03 WS-FD-FUND-NAME     PIC X(20).
               03 WS-FD-AWARD-COUNT   PIC 9(5) COMP.
               03 WS-FD-AWARDED       PIC S9(9)V99.
               03 WS-FD-DISBURSED     PIC S9(9)V99.
               03 WS-FD-THIS-RUN      PIC S9(9)V99.

      *>--------------------------------------------------------------
      *> Aid credit memos are numbered from CMCTL, the same
      *> controlled sequence crmemo.cob draws on; 999999 marks the
      *> range used up and is never issued.
      *>--------------------------------------------------------------
       01 WS-NEXT-CREDIT-MEMO-NO      PIC 9(7) VALUE 950000.
       01 WS-AID-MEMO-NO              PIC 9(6) VALUE ZERO.

       01 WS-STUDENT-TUITION          PIC 9(7)V99 VALUE ZERO.
       01 WS-AWARD-VALUE              PIC 9(7)V99 VALUE ZERO.
       01 WS-AID-REMAINING            PIC 9(7)V99 VALUE ZERO.
       01 WS-AID-APPLIED              PIC 9(7)V99 VALUE ZERO.
       01 WS-ITEM-BALANCE             PIC S9(7)V99 VALUE ZERO.
       01 WS-APPLY-AMOUNT             PIC 9(7)V99 VALUE ZERO.
       01 WS-HOLD-REASON              PIC X(30) VALUE SPACES.
       01 WS-E-GPA                    PIC 9.99.
       01 WS-E-MIN-GPA                PIC 9.99.
       01 WS-E-HOURS                  PIC ZZZ9.9.
       01 WS-E-MIN-HOURS              PIC ZZZ9.9.

       01 WS-DISBURSED-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-HELD-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-DISBURSED-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01 WS-APPLIED-TOTAL            PIC S9(9)V99 VALUE ZERO.
       01 WS-AWARDED-GRAND            PIC S9(9)V99 VALUE ZERO.
       01 WS-DISBURSED-GRAND          PIC S9(9)V99 VALUE ZERO.
       01 WS-THIS-RUN-GRAND           PIC S9(9)V99 VALUE ZERO.

       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "AIDDISB".
       01 WS-GL-AR-ACCT         PIC 9(4) VALUE 1100.
       01 WS-GL-EXPENSE-ACCT    PIC 9(4) VALUE ZERO.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-REGISTER-HEADING.
           02 FILLER            PIC X(44)
               VALUE "*** FINANCIAL AID DISBURSEMENT REGISTER *** ".
           02 FILLER            PIC X(6)  VALUE "TERM: ".
           02 WS-RH-TERM        PIC X(6).
       01 WS-REGISTER-COLUMNS.
           02 FILLER            PIC X(28)
               VALUE " STUDENT NAME".
           02 FILLER            PIC X(14) VALUE "AWRD  FUND".
           02 FILLER            PIC X(32)
               VALUE "    AMOUNT   TO TUITION  MEMO".
       01 WS-REGISTER-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-RD-STUDENT-ID  PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-RD-NAME        PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-RD-AWARD-CODE  PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-RD-FUND-CODE   PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-RD-AMOUNT      PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-RD-APPLIED     PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-RD-MEMO-NO     PIC 9(6).
       01 WS-REGISTER-TOTAL.
           02 FILLER            PIC X(17) VALUE "*** DISBURSED: ".
           02 WS-RT-COUNT       PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " AMOUNT: ".
           02 WS-RT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(13) VALUE " TO TUITION: ".
           02 WS-RT-APPLIED     PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-HOLD-HEADING.
           02 FILLER            PIC X(44)
               VALUE "*** FINANCIAL AID AWARDS HELD ***".
           02 FILLER            PIC X(6)  VALUE "TERM: ".
           02 WS-HH-TERM        PIC X(6).
       01 WS-HOLD-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-HD-STUDENT-ID  PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-HD-NAME        PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-HD-AWARD-CODE  PIC X(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-HD-FUND-CODE   PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-HD-AMOUNT      PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-HD-REASON      PIC X(30).
       01 WS-HOLD-TOTAL.
           02 FILLER            PIC X(12) VALUE "*** HELD: ".
           02 WS-HT-COUNT       PIC ZZZZ9.

       01 WS-FUND-HEADING.
           02 FILLER            PIC X(44)
               VALUE "*** FINANCIAL AID BY FUND ***".
           02 FILLER            PIC X(6)  VALUE "TERM: ".
           02 WS-FH-TERM        PIC X(6).
       01 WS-FUND-COLUMNS.
           02 FILLER            PIC X(36)
               VALUE " FUND    NAME                 AWARDS".
           02 FILLER            PIC X(30)
               VALUE "        AWARDED      DISBURSED".
           02 FILLER            PIC X(30)
               VALUE "      REMAINING       THIS RUN".
       01 WS-FUND-DETAIL.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-FL-FUND-CODE   PIC X(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-FL-FUND-NAME   PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-FL-COUNT       PIC ZZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-FL-AWARDED     PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-FL-DISBURSED   PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-FL-REMAINING   PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-FL-THIS-RUN    PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-RUN-CANCELLED
               PERFORM 2000-PROCESS-ONE-AWARD THRU 2000-EXIT
                   UNTIL WS-EOF
               PERFORM 7000-PRINT-FUND-REPORT THRU 7000-EXIT
               PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
               PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE

           OPEN INPUT TUITION-PARM-FILE
           IF WS-TUITION-PARM-STATUS = "35"
               DISPLAY "TUITPRM missing - no term to disburse"
               SET WS-RUN-CANCELLED TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ TUITION-PARM-FILE
               AT END
                   DISPLAY "TUITPRM empty - no term to disburse"
                   SET WS-RUN-CANCELLED TO TRUE
                   CLOSE TUITION-PARM-FILE
                   GO TO 1000-EXIT
           END-READ
           MOVE TU-TERM            TO WS-TERM
           MOVE TU-RATE-PER-CREDIT TO WS-RATE-PER-CREDIT
           CLOSE TUITION-PARM-FILE

           OPEN I-O AWARD-MASTER-FILE
           IF WS-AWARDMST-STATUS = "35"
               DISPLAY "AWARDMST missing - no awards to disburse"
               SET WS-RUN-CANCELLED TO TRUE
               GO TO 1000-EXIT
           END-IF

           PERFORM 1100-LOAD-STUDENT-LINKS THRU 1100-EXIT
           PERFORM 1200-LOAD-FUNDS THRU 1200-EXIT
           PERFORM 1300-LOAD-REGISTRATIONS THRU 1300-EXIT
           PERFORM 1400-LOAD-CREDIT-MEMO-CONTROL THRU 1400-EXIT

           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STUDENT-MASTER-STATUS = "35"
               DISPLAY "No STUMAST on disk - conditional awards held"
           ELSE
               SET WS-STUMAST-AVAILABLE TO TRUE
           END-IF
           OPEN I-O AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-ITEM-NEW
               OPEN OUTPUT AR-OPEN-ITEM-FILE
               CLOSE AR-OPEN-ITEM-FILE
               OPEN I-O AR-OPEN-ITEM-FILE
           END-IF

           OPEN OUTPUT AID-REGISTER-FILE
           MOVE WS-TERM TO WS-RH-TERM
           WRITE AID-REGISTER-LINE FROM WS-REGISTER-HEADING
           WRITE AID-REGISTER-LINE FROM WS-REGISTER-COLUMNS
           OPEN OUTPUT AID-HOLD-REPORT-FILE
           MOVE WS-TERM TO WS-HH-TERM
           WRITE AID-HOLD-REPORT-LINE FROM WS-HOLD-HEADING

           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO AW-KEY
           START AWARD-MASTER-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
                   GO TO 1000-EXIT
           END-START
           READ AWARD-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-STUDENT-LINKS.
           OPEN INPUT STUDENT-CUST-FILE
           IF WS-STUDENT-CUST-STATUS = "35"
               DISPLAY "STUCUST missing - every award held"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-LINK-COUNT >= 500
               READ STUDENT-CUST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINK-COUNT
                       MOVE SC-STUDENT-ID TO
                           WS-LK-STUDENT-ID (WS-LINK-COUNT)
                       MOVE SC-CUST-IDENT TO
                           WS-LK-CUST-IDENT (WS-LINK-COUNT)
               END-READ
           END-PERFORM
           CLOSE STUDENT-CUST-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

       1200-LOAD-FUNDS.
           OPEN INPUT AID-FUND-FILE
           IF WS-AID-FUND-STATUS = "35"
               DISPLAY "AIDFUND missing - every award held"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-FUND-COUNT >= 100
               READ AID-FUND-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FUND-COUNT
                       MOVE AF-FUND-CODE
                           TO WS-FD-FUND-CODE (WS-FUND-COUNT)
                       MOVE AF-EXPENSE-ACCT
                           TO WS-FD-EXPENSE-ACCT (WS-FUND-COUNT)
                       MOVE AF-FUND-NAME
                           TO WS-FD-FUND-NAME (WS-FUND-COUNT)
                       MOVE ZERO TO WS-FD-AWARD-COUNT (WS-FUND-COUNT)
                       MOVE ZERO TO WS-FD-AWARDED (WS-FUND-COUNT)
                       MOVE ZERO TO WS-FD-DISBURSED (WS-FUND-COUNT)
                       MOVE ZERO TO WS-FD-THIS-RUN (WS-FUND-COUNT)
               END-READ
           END-PERFORM
           CLOSE AID-FUND-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The term's registrations give each student's credit load,
      *> priced from COURSMST the way tuition.cob prices it.
      *>--------------------------------------------------------------
       1300-LOAD-REGISTRATIONS.
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS = "35"
               DISPLAY "No ENROLL registrations - every award held"
               GO TO 1300-EXIT
           END-IF
           OPEN INPUT COURSE-MASTER-FILE
           READ ENROLLMENT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1350-LOAD-ONE-REGISTRATION THRU 1350-EXIT
               UNTIL WS-EOF
           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-MASTER-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE-REGISTRATION.
           IF EN-TERM NOT = WS-TERM
               GO TO 1350-NEXT
           END-IF
           MOVE EN-STUDENT-ID TO WS-SEARCH-STUDENT-ID
           PERFORM 2500-FIND-STUDENT THRU 2500-EXIT
           IF WS-STUDENT-FOUND-IDX = ZERO
               IF WS-STUDENT-COUNT >= 500
                   GO TO 1350-NEXT
               END-IF
               ADD 1 TO WS-STUDENT-COUNT
               MOVE EN-STUDENT-ID TO
                   WS-ST-STUDENT-ID (WS-STUDENT-COUNT)
               MOVE EN-STUDENT-NAME TO
                   WS-ST-STUDENT-NAME (WS-STUDENT-COUNT)
               MOVE ZERO TO WS-ST-CREDITS (WS-STUDENT-COUNT)
               MOVE WS-STUDENT-COUNT TO WS-STUDENT-FOUND-IDX
           END-IF

           MOVE EN-COURSE-CODE TO CRS-COURSE-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   ADD 1.0 TO WS-ST-CREDITS (WS-STUDENT-FOUND-IDX)
               NOT INVALID KEY
                   ADD CRS-CREDIT-HOURS
                       TO WS-ST-CREDITS (WS-STUDENT-FOUND-IDX)
           END-READ.
       1350-NEXT.
           READ ENROLLMENT-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1350-EXIT.
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
      *> One award.  Only the TUITPRM term's awards count; a
      *> cancelled award is left alone and a disbursed one only
      *> counts toward its fund's totals.
      *>--------------------------------------------------------------
       2000-PROCESS-ONE-AWARD.
           IF AW-TERM NOT = WS-TERM OR AW-STATUS-CANCELLED
               GO TO 2000-NEXT
           END-IF
           PERFORM 2600-FIND-FUND THRU 2600-EXIT
           MOVE AW-STUDENT-ID TO WS-SEARCH-STUDENT-ID
           PERFORM 2500-FIND-STUDENT THRU 2500-EXIT

           IF AW-STATUS-DISBURSED
               IF WS-FUND-FOUND-IDX > ZERO
                   ADD 1 TO WS-FD-AWARD-COUNT (WS-FUND-FOUND-IDX)
                   ADD AW-DISBURSED-AMOUNT
                       TO WS-FD-AWARDED (WS-FUND-FOUND-IDX)
                   ADD AW-DISBURSED-AMOUNT
                       TO WS-FD-DISBURSED (WS-FUND-FOUND-IDX)
               END-IF
               GO TO 2000-NEXT
           END-IF

           MOVE ZERO TO WS-STUDENT-TUITION
           IF WS-STUDENT-FOUND-IDX > ZERO
               COMPUTE WS-STUDENT-TUITION ROUNDED =
                   WS-ST-CREDITS (WS-STUDENT-FOUND-IDX)
                   * WS-RATE-PER-CREDIT
           END-IF
           IF AW-PERCENT-OF-TUITION
               COMPUTE WS-AWARD-VALUE ROUNDED =
                   WS-STUDENT-TUITION * AW-AWARD-PERCENT / 100
           ELSE
               MOVE AW-AWARD-AMOUNT TO WS-AWARD-VALUE
           END-IF
           IF WS-FUND-FOUND-IDX > ZERO
               ADD 1 TO WS-FD-AWARD-COUNT (WS-FUND-FOUND-IDX)
               ADD WS-AWARD-VALUE TO WS-FD-AWARDED (WS-FUND-FOUND-IDX)
           END-IF

           PERFORM 2100-CHECK-ELIGIBILITY THRU 2100-EXIT
           IF WS-HOLD-REASON = SPACES
               PERFORM 2200-DISBURSE-AWARD THRU 2200-EXIT
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 2400-MARK-DISBURSED THRU 2400-EXIT
           ELSE
               PERFORM 2300-HOLD-AWARD THRU 2300-EXIT
           END-IF.
       2000-NEXT.
           READ AWARD-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The award's conditions, checked again on every run: the
      *> first one the student fails is the reason it is held.
      *>--------------------------------------------------------------
       2100-CHECK-ELIGIBILITY.
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-FUND-FOUND-IDX = ZERO
               MOVE "FUND NOT ON AIDFUND" TO WS-HOLD-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-FD-EXPENSE-ACCT (WS-FUND-FOUND-IDX) = ZERO
               IF WS-FD-FUND-NAME (WS-FUND-FOUND-IDX) = "NOT ON AIDFUND"
                   MOVE "FUND NOT ON AIDFUND" TO WS-HOLD-REASON
               ELSE
                   MOVE "FUND HAS NO EXPENSE ACCOUNT" TO WS-HOLD-REASON
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF WS-STUDENT-FOUND-IDX = ZERO
               MOVE "NOT REGISTERED FOR THE TERM" TO WS-HOLD-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-AWARD-VALUE = ZERO
               MOVE "NO TUITION TO FIGURE AWARD ON" TO WS-HOLD-REASON
               GO TO 2100-EXIT
           END-IF

           IF AW-MIN-GPA > ZERO OR AW-MIN-CREDIT-HOURS > ZERO
               IF NOT WS-STUMAST-AVAILABLE
                   MOVE "NO STUMAST RECORD TO CHECK" TO WS-HOLD-REASON
                   GO TO 2100-EXIT
               END-IF
               MOVE AW-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "NO STUMAST RECORD TO CHECK"
                           TO WS-HOLD-REASON
                       GO TO 2100-EXIT
               END-READ
               IF SM-CUM-GPA < AW-MIN-GPA
                   MOVE SM-CUM-GPA TO WS-E-GPA
                   MOVE AW-MIN-GPA TO WS-E-MIN-GPA
                   STRING "GPA " WS-E-GPA " UNDER MINIMUM "
                       WS-E-MIN-GPA DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
                   GO TO 2100-EXIT
               END-IF
               IF SM-CUM-CREDIT-HOURS < AW-MIN-CREDIT-HOURS
                   MOVE SM-CUM-CREDIT-HOURS TO WS-E-HOURS
                   MOVE AW-MIN-CREDIT-HOURS TO WS-E-MIN-HOURS
                   STRING "CREDIT HRS " WS-E-HOURS " UNDER "
                       WS-E-MIN-HOURS DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF

           PERFORM 2700-FIND-STUDENT-LINK THRU 2700-EXIT
           IF NOT WS-LINK-FOUND
               MOVE "NO STUCUST LINK" TO WS-HOLD-REASON
               GO TO 2100-EXIT
           END-IF
           IF WS-NEXT-CREDIT-MEMO-NO NOT < 999999
               MOVE "CREDIT MEMO RANGE EXHAUSTED" TO WS-HOLD-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The aid is a credit memo on the student's customer, a
      *> negative open item like crmemo.cob's, used at once against
      *> the customer's open tuition items oldest first.
      *>--------------------------------------------------------------
       2200-DISBURSE-AWARD.
           MOVE WS-NEXT-CREDIT-MEMO-NO TO WS-AID-MEMO-NO
           MOVE WS-LINKED-CUST-IDENT   TO AR-CUST-IDENT
           MOVE WS-AID-MEMO-NO         TO AR-INVOICE-NO
           MOVE WS-BUSINESS-DATE       TO AR-INVOICE-DATE
           COMPUTE AR-INVOICE-AMOUNT = ZERO - WS-AWARD-VALUE
           MOVE ZERO                   TO AR-PAID-AMOUNT
           SET AR-ITEM-OPEN TO TRUE
           MOVE "USD"                  TO AR-CURRENCY-CODE
           MOVE AR-INVOICE-AMOUNT      TO AR-ORIGINAL-AMOUNT
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-NEXT-CREDIT-MEMO-NO
                   MOVE "MEMO NO ON FILE - RERUN" TO WS-HOLD-REASON
                   GO TO 2200-EXIT
           END-WRITE
           ADD 1 TO WS-NEXT-CREDIT-MEMO-NO

           MOVE WS-AWARD-VALUE TO WS-AID-REMAINING
           MOVE ZERO TO WS-AID-APPLIED
           MOVE "N" TO WS-ITEMS-DONE-SWITCH
           MOVE WS-LINKED-CUST-IDENT TO AR-CUST-IDENT
           MOVE 700000 TO AR-INVOICE-NO
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   SET WS-ITEMS-DONE TO TRUE
           END-START
           PERFORM 2250-APPLY-TO-ONE-ITEM THRU 2250-EXIT
               UNTIL WS-ITEMS-DONE

      *>   What the tuition took is used up on the memo; whatever
      *>   is left stays open for cashrcpt.cob to net.
           IF WS-AID-APPLIED > ZERO
               MOVE WS-LINKED-CUST-IDENT TO AR-CUST-IDENT
               MOVE WS-AID-MEMO-NO       TO AR-INVOICE-NO
               READ AR-OPEN-ITEM-FILE
                   INVALID KEY
                       GO TO 2200-EXIT
               END-READ
               COMPUTE AR-PAID-AMOUNT = ZERO - WS-AID-APPLIED
               IF WS-AID-APPLIED NOT < WS-AWARD-VALUE
                   SET AR-ITEM-PAID TO TRUE
               END-IF
               REWRITE AR-OPEN-ITEM-RECORD
           END-IF.
       2200-EXIT.
           EXIT.

       2250-APPLY-TO-ONE-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-ITEMS-DONE TO TRUE
                   GO TO 2250-EXIT
           END-READ
           IF AR-CUST-IDENT NOT = WS-LINKED-CUST-IDENT
               OR AR-INVOICE-NO > 709999
               SET WS-ITEMS-DONE TO TRUE
               GO TO 2250-EXIT
           END-IF
           IF NOT AR-ITEM-OPEN
               GO TO 2250-EXIT
           END-IF
           COMPUTE WS-ITEM-BALANCE = AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           IF WS-ITEM-BALANCE NOT > ZERO
               GO TO 2250-EXIT
           END-IF

           IF WS-ITEM-BALANCE < WS-AID-REMAINING
               MOVE WS-ITEM-BALANCE TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-AID-REMAINING TO WS-APPLY-AMOUNT
           END-IF
           ADD WS-APPLY-AMOUNT TO AR-PAID-AMOUNT
           IF AR-PAID-AMOUNT NOT < AR-INVOICE-AMOUNT
               SET AR-ITEM-PAID TO TRUE
           END-IF
           REWRITE AR-OPEN-ITEM-RECORD
           ADD WS-APPLY-AMOUNT TO WS-AID-APPLIED
           SUBTRACT WS-APPLY-AMOUNT FROM WS-AID-REMAINING
           IF WS-AID-REMAINING = ZERO
               SET WS-ITEMS-DONE TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A held award waits on AWARDMST with its reason and goes to
      *> the financial-aid office on AIDHOLD.
      *>--------------------------------------------------------------
       2300-HOLD-AWARD.
           SET AW-STATUS-HELD TO TRUE
           MOVE WS-HOLD-REASON TO AW-HOLD-REASON
           REWRITE AID-AWARD-RECORD
           ADD 1 TO WS-HELD-COUNT

           MOVE AW-STUDENT-ID  TO WS-HD-STUDENT-ID
           MOVE SPACES         TO WS-HD-NAME
           IF WS-STUDENT-FOUND-IDX > ZERO
               MOVE WS-ST-STUDENT-NAME (WS-STUDENT-FOUND-IDX)
                   TO WS-HD-NAME
           END-IF
           MOVE AW-AWARD-CODE  TO WS-HD-AWARD-CODE
           MOVE AW-FUND-CODE   TO WS-HD-FUND-CODE
           MOVE WS-AWARD-VALUE TO WS-HD-AMOUNT
           MOVE WS-HOLD-REASON TO WS-HD-REASON
           WRITE AID-HOLD-REPORT-LINE FROM WS-HOLD-DETAIL.
       2300-EXIT.
           EXIT.

       2400-MARK-DISBURSED.
           SET AW-STATUS-DISBURSED TO TRUE
           MOVE WS-AWARD-VALUE   TO AW-DISBURSED-AMOUNT
           MOVE WS-BUSINESS-DATE TO AW-DISBURSED-DATE
           MOVE WS-AID-MEMO-NO   TO AW-CREDIT-MEMO-NO
           MOVE SPACES           TO AW-HOLD-REASON
           REWRITE AID-AWARD-RECORD
           ADD 1 TO WS-DISBURSED-COUNT
           ADD WS-AWARD-VALUE TO WS-DISBURSED-TOTAL
           ADD WS-AID-APPLIED TO WS-APPLIED-TOTAL
           ADD WS-AWARD-VALUE TO WS-FD-DISBURSED (WS-FUND-FOUND-IDX)
           ADD WS-AWARD-VALUE TO WS-FD-THIS-RUN (WS-FUND-FOUND-IDX)

           MOVE AW-STUDENT-ID  TO WS-RD-STUDENT-ID
           MOVE WS-ST-STUDENT-NAME (WS-STUDENT-FOUND-IDX)
               TO WS-RD-NAME
           MOVE AW-AWARD-CODE  TO WS-RD-AWARD-CODE
           MOVE AW-FUND-CODE   TO WS-RD-FUND-CODE
           MOVE WS-AWARD-VALUE TO WS-RD-AMOUNT
           MOVE WS-AID-APPLIED TO WS-RD-APPLIED
           MOVE WS-AID-MEMO-NO TO WS-RD-MEMO-NO
           WRITE AID-REGISTER-LINE FROM WS-REGISTER-DETAIL.
       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The student id to look up is in WS-SEARCH-STUDENT-ID.
      *>--------------------------------------------------------------
       2500-FIND-STUDENT.
           MOVE ZERO TO WS-STUDENT-FOUND-IDX
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
               UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
                  OR WS-STUDENT-FOUND-IDX > ZERO
               IF WS-ST-STUDENT-ID (WS-STUDENT-IDX)
                   = WS-SEARCH-STUDENT-ID
                   MOVE WS-STUDENT-IDX TO WS-STUDENT-FOUND-IDX
               END-IF
           END-PERFORM.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The award's fund; one missing from AIDFUND is added with no
      *> expense account so its awards still show on the report.
      *>--------------------------------------------------------------
       2600-FIND-FUND.
           MOVE ZERO TO WS-FUND-FOUND-IDX
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > WS-FUND-COUNT
                  OR WS-FUND-FOUND-IDX > ZERO
               IF WS-FD-FUND-CODE (WS-FUND-IDX) = AW-FUND-CODE
                   MOVE WS-FUND-IDX TO WS-FUND-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FUND-FOUND-IDX > ZERO OR WS-FUND-COUNT >= 100
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-FUND-COUNT
           MOVE AW-FUND-CODE TO WS-FD-FUND-CODE (WS-FUND-COUNT)
           MOVE ZERO TO WS-FD-EXPENSE-ACCT (WS-FUND-COUNT)
           MOVE "NOT ON AIDFUND" TO WS-FD-FUND-NAME (WS-FUND-COUNT)
           MOVE ZERO TO WS-FD-AWARD-COUNT (WS-FUND-COUNT)
           MOVE ZERO TO WS-FD-AWARDED (WS-FUND-COUNT)
           MOVE ZERO TO WS-FD-DISBURSED (WS-FUND-COUNT)
           MOVE ZERO TO WS-FD-THIS-RUN (WS-FUND-COUNT)
           MOVE WS-FUND-COUNT TO WS-FUND-FOUND-IDX.
       2600-EXIT.
           EXIT.

       2700-FIND-STUDENT-LINK.
           MOVE "N" TO WS-LINK-FOUND-SWITCH
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                  OR WS-LINK-FOUND
               IF WS-LK-STUDENT-ID (WS-LINK-IDX) = AW-STUDENT-ID
                   SET WS-LINK-FOUND TO TRUE
                   MOVE WS-LK-CUST-IDENT (WS-LINK-IDX)
                       TO WS-LINKED-CUST-IDENT
               END-IF
           END-PERFORM.
       2700-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Per fund: what the term's awards come to, what has been
      *> paid out of them (this run's share shown apart), and what
      *> is still to pay.
      *>--------------------------------------------------------------
       7000-PRINT-FUND-REPORT.
           OPEN OUTPUT FUND-REPORT-FILE
           MOVE WS-TERM TO WS-FH-TERM
           WRITE FUND-REPORT-LINE FROM WS-FUND-HEADING
           WRITE FUND-REPORT-LINE FROM WS-FUND-COLUMNS
           PERFORM 7100-PRINT-ONE-FUND THRU 7100-EXIT
               VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > WS-FUND-COUNT

           MOVE "TOTAL"  TO WS-FL-FUND-CODE
           MOVE SPACES   TO WS-FL-FUND-NAME
           MOVE ZERO     TO WS-FL-COUNT
           MOVE WS-AWARDED-GRAND  TO WS-FL-AWARDED
           MOVE WS-DISBURSED-GRAND TO WS-FL-DISBURSED
           COMPUTE WS-FL-REMAINING =
               WS-AWARDED-GRAND - WS-DISBURSED-GRAND
           MOVE WS-THIS-RUN-GRAND TO WS-FL-THIS-RUN
           WRITE FUND-REPORT-LINE FROM WS-FUND-DETAIL
           CLOSE FUND-REPORT-FILE.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-FUND.
           IF WS-FD-AWARD-COUNT (WS-FUND-IDX) = ZERO
               GO TO 7100-EXIT
           END-IF
           MOVE WS-FD-FUND-CODE (WS-FUND-IDX)   TO WS-FL-FUND-CODE
           MOVE WS-FD-FUND-NAME (WS-FUND-IDX)   TO WS-FL-FUND-NAME
           MOVE WS-FD-AWARD-COUNT (WS-FUND-IDX) TO WS-FL-COUNT
           MOVE WS-FD-AWARDED (WS-FUND-IDX)     TO WS-FL-AWARDED
           MOVE WS-FD-DISBURSED (WS-FUND-IDX)   TO WS-FL-DISBURSED
           COMPUTE WS-FL-REMAINING = WS-FD-AWARDED (WS-FUND-IDX)
               - WS-FD-DISBURSED (WS-FUND-IDX)
           MOVE WS-FD-THIS-RUN (WS-FUND-IDX)    TO WS-FL-THIS-RUN
           WRITE FUND-REPORT-LINE FROM WS-FUND-DETAIL
           ADD WS-FD-AWARDED (WS-FUND-IDX)   TO WS-AWARDED-GRAND
           ADD WS-FD-DISBURSED (WS-FUND-IDX) TO WS-DISBURSED-GRAND
           ADD WS-FD-THIS-RUN (WS-FUND-IDX)  TO WS-THIS-RUN-GRAND.
       7100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-DISBURSED-COUNT TO WS-RT-COUNT
           MOVE WS-DISBURSED-TOTAL TO WS-RT-AMOUNT
           MOVE WS-APPLIED-TOTAL   TO WS-RT-APPLIED
           WRITE AID-REGISTER-LINE FROM WS-REGISTER-TOTAL
           MOVE WS-HELD-COUNT TO WS-HT-COUNT
           WRITE AID-HOLD-REPORT-LINE FROM WS-HOLD-TOTAL
           DISPLAY "Awards disbursed:  " WS-DISBURSED-COUNT
           DISPLAY "Awards held:       " WS-HELD-COUNT.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Each fund's disbursements: debit the fund's expense
      *> account, credit receivables.  glpost posts nothing for a
      *> zero amount.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           PERFORM 8550-POST-ONE-FUND THRU 8550-EXIT
               VARYING WS-FUND-IDX FROM 1 BY 1
               UNTIL WS-FUND-IDX > WS-FUND-COUNT.
       8500-EXIT.
           EXIT.

       8550-POST-ONE-FUND.
           IF WS-FD-THIS-RUN (WS-FUND-IDX) = ZERO
               GO TO 8550-EXIT
           END-IF
           MOVE WS-FD-EXPENSE-ACCT (WS-FUND-IDX) TO WS-GL-EXPENSE-ACCT
           MOVE WS-FD-THIS-RUN (WS-FUND-IDX) TO WS-GL-AMOUNT
           MOVE SPACES TO WS-GL-REFERENCE
           STRING "AID " WS-FD-FUND-CODE (WS-FUND-IDX)
               DELIMITED BY SIZE INTO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-EXPENSE-ACCT
               WS-GL-AR-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER.
       8550-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-RUN-CANCELLED
               GO TO 9000-EXIT
           END-IF
           CLOSE AWARD-MASTER-FILE
           IF WS-STUMAST-AVAILABLE
               CLOSE STUDENT-MASTER-FILE
           END-IF
           CLOSE AR-OPEN-ITEM-FILE
           CLOSE AID-REGISTER-FILE
           CLOSE AID-HOLD-REPORT-FILE
           OPEN OUTPUT CREDIT-MEMO-CONTROL-FILE
           MOVE WS-NEXT-CREDIT-MEMO-NO TO CC-NEXT-CREDIT-MEMO-NO
           WRITE CREDIT-MEMO-CONTROL-RECORD
           CLOSE CREDIT-MEMO-CONTROL-FILE.
       9000-EXIT.
           EXIT.
