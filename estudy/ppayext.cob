       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ppayext.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Positive-pay issued-check extract for the bank, CALLed the
      *> way glpost is: payroll.cob at the end of every live run and
      *> chkmaint.cob after any void, reissue, or hand-written check,
      *> each naming itself as the source.  Re-creates the PPAYEXTR
      *> file from the CHECKREG register in the bank's fixed record
      *> format - a header with the drawing account (from the
      *> PPAYPRM card) and creation date, one detail row per check
      *> the bank could still be handed (outstanding or stale, as
      *> issue I; voided, as void V, so the bank stops it) with the
      *> check number, issue date, amount, and the payee name off
      *> EMPMAST, and a trailer whose item count, issued total, and
      *> void count the bank balances the file to before loading
      *> it.  Cleared checks are paid and go no further.  The bank
      *> then rejects any presented check that does not match; what
      *> it sends back comes in through ppayload.cob.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT POSITIVE-PAY-PARM-FILE ASSIGN TO "PPAYPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITIVE-PAY-PARM-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "PPAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITIVE-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
           COPY CHECKREC.

       FD  EMPMAST-FILE.
           COPY EMPREC.

       FD  POSITIVE-PAY-PARM-FILE.
       01 POSITIVE-PAY-PARM-RECORD.
           02 PPP-BANK-ACCOUNT        PIC X(12).
           02 FILLER                  PIC X(2).
           02 PPP-CUTOFF-TIME         PIC 9(4).
           02 FILLER                  PIC X(2).
           02 PPP-DEFAULT-DECISION    PIC X(1).

       FD  POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-RECORD.
           02 PY-RECORD-TYPE          PIC X(3).
               88 PY-HEADER               VALUE "HDR".
               88 PY-DETAIL               VALUE "DTL".
               88 PY-TRAILER              VALUE "TRL".
           02 FILLER                  PIC X(2).
           02 PY-DATA                 PIC X(65).
           02 FILLER REDEFINES PY-DATA.
               03 PY-H-BANK-ACCOUNT   PIC X(12).
               03 FILLER              PIC X(2).
               03 PY-H-CREATE-DATE    PIC 9(8).
               03 FILLER              PIC X(2).
               03 PY-H-SOURCE         PIC X(8).
               03 FILLER              PIC X(33).
           02 FILLER REDEFINES PY-DATA.
               03 PY-D-CHECK-NO       PIC 9(6).
               03 FILLER              PIC X(2).
               03 PY-D-ISSUE-DATE     PIC 9(8).
               03 FILLER              PIC X(2).
               03 PY-D-AMOUNT         PIC 9(8)V99.
               03 FILLER              PIC X(2).
               03 PY-D-PAYEE-NAME     PIC X(30).
               03 FILLER              PIC X(2).
               03 PY-D-ACTION         PIC X(1).
                   88 PY-D-ISSUE          VALUE "I".
                   88 PY-D-VOID           VALUE "V".
               03 FILLER              PIC X(2).
           02 FILLER REDEFINES PY-DATA.
               03 PY-T-ITEM-COUNT     PIC 9(7).
               03 FILLER              PIC X(2).
               03 PY-T-ISSUED-TOTAL   PIC 9(10)V99.
               03 FILLER              PIC X(2).
               03 PY-T-VOID-COUNT     PIC 9(7).
               03 FILLER              PIC X(35).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-EMPMAST-STATUS           PIC XX VALUE "00".
       01 WS-POSITIVE-PAY-PARM-STATUS PIC XX VALUE "00".
       01 WS-POSITIVE-PAY-STATUS      PIC XX VALUE "00".

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-EMPMAST-AVAIL-SWITCH     PIC X VALUE "N".
           88 WS-EMPMAST-AVAILABLE        VALUE "Y".

       01 WS-BANK-ACCOUNT             PIC X(12) VALUE SPACES.
       01 WS-ITEM-COUNT               PIC 9(7) VALUE ZERO.
       01 WS-ISSUED-TOTAL             PIC 9(10)V99 VALUE ZERO.
       01 WS-VOID-COUNT               PIC 9(7) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-PP-SOURCE-PROGRAM        PIC X(8).

       PROCEDURE DIVISION USING LK-PP-SOURCE-PROGRAM.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-EXTRACT-ONE-CHECK THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *>--------------------------------------------------------------
      *> Called once per run, but the counters start clean anyway;
      *> the header goes out ahead of the first check.
      *>--------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-EMPMAST-AVAIL-SWITCH
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-ISSUED-TOTAL
           MOVE ZERO TO WS-VOID-COUNT
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-PARM THRU 1100-EXIT
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "00"
               SET WS-EMPMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PY-HEADER TO TRUE
           MOVE WS-BANK-ACCOUNT      TO PY-H-BANK-ACCOUNT
           MOVE WS-BUSINESS-DATE     TO PY-H-CREATE-DATE
           MOVE LK-PP-SOURCE-PROGRAM TO PY-H-SOURCE
           WRITE POSITIVE-PAY-RECORD
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REGISTER-STATUS = "35"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ CHECK-REGISTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The drawing account the bank files the list under.  With no
      *> PPAYPRM card the header goes out blank, noted on the
      *> console - the bank will refuse it, which is the point.
      *>--------------------------------------------------------------
       1100-LOAD-PARM.
           OPEN INPUT POSITIVE-PAY-PARM-FILE
           IF WS-POSITIVE-PAY-PARM-STATUS = "35"
               DISPLAY "PPAYPRM missing - positive-pay header has "
                   "no account"
               GO TO 1100-EXIT
           END-IF
           READ POSITIVE-PAY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PPP-BANK-ACCOUNT TO WS-BANK-ACCOUNT
           END-READ
           CLOSE POSITIVE-PAY-PARM-FILE.
       1100-EXIT.
           EXIT.

       2000-EXTRACT-ONE-CHECK.
           IF CK-CLEARED
               GO TO 2000-NEXT
           END-IF
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PY-DETAIL TO TRUE
           MOVE CK-CHECK-NO   TO PY-D-CHECK-NO
           MOVE CK-ISSUE-DATE TO PY-D-ISSUE-DATE
           MOVE CK-AMOUNT     TO PY-D-AMOUNT
           PERFORM 2100-NAME-PAYEE THRU 2100-EXIT
           IF CK-VOID
               SET PY-D-VOID TO TRUE
               ADD 1 TO WS-VOID-COUNT
           ELSE
               SET PY-D-ISSUE TO TRUE
               ADD CK-AMOUNT TO WS-ISSUED-TOTAL
           END-IF
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-ITEM-COUNT.
       2000-NEXT.
           READ CHECK-REGISTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-NAME-PAYEE.
           MOVE SPACES TO PY-D-PAYEE-NAME
           IF NOT WS-EMPMAST-AVAILABLE
               GO TO 2100-EXIT
           END-IF
           MOVE CK-EMP-ID TO EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-FULL-NAME TO PY-D-PAYEE-NAME
           END-READ.
       2100-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PY-TRAILER TO TRUE
           MOVE WS-ITEM-COUNT   TO PY-T-ITEM-COUNT
           MOVE WS-ISSUED-TOTAL TO PY-T-ISSUED-TOTAL
           MOVE WS-VOID-COUNT   TO PY-T-VOID-COUNT
           WRITE POSITIVE-PAY-RECORD
           CLOSE POSITIVE-PAY-FILE
           IF WS-CHECK-REGISTER-STATUS NOT = "35"
               CLOSE CHECK-REGISTER-FILE
           END-IF
           IF WS-EMPMAST-AVAILABLE
               CLOSE EMPMAST-FILE
           END-IF
           DISPLAY "Positive-pay items: " WS-ITEM-COUNT
               " voids: " WS-VOID-COUNT.
       9000-EXIT.
           EXIT.
