       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ppayload.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Positive-pay exception load.  The bank matches every
      *> payroll check presented against the PPAYEXTR issued-check
      *> file ppayext.cob sends it and returns what did not match on
      *> PPAYEXCP (check number, presented date, presented amount,
      *> the bank's reason code).  Each item is classified against
      *> the CHECKREG register - not on our file, amount differs,
      *> voided, or the bank's own exception on a check that
      *> matches - and loads onto the PPAYDEC decision file (see
      *> PPAYDEC.cpy) with the issued amount and the payee off
      *> EMPMAST, for payroll staff to mark pay or return through
      *> ppayrev.cob.  An item already on PPAYDEC is not loaded
      *> twice, so the bank's file can be rerun safely.  Every run
      *> ends with the PPAYRPT report of all items still undecided,
      *> under the bank's cutoff time and the decision the bank
      *> will take on anything left undecided at the cutoff (both
      *> from the PPAYPRM card, defaults 11:00 and return); run it
      *> again with no PPAYEXCP on disk for the report alone.  A
      *> bank file of more than the 500 items one load holds is
      *> refused whole - nothing loads, the refusal heads PPAYRPT,
      *> and the run ends with return code 8 - so no item is
      *> silently left off PPAYDEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-EXCEPTION-FILE ASSIGN TO "PPAYEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-EXCEPTION-STATUS.
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
           SELECT DECISION-FILE ASSIGN TO "PPAYDEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT POSITIVE-PAY-REPORT-FILE ASSIGN TO "PPAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITIVE-PAY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-EXCEPTION-FILE.
       01 BANK-EXCEPTION-RECORD.
           02 BX-CHECK-NO             PIC 9(6).
           02 FILLER                  PIC X(2).
           02 BX-PRESENTED-DATE       PIC 9(8).
           02 FILLER                  PIC X(2).
           02 BX-PRESENTED-AMOUNT     PIC 9(8)V99.
           02 FILLER                  PIC X(2).
           02 BX-REASON               PIC X(2).

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

       FD  DECISION-FILE.
           COPY PPAYDEC.

       FD  POSITIVE-PAY-REPORT-FILE.
       01 POSITIVE-PAY-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".
       01 WS-BANK-EXCEPTION-STATUS    PIC XX VALUE "00".
       01 WS-CHECK-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-EMPMAST-STATUS           PIC XX VALUE "00".
       01 WS-POSITIVE-PAY-PARM-STATUS PIC XX VALUE "00".
       01 WS-DECISION-STATUS          PIC XX VALUE "00".
           88 WS-DECISION-NEW             VALUE "35".
           88 WS-DECISION-EOF             VALUE "10".
       01 WS-POSITIVE-PAY-REPORT-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-EMPMAST-AVAIL-SWITCH     PIC X VALUE "N".
           88 WS-EMPMAST-AVAILABLE        VALUE "Y".
       01 WS-ITEM-OVERFLOW-SWITCH     PIC X VALUE "N".
           88 WS-ITEM-OVERFLOW            VALUE "Y".

       01 WS-CUTOFF-TIME              PIC 9(4) VALUE 1100.
       01 WS-DEFAULT-DECISION         PIC X(1) VALUE "R".

      *>--------------------------------------------------------------
      *> The bank's items for this load, matched against the
      *> register in one pass before they go onto PPAYDEC.
      *>--------------------------------------------------------------
       01 WS-ITEM-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-ITEM-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-ITEM-TABLE.
           02 WS-ITEM-ENTRY OCCURS 500 TIMES.
               03 WS-BX-CHECK-NO      PIC 9(6).
               03 WS-BX-PRESENTED-DATE PIC 9(8).
               03 WS-BX-AMOUNT        PIC 9(8)V99.
               03 WS-BX-REASON        PIC X(2).
               03 WS-BX-TYPE          PIC X(1).
               03 WS-BX-ISSUED-AMOUNT PIC 9(8)V99.
               03 WS-BX-EMP-ID        PIC 9(5).

       01 WS-LOADED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-REPEAT-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-UNDECIDED-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-UNDECIDED-TOTAL          PIC 9(10)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** POSITIVE PAY - UNDECIDED EXCEPTIONS ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(14) VALUE "BANK CUTOFF ".
           02 WS-H-CUTOFF-HH    PIC 99.
           02 FILLER            PIC X(1)  VALUE ":".
           02 WS-H-CUTOFF-MM    PIC 99.
           02 FILLER            PIC X(32)
               VALUE " - UNDECIDED AT CUTOFF WILL BE ".
           02 WS-H-DEFAULT      PIC X(8).
       01 WS-REFUSED-LINE.
           02 FILLER            PIC X(40)
               VALUE "*** LOAD REFUSED - PPAYEXCP HOLDS MORE T".
           02 FILLER            PIC X(40)
               VALUE "HAN 500 ITEMS, NONE LOADED ***".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-CHECK-NO     PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-PRESENTED    PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-TYPE-TEXT    PIC X(16).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-PRESENTED-AMT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ISSUED-AMT   PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-PAYEE        PIC X(30).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(16) VALUE "*** UNDECIDED: ".
           02 WS-T-UNDECIDED    PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE " PRESENTED: ".
           02 WS-T-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(10) VALUE " LOADED: ".
           02 WS-T-LOADED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-BANK-ITEMS THRU 2000-EXIT
           IF WS-ITEM-OVERFLOW
               DISPLAY "PPAYEXCP exceeds the 500-item load - load "
                   "refused, nothing loaded"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ITEM-COUNT > ZERO AND NOT WS-ITEM-OVERFLOW
               PERFORM 2500-MATCH-REGISTER THRU 2500-EXIT
               PERFORM 3000-STORE-ONE-ITEM THRU 3000-EXIT
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           END-IF
           PERFORM 4000-REPORT-UNDECIDED THRU 4000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-PARM THRU 1100-EXIT
           OPEN I-O DECISION-FILE
           IF WS-DECISION-NEW
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
               OPEN I-O DECISION-FILE
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "00"
               SET WS-EMPMAST-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT POSITIVE-PAY-REPORT-FILE.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The bank's cutoff (HHMM) and what it does with an item
      *> nobody decided: R return unless PPAYPRM says P pay.
      *>--------------------------------------------------------------
       1100-LOAD-PARM.
           OPEN INPUT POSITIVE-PAY-PARM-FILE
           IF WS-POSITIVE-PAY-PARM-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           READ POSITIVE-PAY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PPP-CUTOFF-TIME NUMERIC
                       AND PPP-CUTOFF-TIME > ZERO
                       MOVE PPP-CUTOFF-TIME TO WS-CUTOFF-TIME
                   END-IF
                   IF PPP-DEFAULT-DECISION = "P"
                       MOVE "P" TO WS-DEFAULT-DECISION
                   END-IF
           END-READ
           CLOSE POSITIVE-PAY-PARM-FILE.
       1100-EXIT.
           EXIT.

       2000-LOAD-BANK-ITEMS.
           OPEN INPUT BANK-EXCEPTION-FILE
           IF WS-BANK-EXCEPTION-STATUS = "35"
               DISPLAY "No PPAYEXCP on disk - undecided report only"
               GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-ITEM-COUNT >= 500
               READ BANK-EXCEPTION-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE BX-CHECK-NO TO
                           WS-BX-CHECK-NO (WS-ITEM-COUNT)
                       MOVE BX-PRESENTED-DATE TO
                           WS-BX-PRESENTED-DATE (WS-ITEM-COUNT)
                       MOVE BX-PRESENTED-AMOUNT TO
                           WS-BX-AMOUNT (WS-ITEM-COUNT)
                       MOVE BX-REASON TO
                           WS-BX-REASON (WS-ITEM-COUNT)
                       MOVE "N"  TO WS-BX-TYPE (WS-ITEM-COUNT)
                       MOVE ZERO TO
                           WS-BX-ISSUED-AMOUNT (WS-ITEM-COUNT)
                       MOVE ZERO TO WS-BX-EMP-ID (WS-ITEM-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ BANK-EXCEPTION-FILE
                   AT END CONTINUE
                   NOT AT END SET WS-ITEM-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE BANK-EXCEPTION-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One pass of the register classifies every item: a check we
      *> never issued stays N; one we voided is V; one whose amount
      *> differs is A; a match is the bank's own exception, O.
      *>--------------------------------------------------------------
       2500-MATCH-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REGISTER-STATUS = "35"
               GO TO 2500-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ CHECK-REGISTER-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2600-CLASSIFY-ITEMS THRU 2600-EXIT
                           VARYING WS-ITEM-IDX FROM 1 BY 1
                           UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       2500-EXIT.
           EXIT.

       2600-CLASSIFY-ITEMS.
           IF WS-BX-CHECK-NO (WS-ITEM-IDX) NOT = CK-CHECK-NO
               GO TO 2600-EXIT
           END-IF
           MOVE CK-AMOUNT TO WS-BX-ISSUED-AMOUNT (WS-ITEM-IDX)
           MOVE CK-EMP-ID TO WS-BX-EMP-ID (WS-ITEM-IDX)
           EVALUATE TRUE
               WHEN CK-VOID
                   MOVE "V" TO WS-BX-TYPE (WS-ITEM-IDX)
               WHEN CK-AMOUNT NOT = WS-BX-AMOUNT (WS-ITEM-IDX)
                   MOVE "A" TO WS-BX-TYPE (WS-ITEM-IDX)
               WHEN OTHER
                   MOVE "O" TO WS-BX-TYPE (WS-ITEM-IDX)
           END-EVALUATE.
       2600-EXIT.
           EXIT.

       3000-STORE-ONE-ITEM.
           MOVE SPACES TO POSITIVE-PAY-DECISION-RECORD
           MOVE WS-BX-CHECK-NO (WS-ITEM-IDX) TO PD-CHECK-NO
           MOVE WS-BX-PRESENTED-DATE (WS-ITEM-IDX)
               TO PD-PRESENTED-DATE
           MOVE WS-BX-TYPE (WS-ITEM-IDX) TO PD-EXCEPTION-TYPE
           MOVE WS-BX-REASON (WS-ITEM-IDX) TO PD-BANK-REASON
           MOVE WS-BX-AMOUNT (WS-ITEM-IDX) TO PD-PRESENTED-AMOUNT
           MOVE WS-BX-ISSUED-AMOUNT (WS-ITEM-IDX) TO PD-ISSUED-AMOUNT
           MOVE WS-BX-EMP-ID (WS-ITEM-IDX) TO PD-EMP-ID
           MOVE WS-BUSINESS-DATE TO PD-LOAD-DATE
           MOVE ZERO TO PD-DECIDED-DATE
           IF WS-BX-EMP-ID (WS-ITEM-IDX) NOT = ZERO
               AND WS-EMPMAST-AVAILABLE
               MOVE WS-BX-EMP-ID (WS-ITEM-IDX) TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-FULL-NAME TO PD-PAYEE-NAME
               END-READ
           END-IF
           WRITE POSITIVE-PAY-DECISION-RECORD
               INVALID KEY
                   ADD 1 TO WS-REPEAT-COUNT
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-LOADED-COUNT.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every item still undecided, old loads included, under the
      *> cutoff and the decision the bank will default to.
      *>--------------------------------------------------------------
       4000-REPORT-UNDECIDED.
           WRITE POSITIVE-PAY-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-CUTOFF-TIME (1:2) TO WS-H-CUTOFF-HH
           MOVE WS-CUTOFF-TIME (3:2) TO WS-H-CUTOFF-MM
           IF WS-DEFAULT-DECISION = "P"
               MOVE "PAID" TO WS-H-DEFAULT
           ELSE
               MOVE "RETURNED" TO WS-H-DEFAULT
           END-IF
           WRITE POSITIVE-PAY-REPORT-LINE FROM WS-HEADING-LINE-2
           IF WS-ITEM-OVERFLOW
               WRITE POSITIVE-PAY-REPORT-LINE FROM WS-REFUSED-LINE
           END-IF
           MOVE LOW-VALUES TO PD-KEY
           START DECISION-FILE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   GO TO 4000-TOTALS
           END-START
           PERFORM 4100-REPORT-ONE-ITEM THRU 4100-EXIT
               UNTIL WS-DECISION-EOF.
       4000-TOTALS.
           MOVE WS-UNDECIDED-COUNT TO WS-T-UNDECIDED
           MOVE WS-UNDECIDED-TOTAL TO WS-T-AMOUNT
           MOVE WS-LOADED-COUNT    TO WS-T-LOADED
           WRITE POSITIVE-PAY-REPORT-LINE FROM WS-TOTAL-LINE.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-ITEM.
           READ DECISION-FILE NEXT RECORD
               AT END
                   SET WS-DECISION-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT PD-UNDECIDED
               GO TO 4100-EXIT
           END-IF
           MOVE PD-CHECK-NO         TO WS-D-CHECK-NO
           MOVE PD-PRESENTED-DATE   TO WS-D-PRESENTED
           EVALUATE TRUE
               WHEN PD-NOT-ISSUED
                   MOVE "NOT ISSUED"     TO WS-D-TYPE-TEXT
               WHEN PD-AMOUNT-MISMATCH
                   MOVE "AMOUNT MISMATCH" TO WS-D-TYPE-TEXT
               WHEN PD-VOID-PRESENTED
                   MOVE "VOIDED CHECK"   TO WS-D-TYPE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-D-TYPE-TEXT
                   STRING "BANK REASON " PD-BANK-REASON
                       DELIMITED BY SIZE INTO WS-D-TYPE-TEXT
           END-EVALUATE
           MOVE PD-PRESENTED-AMOUNT TO WS-D-PRESENTED-AMT
           MOVE PD-ISSUED-AMOUNT    TO WS-D-ISSUED-AMT
           MOVE PD-PAYEE-NAME       TO WS-D-PAYEE
           WRITE POSITIVE-PAY-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-UNDECIDED-COUNT
           ADD PD-PRESENTED-AMOUNT TO WS-UNDECIDED-TOTAL.
       4100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DECISION-FILE
           IF WS-EMPMAST-AVAILABLE
               CLOSE EMPMAST-FILE
           END-IF
           CLOSE POSITIVE-PAY-REPORT-FILE
           DISPLAY "Bank exceptions loaded: " WS-LOADED-COUNT
           DISPLAY "Already on file:        " WS-REPEAT-COUNT
           DISPLAY "Undecided before cutoff: " WS-UNDECIDED-COUNT.
       9000-EXIT.
           EXIT.
