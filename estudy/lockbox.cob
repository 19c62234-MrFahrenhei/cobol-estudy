       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lockbox.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Bank lockbox import, ahead of cashrcpt.cob.  The bank's
      *> daily remittance file LOCKBOX - a file header with the
      *> deposit date and the bank's deposit total, then batches of
      *> items (amount, check number, the routing and account
      *> number off the check, and up to four remittance invoice
      *> references with the amount paid on each) between batch
      *> headers and trailers, and a file trailer - replaces the
      *> clerk re-keying each check onto CASHTRAN.
      *> The whole file is proved first: every batch trailer's item
      *> count and total, the file trailer's batch count, item count
      *> and total, and the file total against the deposit total.
      *> A file that does not prove, or one already loaded (the
      *> LBXCTL control record keeps the last deposit date and file
      *> number taken), loads nothing and ends with return code 8.
      *> Each item of a proven file finds its customer by its
      *> invoice references against the open items on ARFILE or,
      *> failing that, by the bank account on the LBXREF cross-
      *> reference (see LBXREF.cpy), which learns every account an
      *> invoice reference identifies.  An identified item writes a
      *> CASHTRAN payment per referenced invoice, plus one with no
      *> invoice number for any amount the references do not
      *> account for, which cashrcpt.cob applies oldest first.  An
      *> item that cannot be identified - or whose references name
      *> two customers, or add up to more than the check - goes to
      *> the LBXRSCH research list instead of being posted blind.
      *> The LBXREG register lists every item and reconciles the
      *> bank's deposit total to what was posted plus what went to
      *> research.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.
           SELECT LOCKBOX-CONTROL-FILE ASSIGN TO "LBXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-CONTROL-STATUS.
           SELECT LOCKBOX-XREF-FILE ASSIGN TO "LBXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-KEY
               FILE STATUS IS WS-LOCKBOX-XREF-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-OPEN-ITEM-STATUS.
           SELECT CASH-TRANS-FILE ASSIGN TO "CASHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-TRANS-STATUS.
           SELECT LOCKBOX-REGISTER-FILE ASSIGN TO "LBXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-REGISTER-STATUS.
           SELECT LOCKBOX-RESEARCH-FILE ASSIGN TO "LBXRSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-RESEARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       01 LB-FILE-HEADER-RECORD.
           02 LB-RECORD-TYPE          PIC X(1).
               88 LB-FILE-HEADER          VALUE "1".
               88 LB-BATCH-HEADER         VALUE "5".
               88 LB-ITEM                 VALUE "6".
               88 LB-BATCH-TRAILER        VALUE "8".
               88 LB-FILE-TRAILER         VALUE "9".
           02 LB-FH-DEPOSIT-DATE      PIC 9(8).
           02 LB-FH-FILE-NO           PIC 9(4).
           02 LB-FH-LOCKBOX-NO        PIC X(7).
           02 LB-FH-DEPOSIT-TOTAL     PIC 9(9)V99.
       01 LB-BATCH-HEADER-RECORD.
           02 FILLER                  PIC X(1).
           02 LB-BH-BATCH-NO          PIC 9(4).
       01 LB-ITEM-RECORD.
           02 FILLER                  PIC X(1).
           02 LB-IT-ITEM-SEQ          PIC 9(4).
           02 LB-IT-AMOUNT            PIC 9(7)V99.
           02 LB-IT-CHECK-NO          PIC X(10).
           02 LB-IT-ROUTING-NO        PIC X(9).
           02 LB-IT-ACCOUNT-NO        PIC X(17).
           02 LB-IT-REMITTANCE OCCURS 4 TIMES.
               03 LB-IT-REF-INVOICE   PIC X(6).
               03 LB-IT-REF-AMOUNT    PIC 9(7)V99.
       01 LB-BATCH-TRAILER-RECORD.
           02 FILLER                  PIC X(1).
           02 LB-BT-BATCH-NO          PIC 9(4).
           02 LB-BT-ITEM-COUNT        PIC 9(5).
           02 LB-BT-BATCH-TOTAL       PIC 9(9)V99.
       01 LB-FILE-TRAILER-RECORD.
           02 FILLER                  PIC X(1).
           02 LB-FT-BATCH-COUNT       PIC 9(4).
           02 LB-FT-ITEM-COUNT        PIC 9(6).
           02 LB-FT-FILE-TOTAL        PIC 9(9)V99.

       FD  LOCKBOX-CONTROL-FILE.
       01 LOCKBOX-CONTROL-RECORD.
           02 LC-LAST-DEPOSIT-DATE    PIC 9(8).
           02 LC-LAST-FILE-NO         PIC 9(4).

       FD  LOCKBOX-XREF-FILE.
           COPY LBXREF.

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.

       FD  CASH-TRANS-FILE.
       01 CASH-TRANS-RECORD.
           02 CT-CUST-IDENT           PIC 9(7).
           02 CT-INVOICE-NO           PIC 9(6).
           02 CT-PAYMENT-AMOUNT       PIC 9(7)V99.
           02 CT-PAYMENT-DATE         PIC 9(8).

       FD  LOCKBOX-REGISTER-FILE.
       01 LOCKBOX-REGISTER-LINE       PIC X(100).

       FD  LOCKBOX-RESEARCH-FILE.
       01 LOCKBOX-RESEARCH-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOCKBOX-STATUS           PIC XX VALUE "00".
       01 WS-LOCKBOX-CONTROL-STATUS   PIC XX VALUE "00".
       01 WS-LOCKBOX-XREF-STATUS      PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-CASH-TRANS-STATUS        PIC XX VALUE "00".
       01 WS-LOCKBOX-REGISTER-STATUS  PIC XX VALUE "00".
       01 WS-LOCKBOX-RESEARCH-STATUS  PIC XX VALUE "00".

       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-AR-EOF-SWITCH            PIC X VALUE "N".
           88 WS-AR-EOF                   VALUE "Y".
       01 WS-FILE-SWITCH              PIC X VALUE "Y".
           88 WS-FILE-PROVEN              VALUE "Y".
       01 WS-LOAD-SWITCH              PIC X VALUE "N".
           88 WS-FILE-LOADED              VALUE "Y".
       01 WS-BATCH-OPEN-SWITCH        PIC X VALUE "N".
           88 WS-BATCH-OPEN               VALUE "Y".
       01 WS-HEADER-SEEN-SWITCH       PIC X VALUE "N".
           88 WS-HEADER-SEEN              VALUE "Y".
       01 WS-TRAILER-SEEN-SWITCH      PIC X VALUE "N".
           88 WS-TRAILER-SEEN             VALUE "Y".
       01 WS-ARFILE-SWITCH            PIC X VALUE "Y".
           88 WS-ARFILE-ON-FILE           VALUE "Y".

      *>   From the bank's file header.
       01 WS-DEPOSIT-DATE             PIC 9(8) VALUE ZERO.
       01 WS-FILE-NO                  PIC 9(4) VALUE ZERO.
       01 WS-LOCKBOX-NO               PIC X(7) VALUE SPACES.
       01 WS-DEPOSIT-TOTAL            PIC 9(9)V99 VALUE ZERO.

      *>   From LBXCTL - the last file taken.
       01 WS-LAST-DEPOSIT-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LAST-FILE-NO             PIC 9(4) VALUE ZERO.

      *>   Proof counters, batch level and file level.
       01 WS-BATCH-NO                 PIC 9(4) VALUE ZERO.
       01 WS-BATCH-ITEM-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-BATCH-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01 WS-FILE-BATCH-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-FILE-ITEM-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-FILE-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01 WS-PROOF-MESSAGE            PIC X(60) VALUE SPACES.

      *>   Open items by invoice number, for the remittance match.
       01 WS-AR-TABLE.
           02 WS-AR-ENTRY OCCURS 5000 TIMES.
               03 WS-AR-INVOICE-NO    PIC 9(6).
               03 WS-AR-CUST-IDENT    PIC 9(7).
       01 WS-AR-COUNT                 PIC 9(5) COMP VALUE ZERO.
       01 WS-AR-IDX                   PIC 9(5) COMP VALUE ZERO.
       01 WS-AR-TABLE-FULL-SWITCH     PIC X VALUE "N".
           88 WS-AR-TABLE-FULL            VALUE "Y".

      *>   One item as it is worked.
       01 WS-REF-IDX                  PIC 9(1) COMP VALUE ZERO.
       01 WS-REF-COUNT                PIC 9(1) COMP VALUE ZERO.
       01 WS-REF-TOTAL                PIC 9(9)V99 VALUE ZERO.
       01 WS-REF-INVOICE-NO           PIC 9(6) VALUE ZERO.
       01 WS-REF-CUST-IDENT           PIC 9(7) VALUE ZERO.
       01 WS-ITEM-CUST-IDENT          PIC 9(7) VALUE ZERO.
       01 WS-ON-ACCOUNT-AMOUNT        PIC 9(9)V99 VALUE ZERO.
       01 WS-MATCH-SWITCH             PIC X VALUE SPACE.
           88 WS-MATCHED-BY-INVOICE       VALUE "I".
           88 WS-MATCHED-BY-ACCOUNT       VALUE "A".
           88 WS-NOT-MATCHED              VALUE SPACE.
       01 WS-MIXED-SWITCH             PIC X VALUE "N".
           88 WS-MIXED-CUSTOMERS          VALUE "Y".
       01 WS-RESEARCH-REASON          PIC X(30) VALUE SPACES.
       01 WS-REGISTER-NOTE            PIC X(30) VALUE SPACES.

      *>   Run totals for the deposit reconciliation.
       01 WS-POSTED-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-POSTED-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01 WS-RESEARCH-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-RESEARCH-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-CASHTRAN-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-LEARNED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-UNRECONCILED-AMOUNT      PIC S9(9)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1.
           02 FILLER            PIC X(30)
               VALUE "*** LOCKBOX DEPOSIT REGISTER -".
           02 FILLER            PIC X(9)  VALUE " LOCKBOX ".
           02 WS-H-LOCKBOX-NO   PIC X(7).
           02 FILLER            PIC X(6)  VALUE " FILE ".
           02 WS-H-FILE-NO      PIC 9(4).
           02 FILLER            PIC X(4)  VALUE " ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(14) VALUE "DEPOSIT DATE: ".
           02 WS-H-DEPOSIT-DATE PIC 9999/99/99.
           02 FILLER            PIC X(12) VALUE "  RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9999/99/99.
       01 WS-PROOF-LINE.
           02 FILLER            PIC X(4)  VALUE "*** ".
           02 WS-P-MESSAGE      PIC X(60).
       01 WS-BATCH-PROOF-LINE.
           02 FILLER            PIC X(6)  VALUE "BATCH ".
           02 WS-BP-BATCH-NO    PIC 9(4).
           02 FILLER            PIC X(8)  VALUE "  ITEMS ".
           02 WS-BP-ITEMS       PIC ZZZZ9.
           02 FILLER            PIC X(7)  VALUE " TOTAL ".
           02 WS-BP-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(7)  VALUE "  BANK ".
           02 WS-BP-BANK-ITEMS  PIC ZZZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-BP-BANK-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-BP-RESULT      PIC X(14).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(6)  VALUE "BATCH".
           02 FILLER            PIC X(6)  VALUE "ITEM".
           02 FILLER            PIC X(12) VALUE "CHECK".
           02 FILLER            PIC X(14) VALUE "        AMOUNT".
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 FILLER            PIC X(9)  VALUE "CUSTOMER".
           02 FILLER            PIC X(9)  VALUE "BY".
           02 FILLER            PIC X(30) VALUE "NOTE".
       01 WS-DETAIL-LINE.
           02 WS-D-BATCH-NO     PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ITEM-SEQ     PIC 9(4).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CHECK-NO     PIC X(10).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-MATCHED-BY   PIC X(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NOTE         PIC X(30).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(4)  VALUE "*** ".
           02 WS-T-LABEL        PIC X(24).
           02 WS-T-COUNT        PIC ZZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-T-AMOUNT       PIC ---,---,--9.99.
       01 WS-RESEARCH-HEADING.
           02 FILLER            PIC X(36)
               VALUE "*** LOCKBOX ITEMS FOR RESEARCH - ".
           02 FILLER            PIC X(9)  VALUE "DEPOSIT: ".
           02 WS-RH-DEPOSIT-DATE PIC 9999/99/99.
           02 FILLER            PIC X(4)  VALUE " ***".
       01 WS-RESEARCH-DETAIL.
           02 WS-R-BATCH-NO     PIC 9(4).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-ITEM-SEQ     PIC 9(4).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-CHECK-NO     PIC X(10).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-ROUTING-NO   PIC X(9).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-ACCOUNT-NO   PIC X(17).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-REFERENCES.
               03 WS-R-REFERENCE OCCURS 4 TIMES.
                   04 WS-R-REF-INVOICE PIC X(6).
                   04 FILLER    PIC X(1).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-R-REASON       PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROVE-FILE THRU 2000-EXIT
           IF WS-FILE-PROVEN
               PERFORM 3000-LOAD-FILE THRU 3000-EXIT
           END-IF
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN OUTPUT LOCKBOX-REGISTER-FILE
           OPEN INPUT LOCKBOX-CONTROL-FILE
           IF WS-LOCKBOX-CONTROL-STATUS = "35"
               GO TO 1000-EXIT
           END-IF
           READ LOCKBOX-CONTROL-FILE
               NOT AT END
                   MOVE LC-LAST-DEPOSIT-DATE TO WS-LAST-DEPOSIT-DATE
                   MOVE LC-LAST-FILE-NO      TO WS-LAST-FILE-NO
           END-READ
           CLOSE LOCKBOX-CONTROL-FILE.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> First pass: prove the bank's file before anything is
      *> posted.  Any batch or file total out of balance, a missing
      *> header or trailer, or a file already taken stops the load.
      *>--------------------------------------------------------------
       2000-PROVE-FILE.
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-STATUS = "35"
               DISPLAY "No LOCKBOX file from the bank - nothing loaded"
               MOVE "N" TO WS-FILE-SWITCH
               MOVE "NO LOCKBOX FILE FROM THE BANK" TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           READ LOCKBOX-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           IF WS-EOF OR NOT LB-FILE-HEADER
               MOVE "FILE DOES NOT START WITH A FILE HEADER"
                   TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
               CLOSE LOCKBOX-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-PROVE-RECORD THRU 2100-EXIT
               UNTIL WS-EOF
           CLOSE LOCKBOX-FILE
           IF WS-BATCH-OPEN
               MOVE "LAST BATCH HAS NO BATCH TRAILER"
                   TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-IF
           IF NOT WS-TRAILER-SEEN
               MOVE "FILE HAS NO FILE TRAILER" TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-IF
           IF WS-FILE-TOTAL NOT = WS-DEPOSIT-TOTAL
               MOVE "ITEMS DO NOT ADD TO THE BANK DEPOSIT TOTAL"
                   TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-IF
           IF WS-DEPOSIT-DATE < WS-LAST-DEPOSIT-DATE
               OR (WS-DEPOSIT-DATE = WS-LAST-DEPOSIT-DATE
                   AND WS-FILE-NO NOT > WS-LAST-FILE-NO)
               MOVE "FILE ALREADY LOADED - SEE LBXCTL"
                   TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-IF
           IF WS-FILE-PROVEN
               MOVE "FILE PROVEN TO THE BANK'S TOTALS" TO WS-P-MESSAGE
               WRITE LOCKBOX-REGISTER-LINE FROM WS-PROOF-LINE
           ELSE
               MOVE "FILE NOT LOADED - OBTAIN A CORRECTED FILE"
                   TO WS-P-MESSAGE
               WRITE LOCKBOX-REGISTER-LINE FROM WS-PROOF-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-PROVE-RECORD.
           EVALUATE TRUE
               WHEN LB-FILE-HEADER
                   PERFORM 2110-PROVE-FILE-HEADER THRU 2110-EXIT
               WHEN LB-BATCH-HEADER
                   PERFORM 2120-PROVE-BATCH-HEADER THRU 2120-EXIT
               WHEN LB-ITEM
                   PERFORM 2130-PROVE-ITEM THRU 2130-EXIT
               WHEN LB-BATCH-TRAILER
                   PERFORM 2140-PROVE-BATCH-TRAILER THRU 2140-EXIT
               WHEN LB-FILE-TRAILER
                   PERFORM 2150-PROVE-FILE-TRAILER THRU 2150-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE ON FILE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-EVALUATE
           READ LOCKBOX-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2110-PROVE-FILE-HEADER.
           IF WS-HEADER-SEEN
               MOVE "SECOND FILE HEADER ON FILE" TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
               GO TO 2110-EXIT
           END-IF
           SET WS-HEADER-SEEN TO TRUE
           MOVE LB-FH-DEPOSIT-DATE  TO WS-DEPOSIT-DATE
           MOVE LB-FH-FILE-NO       TO WS-FILE-NO
           MOVE LB-FH-LOCKBOX-NO    TO WS-LOCKBOX-NO
           MOVE LB-FH-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL
           MOVE WS-LOCKBOX-NO    TO WS-H-LOCKBOX-NO
           MOVE WS-FILE-NO       TO WS-H-FILE-NO
           MOVE WS-DEPOSIT-DATE  TO WS-H-DEPOSIT-DATE
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE LOCKBOX-REGISTER-LINE FROM WS-HEADING-LINE-1
           WRITE LOCKBOX-REGISTER-LINE FROM WS-HEADING-LINE-2.
       2110-EXIT.
           EXIT.

       2120-PROVE-BATCH-HEADER.
           IF WS-BATCH-OPEN
               MOVE "BATCH HAS NO BATCH TRAILER" TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-IF
           SET WS-BATCH-OPEN TO TRUE
           MOVE LB-BH-BATCH-NO TO WS-BATCH-NO
           MOVE ZERO TO WS-BATCH-ITEM-COUNT
           MOVE ZERO TO WS-BATCH-TOTAL
           ADD 1 TO WS-FILE-BATCH-COUNT.
       2120-EXIT.
           EXIT.

       2130-PROVE-ITEM.
           IF NOT WS-BATCH-OPEN
               MOVE "ITEM OUTSIDE A BATCH" TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-IF
           IF LB-IT-AMOUNT NOT NUMERIC
               MOVE "ITEM AMOUNT NOT NUMERIC" TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
               GO TO 2130-EXIT
           END-IF
           ADD 1 TO WS-BATCH-ITEM-COUNT
           ADD 1 TO WS-FILE-ITEM-COUNT
           ADD LB-IT-AMOUNT TO WS-BATCH-TOTAL
           ADD LB-IT-AMOUNT TO WS-FILE-TOTAL.
       2130-EXIT.
           EXIT.

       2140-PROVE-BATCH-TRAILER.
           MOVE WS-BATCH-NO         TO WS-BP-BATCH-NO
           MOVE WS-BATCH-ITEM-COUNT TO WS-BP-ITEMS
           MOVE WS-BATCH-TOTAL      TO WS-BP-TOTAL
           MOVE LB-BT-ITEM-COUNT    TO WS-BP-BANK-ITEMS
           MOVE LB-BT-BATCH-TOTAL   TO WS-BP-BANK-TOTAL
           IF NOT WS-BATCH-OPEN
               OR LB-BT-BATCH-NO NOT = WS-BATCH-NO
               OR LB-BT-ITEM-COUNT NOT = WS-BATCH-ITEM-COUNT
               OR LB-BT-BATCH-TOTAL NOT = WS-BATCH-TOTAL
               MOVE "OUT OF BALANCE" TO WS-BP-RESULT
               MOVE "N" TO WS-FILE-SWITCH
           ELSE
               MOVE "IN BALANCE" TO WS-BP-RESULT
           END-IF
           WRITE LOCKBOX-REGISTER-LINE FROM WS-BATCH-PROOF-LINE
           MOVE "N" TO WS-BATCH-OPEN-SWITCH.
       2140-EXIT.
           EXIT.

       2150-PROVE-FILE-TRAILER.
           SET WS-TRAILER-SEEN TO TRUE
           IF LB-FT-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
               MOVE "BATCH COUNT DISAGREES WITH FILE TRAILER"
                   TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-IF
           IF LB-FT-ITEM-COUNT NOT = WS-FILE-ITEM-COUNT
               MOVE "ITEM COUNT DISAGREES WITH FILE TRAILER"
                   TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-IF
           IF LB-FT-FILE-TOTAL NOT = WS-FILE-TOTAL
               MOVE "FILE TOTAL DISAGREES WITH FILE TRAILER"
                   TO WS-PROOF-MESSAGE
               PERFORM 2900-PRINT-PROOF-ERROR THRU 2900-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

       2900-PRINT-PROOF-ERROR.
           MOVE "N" TO WS-FILE-SWITCH
           MOVE WS-PROOF-MESSAGE TO WS-P-MESSAGE
           WRITE LOCKBOX-REGISTER-LINE FROM WS-PROOF-LINE
           DISPLAY "LOCKBOX: " WS-PROOF-MESSAGE.
       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Second pass over a proven file: identify and post each
      *> item, then record the file as taken on LBXCTL.
      *>--------------------------------------------------------------
       3000-LOAD-FILE.
           PERFORM 3050-OPEN-LOAD-FILES THRU 3050-EXIT
           PERFORM 3060-LOAD-OPEN-ITEMS THRU 3060-EXIT
           WRITE LOCKBOX-REGISTER-LINE FROM WS-COLUMN-LINE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LOCKBOX-FILE
           READ LOCKBOX-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 3100-LOAD-RECORD THRU 3100-EXIT
               UNTIL WS-EOF
           CLOSE LOCKBOX-FILE
           OPEN OUTPUT LOCKBOX-CONTROL-FILE
           MOVE WS-DEPOSIT-DATE TO LC-LAST-DEPOSIT-DATE
           MOVE WS-FILE-NO      TO LC-LAST-FILE-NO
           WRITE LOCKBOX-CONTROL-RECORD
           CLOSE LOCKBOX-CONTROL-FILE.
       3000-EXIT.
           EXIT.

       3050-OPEN-LOAD-FILES.
           SET WS-FILE-LOADED TO TRUE
           OPEN I-O LOCKBOX-XREF-FILE
           IF WS-LOCKBOX-XREF-STATUS = "35"
               OPEN OUTPUT LOCKBOX-XREF-FILE
               CLOSE LOCKBOX-XREF-FILE
               OPEN I-O LOCKBOX-XREF-FILE
           END-IF
           OPEN EXTEND CASH-TRANS-FILE
           IF WS-CASH-TRANS-STATUS = "05" OR "35"
               OPEN OUTPUT CASH-TRANS-FILE
           END-IF
           OPEN OUTPUT LOCKBOX-RESEARCH-FILE
           MOVE WS-DEPOSIT-DATE TO WS-RH-DEPOSIT-DATE
           WRITE LOCKBOX-RESEARCH-LINE FROM WS-RESEARCH-HEADING.
       3050-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Open items only: a paid or written-off invoice, or a credit
      *> memo, is not something a customer remits against.
      *>--------------------------------------------------------------
       3060-LOAD-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-ITEM-STATUS = "35"
               MOVE "N" TO WS-ARFILE-SWITCH
               DISPLAY "No ARFILE on disk - matching by account only"
               GO TO 3060-EXIT
           END-IF
           PERFORM UNTIL WS-AR-EOF
               READ AR-OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       SET WS-AR-EOF TO TRUE
                   NOT AT END
                       IF AR-ITEM-OPEN AND NOT AR-CREDIT-MEMO-NO
                           IF WS-AR-COUNT < 5000
                               ADD 1 TO WS-AR-COUNT
                               MOVE AR-INVOICE-NO
                                   TO WS-AR-INVOICE-NO (WS-AR-COUNT)
                               MOVE AR-CUST-IDENT
                                   TO WS-AR-CUST-IDENT (WS-AR-COUNT)
                           ELSE
                               SET WS-AR-TABLE-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE
           IF WS-AR-TABLE-FULL
               DISPLAY "LOCKBOX: more than 5000 open items - "
                   "later invoices match by account only"
           END-IF.
       3060-EXIT.
           EXIT.

       3100-LOAD-RECORD.
           EVALUATE TRUE
               WHEN LB-BATCH-HEADER
                   MOVE LB-BH-BATCH-NO TO WS-BATCH-NO
               WHEN LB-ITEM
                   PERFORM 3200-PROCESS-ITEM THRU 3200-EXIT
           END-EVALUATE
           READ LOCKBOX-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One check.  The invoice references name the customer; the
      *> bank account is the fallback.  Whatever cannot be pinned to
      *> exactly one customer goes to research.
      *>--------------------------------------------------------------
       3200-PROCESS-ITEM.
           MOVE ZERO   TO WS-ITEM-CUST-IDENT
           MOVE ZERO   TO WS-REF-TOTAL
           MOVE ZERO   TO WS-REF-COUNT
           MOVE SPACE  TO WS-MATCH-SWITCH
           MOVE "N"    TO WS-MIXED-SWITCH
           MOVE SPACES TO WS-REGISTER-NOTE
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 4
               IF LB-IT-REF-AMOUNT (WS-REF-IDX) NOT NUMERIC
                   MOVE ZERO TO LB-IT-REF-AMOUNT (WS-REF-IDX)
               END-IF
               ADD LB-IT-REF-AMOUNT (WS-REF-IDX) TO WS-REF-TOTAL
               IF LB-IT-REF-INVOICE (WS-REF-IDX) IS NUMERIC
                   AND LB-IT-REF-INVOICE (WS-REF-IDX) NOT = ZERO
                   ADD 1 TO WS-REF-COUNT
                   PERFORM 3210-MATCH-INVOICE THRU 3210-EXIT
               END-IF
           END-PERFORM
           IF WS-MIXED-CUSTOMERS
               MOVE "INVOICES OF TWO CUSTOMERS" TO WS-RESEARCH-REASON
               PERFORM 3600-SEND-TO-RESEARCH THRU 3600-EXIT
               GO TO 3200-EXIT
           END-IF
           IF WS-REF-TOTAL > LB-IT-AMOUNT
               MOVE "REMITTANCE EXCEEDS CHECK" TO WS-RESEARCH-REASON
               PERFORM 3600-SEND-TO-RESEARCH THRU 3600-EXIT
               GO TO 3200-EXIT
           END-IF
           IF WS-MATCHED-BY-INVOICE
               PERFORM 3300-LEARN-ACCOUNT THRU 3300-EXIT
           ELSE
               PERFORM 3400-MATCH-ACCOUNT THRU 3400-EXIT
           END-IF
           IF WS-NOT-MATCHED
               MOVE "NO INVOICE OR ACCOUNT MATCH" TO WS-RESEARCH-REASON
               PERFORM 3600-SEND-TO-RESEARCH THRU 3600-EXIT
               GO TO 3200-EXIT
           END-IF
           PERFORM 3500-WRITE-PAYMENTS THRU 3500-EXIT.
       3200-EXIT.
           EXIT.

       3210-MATCH-INVOICE.
           MOVE LB-IT-REF-INVOICE (WS-REF-IDX) TO WS-REF-INVOICE-NO
           MOVE ZERO TO WS-REF-CUST-IDENT
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT
               IF WS-AR-INVOICE-NO (WS-AR-IDX) = WS-REF-INVOICE-NO
                   IF WS-REF-CUST-IDENT = ZERO
                       MOVE WS-AR-CUST-IDENT (WS-AR-IDX)
                           TO WS-REF-CUST-IDENT
                   ELSE
                       IF WS-AR-CUST-IDENT (WS-AR-IDX)
                           NOT = WS-REF-CUST-IDENT
                           SET WS-MIXED-CUSTOMERS TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REF-CUST-IDENT = ZERO
               GO TO 3210-EXIT
           END-IF
           IF WS-ITEM-CUST-IDENT = ZERO
               MOVE WS-REF-CUST-IDENT TO WS-ITEM-CUST-IDENT
               SET WS-MATCHED-BY-INVOICE TO TRUE
           ELSE
               IF WS-REF-CUST-IDENT NOT = WS-ITEM-CUST-IDENT
                   SET WS-MIXED-CUSTOMERS TO TRUE
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> An invoice match teaches LBXREF the account it came from.
      *> An account already learned for another customer is left as
      *> it stands and noted.
      *>--------------------------------------------------------------
       3300-LEARN-ACCOUNT.
           IF LB-IT-ROUTING-NO = SPACES OR LB-IT-ACCOUNT-NO = SPACES
               GO TO 3300-EXIT
           END-IF
           MOVE LB-IT-ROUTING-NO TO LX-ROUTING-NO
           MOVE LB-IT-ACCOUNT-NO TO LX-ACCOUNT-NO
           READ LOCKBOX-XREF-FILE
               INVALID KEY
                   MOVE WS-ITEM-CUST-IDENT TO LX-CUST-IDENT
                   MOVE WS-DEPOSIT-DATE    TO LX-LEARNED-DATE
                   MOVE WS-DEPOSIT-DATE    TO LX-LAST-USED-DATE
                   MOVE 1                  TO LX-TIMES-USED
                   WRITE LOCKBOX-XREF-RECORD
                   ADD 1 TO WS-LEARNED-COUNT
                   MOVE "ACCOUNT LEARNED" TO WS-REGISTER-NOTE
                   GO TO 3300-EXIT
           END-READ
           IF LX-CUST-IDENT NOT = WS-ITEM-CUST-IDENT
               MOVE "ACCOUNT IS ON FILE FOR" TO WS-REGISTER-NOTE
               MOVE LX-CUST-IDENT TO WS-REGISTER-NOTE (24:7)
               GO TO 3300-EXIT
           END-IF
           MOVE WS-DEPOSIT-DATE TO LX-LAST-USED-DATE
           IF LX-TIMES-USED < 99999
               ADD 1 TO LX-TIMES-USED
           END-IF
           REWRITE LOCKBOX-XREF-RECORD.
       3300-EXIT.
           EXIT.

       3400-MATCH-ACCOUNT.
           IF LB-IT-ROUTING-NO = SPACES OR LB-IT-ACCOUNT-NO = SPACES
               GO TO 3400-EXIT
           END-IF
           MOVE LB-IT-ROUTING-NO TO LX-ROUTING-NO
           MOVE LB-IT-ACCOUNT-NO TO LX-ACCOUNT-NO
           READ LOCKBOX-XREF-FILE
               INVALID KEY
                   GO TO 3400-EXIT
           END-READ
           MOVE LX-CUST-IDENT TO WS-ITEM-CUST-IDENT
           SET WS-MATCHED-BY-ACCOUNT TO TRUE
           IF WS-REF-COUNT > ZERO
               MOVE "REFERENCES NOT OPEN ON ARFILE" TO WS-REGISTER-NOTE
           END-IF
           MOVE WS-DEPOSIT-DATE TO LX-LAST-USED-DATE
           IF LX-TIMES-USED < 99999
               ADD 1 TO LX-TIMES-USED
           END-IF
           REWRITE LOCKBOX-XREF-RECORD.
       3400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One CASHTRAN payment per referenced invoice at the amount
      *> remitted on it - the whole check when a lone reference
      *> carries no amount - and the rest with no invoice number.
      *> cashrcpt.cob suspends a reference that is not the
      *> customer's open item and applies it oldest first.
      *>--------------------------------------------------------------
       3500-WRITE-PAYMENTS.
           IF WS-REF-COUNT = 1 AND WS-REF-TOTAL = ZERO
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > 4
                   IF LB-IT-REF-INVOICE (WS-REF-IDX) IS NUMERIC
                       AND LB-IT-REF-INVOICE (WS-REF-IDX) NOT = ZERO
                       MOVE LB-IT-AMOUNT
                           TO LB-IT-REF-AMOUNT (WS-REF-IDX)
                       MOVE LB-IT-AMOUNT TO WS-REF-TOTAL
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-ON-ACCOUNT-AMOUNT
           COMPUTE WS-ON-ACCOUNT-AMOUNT = LB-IT-AMOUNT - WS-REF-TOTAL
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 4
               IF LB-IT-REF-AMOUNT (WS-REF-IDX) > ZERO
                   IF LB-IT-REF-INVOICE (WS-REF-IDX) IS NUMERIC
                       MOVE LB-IT-REF-INVOICE (WS-REF-IDX)
                           TO WS-REF-INVOICE-NO
                       MOVE LB-IT-REF-AMOUNT (WS-REF-IDX)
                           TO CT-PAYMENT-AMOUNT
                       PERFORM 3510-WRITE-CASHTRAN THRU 3510-EXIT
                   ELSE
                       ADD LB-IT-REF-AMOUNT (WS-REF-IDX)
                           TO WS-ON-ACCOUNT-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ON-ACCOUNT-AMOUNT > ZERO
               MOVE ZERO TO WS-REF-INVOICE-NO
               MOVE WS-ON-ACCOUNT-AMOUNT TO CT-PAYMENT-AMOUNT
               PERFORM 3510-WRITE-CASHTRAN THRU 3510-EXIT
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD LB-IT-AMOUNT TO WS-POSTED-TOTAL
           IF WS-MATCHED-BY-INVOICE
               MOVE "INVOICE" TO WS-D-MATCHED-BY
           ELSE
               MOVE "ACCOUNT" TO WS-D-MATCHED-BY
           END-IF
           MOVE WS-ITEM-CUST-IDENT TO WS-D-CUST-IDENT
           MOVE WS-REGISTER-NOTE   TO WS-D-NOTE
           PERFORM 3700-PRINT-DETAIL THRU 3700-EXIT.
       3500-EXIT.
           EXIT.

       3510-WRITE-CASHTRAN.
           MOVE WS-ITEM-CUST-IDENT TO CT-CUST-IDENT
           MOVE WS-REF-INVOICE-NO  TO CT-INVOICE-NO
           MOVE WS-DEPOSIT-DATE    TO CT-PAYMENT-DATE
           WRITE CASH-TRANS-RECORD
           ADD 1 TO WS-CASHTRAN-COUNT.
       3510-EXIT.
           EXIT.

       3600-SEND-TO-RESEARCH.
           ADD 1 TO WS-RESEARCH-COUNT
           ADD LB-IT-AMOUNT TO WS-RESEARCH-TOTAL
           MOVE WS-BATCH-NO        TO WS-R-BATCH-NO
           MOVE LB-IT-ITEM-SEQ     TO WS-R-ITEM-SEQ
           MOVE LB-IT-CHECK-NO     TO WS-R-CHECK-NO
           MOVE LB-IT-AMOUNT       TO WS-R-AMOUNT
           MOVE LB-IT-ROUTING-NO   TO WS-R-ROUTING-NO
           MOVE LB-IT-ACCOUNT-NO   TO WS-R-ACCOUNT-NO
           MOVE SPACES             TO WS-R-REFERENCES
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 4
               MOVE LB-IT-REF-INVOICE (WS-REF-IDX)
                   TO WS-R-REF-INVOICE (WS-REF-IDX)
           END-PERFORM
           MOVE WS-RESEARCH-REASON TO WS-R-REASON
           WRITE LOCKBOX-RESEARCH-LINE FROM WS-RESEARCH-DETAIL
           MOVE ZERO               TO WS-D-CUST-IDENT
           MOVE "RESEARCH"         TO WS-D-MATCHED-BY
           MOVE WS-RESEARCH-REASON TO WS-D-NOTE
           PERFORM 3700-PRINT-DETAIL THRU 3700-EXIT.
       3600-EXIT.
           EXIT.

       3700-PRINT-DETAIL.
           MOVE WS-BATCH-NO    TO WS-D-BATCH-NO
           MOVE LB-IT-ITEM-SEQ TO WS-D-ITEM-SEQ
           MOVE LB-IT-CHECK-NO TO WS-D-CHECK-NO
           MOVE LB-IT-AMOUNT   TO WS-D-AMOUNT
           WRITE LOCKBOX-REGISTER-LINE FROM WS-DETAIL-LINE.
       3700-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The deposit reconciliation: what the bank credited equals
      *> what was posted plus what went to research.
      *>--------------------------------------------------------------
       8000-PRINT-TOTALS.
           IF NOT WS-FILE-LOADED
               GO TO 8000-EXIT
           END-IF
           MOVE SPACES TO LOCKBOX-REGISTER-LINE
           WRITE LOCKBOX-REGISTER-LINE
           MOVE "BANK DEPOSIT TOTAL"  TO WS-T-LABEL
           MOVE WS-FILE-ITEM-COUNT    TO WS-T-COUNT
           MOVE WS-DEPOSIT-TOTAL      TO WS-T-AMOUNT
           WRITE LOCKBOX-REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE "POSTED TO CASHTRAN"  TO WS-T-LABEL
           MOVE WS-POSTED-COUNT       TO WS-T-COUNT
           MOVE WS-POSTED-TOTAL       TO WS-T-AMOUNT
           WRITE LOCKBOX-REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE "SENT TO RESEARCH"    TO WS-T-LABEL
           MOVE WS-RESEARCH-COUNT     TO WS-T-COUNT
           MOVE WS-RESEARCH-TOTAL     TO WS-T-AMOUNT
           WRITE LOCKBOX-REGISTER-LINE FROM WS-TOTAL-LINE
           COMPUTE WS-UNRECONCILED-AMOUNT = WS-DEPOSIT-TOTAL
               - WS-POSTED-TOTAL - WS-RESEARCH-TOTAL
           IF WS-UNRECONCILED-AMOUNT = ZERO
               MOVE "DEPOSIT RECONCILED"  TO WS-T-LABEL
           ELSE
               MOVE "DEPOSIT OUT BY"      TO WS-T-LABEL
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE ZERO                  TO WS-T-COUNT
           MOVE WS-UNRECONCILED-AMOUNT TO WS-T-AMOUNT
           WRITE LOCKBOX-REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE "CASHTRAN RECORDS"    TO WS-T-LABEL
           MOVE WS-CASHTRAN-COUNT     TO WS-T-COUNT
           MOVE ZERO                  TO WS-T-AMOUNT
           WRITE LOCKBOX-REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS LEARNED"    TO WS-T-LABEL
           MOVE WS-LEARNED-COUNT      TO WS-T-COUNT
           WRITE LOCKBOX-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Lockbox items posted:   " WS-POSTED-COUNT
           DISPLAY "Lockbox items research: " WS-RESEARCH-COUNT
           DISPLAY "Accounts learned:       " WS-LEARNED-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE LOCKBOX-REGISTER-FILE
           IF NOT WS-FILE-LOADED
               GO TO 9000-EXIT
           END-IF
           CLOSE LOCKBOX-XREF-FILE
           CLOSE CASH-TRANS-FILE
           CLOSE LOCKBOX-RESEARCH-FILE.
       9000-EXIT.
           EXIT.
