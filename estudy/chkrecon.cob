      *> exactly what a reconciliation exists to catch.  The
      *> register rewrites through the CHKWORK work file, the
      *> two-pass pattern acctpost.cob uses.
      *> 10/15/2026 - checks voided through chkmaint.cob (status V
      *> on the shared CHECKREC layout) drop off the outstanding
      *> list; a cleared item from the bank against a voided check
      *> reports as VOID CHECK PRESENTED instead of clearing it.
      *> 10/15/2026 - CHKWORK widened to carry the tax split now on
      *> each register entry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
           COPY CHECKREC.

       FD  WORK-REGISTER-FILE.
       01 WORK-REGISTER-RECORD        PIC X(170).

       FD  BANK-CLEARED-FILE.
       01 BANK-CLEARED-RECORD.
       01 WS-CLEARED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-OUTSTANDING-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-STALE-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-VOID-PRESENTED-COUNT     PIC 9(5) COMP VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL        PIC 9(10)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
                   MOVE "Y" TO WS-BC-MATCHED-SW (WS-CLEARED-IDX)
               END-IF
           END-PERFORM
      *>   A voided check is no longer outstanding; the bank paying
      *>   one anyway is a stop-payment that failed and reports.
           IF CK-VOID
               IF WS-MATCH-FOUND
                   MOVE CK-CHECK-NO   TO WS-D-CHECK-NO
                   MOVE CK-EMP-ID     TO WS-D-EMP-ID
                   MOVE CK-ISSUE-DATE TO WS-D-ISSUE-DATE
                   MOVE CK-AMOUNT     TO WS-D-AMOUNT
                   MOVE "VOID CHECK PRESENTED" TO WS-D-FLAG
                   WRITE CHECK-REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-VOID-PRESENTED-COUNT
               END-IF
               GO TO 2000-KEEP
           END-IF
           IF WS-MATCH-FOUND
               SET CK-CLEARED TO TRUE
               ADD 1 TO WS-CLEARED-COUNT
           WRITE CHECK-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Checks cleared this run: " WS-CLEARED-COUNT
           DISPLAY "Still outstanding:       " WS-OUTSTANDING-COUNT
           DISPLAY "Flagged stale:           " WS-STALE-COUNT
           DISPLAY "Void checks presented:   " WS-VOID-PRESENTED-COUNT.
       8000-EXIT.
           EXIT.

