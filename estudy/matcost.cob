      *> material codes are carried on the item master too.  An
      *> unrecognized shape or material goes to the report as an
      *> exception line rather than a guessed cost.
      *> 10/15/2026 - a takeoff flagged Q on DIMTRANS is for a
      *> customer quote rather than for billing: its line goes to
      *> QUOTTAKE instead of MATLITEM, and quotgen.cob builds and
      *> prices the quote from it.  The line reaches MATLITEM only
      *> when the customer accepts the quote (quotmnt.cob), then
      *> carrying the quote number and the quoted unit price the
      *> invoice run bills at; a direct takeoff leaves both zero
      *> and still prices off ITEMMAST.
      *> 10/15/2026 - MATLITEM and QUOTTAKE are appended to rather
      *> than replaced: accepted-quote lines quotmnt.cob has added,
      *> and takeoffs quotgen.cob has not yet quoted, wait on them
      *> until invoice.cob and quotgen.cob consume and clear them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATL-ITEM-FILE ASSIGN TO "MATLITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATL-ITEM-STATUS.
           SELECT QUOTE-TAKEOFF-FILE ASSIGN TO "QUOTTAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-TAKEOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 DT-RADIUS           PIC 9(6)V9999.
           02 DT-HEIGHT           PIC 9(6)V9999.
           02 DT-MATERIAL-CODE    PIC X(8).
           02 DT-QUOTE-SWITCH     PIC X(1).
               88 DT-FOR-QUOTE            VALUE "Q".

       FD  MATL-COST-FILE.
       01 MATL-COST-RECORD.
           02 MI-QUANTITY         PIC 9(5).
           02 MI-TAX-RATE         PIC 9V999.
           02 MI-DISCOUNT-RATE    PIC 9V999.
           02 MI-QUOTE-NO         PIC 9(6).
           02 MI-QUOTED-PRICE     PIC 9(5)V99.

       FD  QUOTE-TAKEOFF-FILE.
       01 QUOTE-TAKEOFF-RECORD.
           02 QK-CUST-IDENT       PIC 9(7).
           02 QK-INVOICE-NO       PIC 9(6).
           02 QK-ITEM-CODE        PIC X(8).
           02 QK-QUANTITY         PIC 9(5).
           02 QK-TAX-RATE         PIC 9V999.
           02 QK-DISCOUNT-RATE    PIC 9V999.

       WORKING-STORAGE SECTION.
       01 WS-DIM-TRANS-STATUS         PIC XX VALUE "00".
       01 WS-MATL-COST-STATUS         PIC XX VALUE "00".
       01 WS-COSTING-REPORT-STATUS    PIC XX VALUE "00".
       01 WS-MATL-ITEM-STATUS         PIC XX VALUE "00".
       01 WS-QUOTE-TAKEOFF-STATUS     PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
           PERFORM 1100-LOAD-MATERIAL-COSTS THRU 1100-EXIT
           OPEN INPUT DIM-TRANS-FILE
           OPEN OUTPUT COSTING-REPORT-FILE
           OPEN EXTEND MATL-ITEM-FILE
           IF WS-MATL-ITEM-STATUS = "05" OR "35"
               OPEN OUTPUT MATL-ITEM-FILE
           END-IF
           OPEN EXTEND QUOTE-TAKEOFF-FILE
           IF WS-QUOTE-TAKEOFF-STATUS = "05" OR "35"
               OPEN OUTPUT QUOTE-TAKEOFF-FILE
           END-IF
           WRITE COSTING-REPORT-LINE FROM WS-HEADING-LINE-1
           READ DIM-TRANS-FILE
               AT END SET WS-EOF TO TRUE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-EXTENDED-COST TO WS-TOTAL-COST

           IF DT-FOR-QUOTE
               MOVE DT-CUST-IDENT       TO QK-CUST-IDENT
               MOVE DT-INVOICE-NO       TO QK-INVOICE-NO
               MOVE DT-MATERIAL-CODE    TO QK-ITEM-CODE
               MOVE WS-ROUNDED-QUANTITY TO QK-QUANTITY
               MOVE ZERO                TO QK-TAX-RATE
               MOVE ZERO                TO QK-DISCOUNT-RATE
               WRITE QUOTE-TAKEOFF-RECORD
               MOVE "FOR QUOTE" TO WS-D-NOTE
               GO TO 2000-WRITE
           END-IF
           MOVE DT-CUST-IDENT       TO MI-CUST-IDENT
           MOVE DT-INVOICE-NO       TO MI-INVOICE-NO
           MOVE DT-MATERIAL-CODE    TO MI-ITEM-CODE
           MOVE WS-ROUNDED-QUANTITY TO MI-QUANTITY
           MOVE ZERO                TO MI-TAX-RATE
           MOVE ZERO                TO MI-DISCOUNT-RATE
           MOVE ZERO                TO MI-QUOTE-NO
           MOVE ZERO                TO MI-QUOTED-PRICE
           WRITE MATL-ITEM-RECORD.
       2000-WRITE.
           WRITE COSTING-REPORT-LINE FROM WS-DETAIL-LINE
       9000-TERMINATE.
           CLOSE DIM-TRANS-FILE
           CLOSE COSTING-REPORT-FILE
           CLOSE MATL-ITEM-FILE
           CLOSE QUOTE-TAKEOFF-FILE.
       9000-EXIT.
           EXIT.
