       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. margrpt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Gross-margin report over the SALEHIST sales line history
      *> invoice.cob writes, from the same figures the invoice run
      *> posts: each billed line's sales are its taxable amount (USD,
      *> net of discount, tax excluded) and its cost is the quantity
      *> at the SH-UNIT-COST the line relieved inventory at - what
      *> went to cost of goods sold on the ledger.  Lines dated in
      *> the period roll up by item and by customer with sales,
      *> cost, margin and margin percent; any line sold below its
      *> cost prints in a section of its own with the source it was
      *> priced from, since a CONTRPRC contract price left standing
      *> after costs rose is the usual culprit.  The period comes
      *> from the MARGPARM parameter (from and to dates); without
      *> one it is the month to date.  Lines billed before unit
      *> cost was carried are counted as uncosted and sit in the
      *> sales figures at zero cost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARGIN-PARM-FILE ASSIGN TO "MARGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARGIN-PARM-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.
           SELECT MARGIN-REPORT-FILE ASSIGN TO "MARGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARGIN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARGIN-PARM-FILE.
       01 MARGIN-PARM-RECORD.
           02 MP-FROM-DATE            PIC 9(8).
           02 FILLER                  PIC X(2).
           02 MP-TO-DATE              PIC 9(8).

       FD  SALES-HISTORY-FILE.
           COPY SALEHIST.

       FD  MARGIN-REPORT-FILE.
       01 MARGIN-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-MARGIN-PARM-STATUS       PIC XX VALUE "00".
       01 WS-SALES-HISTORY-STATUS     PIC XX VALUE "00".
       01 WS-MARGIN-REPORT-STATUS     PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

      *> The month to date unless MARGPARM names the period.
       01 WS-PERIOD-FROM-DATE         PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-FROM-PARTS REDEFINES WS-PERIOD-FROM-DATE.
           02 WS-PERIOD-FROM-YYYYMM   PIC 9(6).
           02 WS-PERIOD-FROM-DD       PIC 9(2).
       01 WS-PERIOD-TO-DATE           PIC 9(8) VALUE ZERO.

       01 WS-LINE-SALES               PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-COST                PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-UNIT-COST           PIC 9(5)V99 VALUE ZERO.
       01 WS-LINE-MARGIN              PIC S9(9)V99 VALUE ZERO.

       01 WS-ITEM-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-ITEM-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-ITEM-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-ITEM-TABLE.
           02 WS-ITEM-ENTRY OCCURS 500 TIMES.
               03 WS-IM-ITEM-CODE     PIC X(8).
               03 WS-IM-QUANTITY      PIC 9(9).
               03 WS-IM-SALES         PIC S9(11)V99.
               03 WS-IM-COST          PIC S9(11)V99.

       01 WS-CUST-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-CUST-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-CUST-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-CUST-TABLE.
           02 WS-CUST-ENTRY OCCURS 500 TIMES.
               03 WS-CM-CUST-IDENT    PIC 9(7).
               03 WS-CM-SALES         PIC S9(11)V99.
               03 WS-CM-COST          PIC S9(11)V99.

       01 WS-SALES-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01 WS-COST-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01 WS-MARGIN-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       01 WS-MARGIN-PERCENT           PIC S9(5)V9 VALUE ZERO.

       01 WS-LINES-READ               PIC 9(7) COMP VALUE ZERO.
       01 WS-LINES-IN-PERIOD          PIC 9(7) COMP VALUE ZERO.
       01 WS-BELOW-COST-COUNT         PIC 9(7) COMP VALUE ZERO.
       01 WS-UNCOSTED-COUNT           PIC 9(7) COMP VALUE ZERO.
       01 WS-TABLE-FULL-COUNT         PIC 9(7) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** GROSS MARGIN REPORT ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(8)  VALUE "PERIOD: ".
           02 WS-H-FROM-DATE    PIC 9(8).
           02 FILLER            PIC X(4)  VALUE " TO ".
           02 WS-H-TO-DATE      PIC 9(8).
       01 WS-BELOW-COST-HEADING  PIC X(44)
           VALUE "*** LINES SOLD BELOW COST ***".
       01 WS-BELOW-COST-COLUMNS.
           02 FILLER            PIC X(40) VALUE
               " CUSTOMER INVOICE  DATE      ITEM      ".
           02 FILLER            PIC X(40) VALUE
               "  QTY  UNIT PRC UNIT COST  PRICED BY".
       01 WS-BELOW-COST-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-B-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-B-INVOICE-NO   PIC 9(6).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-B-INVOICE-DATE PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-B-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-B-QUANTITY     PIC ZZZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-B-UNIT-PRICE   PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-B-UNIT-COST    PIC ZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-B-PRICE-SOURCE PIC X(9).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-B-MARGIN       PIC -ZZZ,ZZ9.99.
       01 WS-ITEM-HEADING     PIC X(44)
           VALUE "*** MARGIN BY ITEM ***".
       01 WS-ITEM-COLUMNS.
           02 FILLER            PIC X(40) VALUE
               " ITEM          QTY          SALES       ".
           02 FILLER            PIC X(40) VALUE
               "   COST          MARGIN    PCT".
       01 WS-ITEM-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-I-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-I-QUANTITY     PIC ZZZ,ZZZ,ZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-I-SALES        PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-I-COST         PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-I-MARGIN       PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-I-PERCENT      PIC -ZZZ9.9.
       01 WS-CUST-HEADING     PIC X(44)
           VALUE "*** MARGIN BY CUSTOMER ***".
       01 WS-CUST-COLUMNS.
           02 FILLER            PIC X(40) VALUE
               " CUSTOMER           SALES          COST ".
           02 FILLER            PIC X(40) VALUE
               "         MARGIN    PCT".
       01 WS-CUST-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-C-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-C-SALES        PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-C-COST         PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-C-MARGIN       PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-C-PERCENT      PIC -ZZZ9.9.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(11) VALUE "*** TOTAL  ".
           02 FILLER            PIC X(9)  VALUE SPACE.
           02 WS-T-SALES        PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-T-COST         PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-T-MARGIN       PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-T-PERCENT      PIC -ZZZ9.9.
       01 WS-BLANK-LINE       PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ROLL-ONE-LINE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-PRINT-BY-ITEM THRU 3000-EXIT
           PERFORM 4000-PRINT-BY-CUSTOMER THRU 4000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-PERIOD THRU 1100-EXIT
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALES-HISTORY-STATUS = "35"
               DISPLAY "No SALEHIST on disk - nothing sold"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT MARGIN-REPORT-FILE
           WRITE MARGIN-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-PERIOD-FROM-DATE TO WS-H-FROM-DATE
           MOVE WS-PERIOD-TO-DATE   TO WS-H-TO-DATE
           WRITE MARGIN-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE MARGIN-REPORT-LINE FROM WS-BLANK-LINE
           WRITE MARGIN-REPORT-LINE FROM WS-BELOW-COST-HEADING
           WRITE MARGIN-REPORT-LINE FROM WS-BELOW-COST-COLUMNS
           IF NOT WS-EOF
               READ SALES-HISTORY-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The period defaults to the first of the business month
      *> through the business date; a MARGPARM record with both
      *> dates overrides it.
      *>--------------------------------------------------------------
       1100-LOAD-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-FROM-DATE
           MOVE 01               TO WS-PERIOD-FROM-DD
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-TO-DATE
           OPEN INPUT MARGIN-PARM-FILE
           IF WS-MARGIN-PARM-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           READ MARGIN-PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF MP-FROM-DATE IS NUMERIC
                       AND MP-TO-DATE IS NUMERIC
                       AND MP-FROM-DATE NOT > MP-TO-DATE
                       MOVE MP-FROM-DATE TO WS-PERIOD-FROM-DATE
                       MOVE MP-TO-DATE   TO WS-PERIOD-TO-DATE
                   END-IF
           END-READ
           CLOSE MARGIN-PARM-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One billed line in the period: its sales and cost roll to
      *> its item and its customer, and a line whose sales fall
      *> short of its cost prints as it is found.
      *>--------------------------------------------------------------
       2000-ROLL-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           IF SH-INVOICE-DATE < WS-PERIOD-FROM-DATE
               OR SH-INVOICE-DATE > WS-PERIOD-TO-DATE
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-LINES-IN-PERIOD
           MOVE SH-TAXABLE-AMOUNT TO WS-LINE-SALES
           IF SH-UNIT-COST NUMERIC
               MOVE SH-UNIT-COST TO WS-LINE-UNIT-COST
           ELSE
               MOVE ZERO TO WS-LINE-UNIT-COST
           END-IF
           IF WS-LINE-UNIT-COST = ZERO
               ADD 1 TO WS-UNCOSTED-COUNT
           END-IF
           COMPUTE WS-LINE-COST = SH-QUANTITY * WS-LINE-UNIT-COST
           COMPUTE WS-LINE-MARGIN = WS-LINE-SALES - WS-LINE-COST
           ADD WS-LINE-SALES TO WS-SALES-TOTAL
           ADD WS-LINE-COST  TO WS-COST-TOTAL
           IF WS-LINE-MARGIN < ZERO
               PERFORM 2100-PRINT-BELOW-COST THRU 2100-EXIT
           END-IF
           PERFORM 2200-ROLL-TO-ITEM THRU 2200-EXIT
           PERFORM 2300-ROLL-TO-CUSTOMER THRU 2300-EXIT.
       2000-NEXT.
           READ SALES-HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-PRINT-BELOW-COST.
           MOVE SH-CUST-IDENT     TO WS-B-CUST-IDENT
           MOVE SH-INVOICE-NO     TO WS-B-INVOICE-NO
           MOVE SH-INVOICE-DATE   TO WS-B-INVOICE-DATE
           MOVE SH-ITEM-CODE      TO WS-B-ITEM-CODE
           MOVE SH-QUANTITY       TO WS-B-QUANTITY
           MOVE SH-UNIT-PRICE     TO WS-B-UNIT-PRICE
           MOVE WS-LINE-UNIT-COST TO WS-B-UNIT-COST
           MOVE SH-PRICE-SOURCE   TO WS-B-PRICE-SOURCE
           MOVE WS-LINE-MARGIN    TO WS-B-MARGIN
           WRITE MARGIN-REPORT-LINE FROM WS-BELOW-COST-LINE
           ADD 1 TO WS-BELOW-COST-COUNT.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A full table leaves further items or customers out of the
      *> breakdown (they stay in the totals); the count shows it.
      *>--------------------------------------------------------------
       2200-ROLL-TO-ITEM.
           MOVE ZERO TO WS-ITEM-FOUND-IDX
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                  OR WS-ITEM-FOUND-IDX > ZERO
               IF WS-IM-ITEM-CODE (WS-ITEM-IDX) = SH-ITEM-CODE
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND-IDX = ZERO
               IF WS-ITEM-COUNT >= 500
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND-IDX
               MOVE SH-ITEM-CODE
                   TO WS-IM-ITEM-CODE (WS-ITEM-FOUND-IDX)
               MOVE ZERO TO WS-IM-QUANTITY (WS-ITEM-FOUND-IDX)
                            WS-IM-SALES (WS-ITEM-FOUND-IDX)
                            WS-IM-COST (WS-ITEM-FOUND-IDX)
           END-IF
           ADD SH-QUANTITY   TO WS-IM-QUANTITY (WS-ITEM-FOUND-IDX)
           ADD WS-LINE-SALES TO WS-IM-SALES (WS-ITEM-FOUND-IDX)
           ADD WS-LINE-COST  TO WS-IM-COST (WS-ITEM-FOUND-IDX).
       2200-EXIT.
           EXIT.

       2300-ROLL-TO-CUSTOMER.
           MOVE ZERO TO WS-CUST-FOUND-IDX
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                  OR WS-CUST-FOUND-IDX > ZERO
               IF WS-CM-CUST-IDENT (WS-CUST-IDX) = SH-CUST-IDENT
                   MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CUST-FOUND-IDX = ZERO
               IF WS-CUST-COUNT >= 500
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-CUST-COUNT
               MOVE WS-CUST-COUNT TO WS-CUST-FOUND-IDX
               MOVE SH-CUST-IDENT
                   TO WS-CM-CUST-IDENT (WS-CUST-FOUND-IDX)
               MOVE ZERO TO WS-CM-SALES (WS-CUST-FOUND-IDX)
                            WS-CM-COST (WS-CUST-FOUND-IDX)
           END-IF
           ADD WS-LINE-SALES TO WS-CM-SALES (WS-CUST-FOUND-IDX)
           ADD WS-LINE-COST  TO WS-CM-COST (WS-CUST-FOUND-IDX).
       2300-EXIT.
           EXIT.

       3000-PRINT-BY-ITEM.
           WRITE MARGIN-REPORT-LINE FROM WS-BLANK-LINE
           WRITE MARGIN-REPORT-LINE FROM WS-ITEM-HEADING
           WRITE MARGIN-REPORT-LINE FROM WS-ITEM-COLUMNS
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               COMPUTE WS-MARGIN-AMOUNT = WS-IM-SALES (WS-ITEM-IDX)
                   - WS-IM-COST (WS-ITEM-IDX)
               MOVE ZERO TO WS-MARGIN-PERCENT
               IF WS-IM-SALES (WS-ITEM-IDX) NOT = ZERO
                   COMPUTE WS-MARGIN-PERCENT ROUNDED =
                       WS-MARGIN-AMOUNT * 100
                           / WS-IM-SALES (WS-ITEM-IDX)
               END-IF
               MOVE WS-IM-ITEM-CODE (WS-ITEM-IDX) TO WS-I-ITEM-CODE
               MOVE WS-IM-QUANTITY (WS-ITEM-IDX)  TO WS-I-QUANTITY
               MOVE WS-IM-SALES (WS-ITEM-IDX)     TO WS-I-SALES
               MOVE WS-IM-COST (WS-ITEM-IDX)      TO WS-I-COST
               MOVE WS-MARGIN-AMOUNT              TO WS-I-MARGIN
               MOVE WS-MARGIN-PERCENT             TO WS-I-PERCENT
               WRITE MARGIN-REPORT-LINE FROM WS-ITEM-LINE
           END-PERFORM
           PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3500-PRINT-TOTAL.
           COMPUTE WS-MARGIN-AMOUNT = WS-SALES-TOTAL - WS-COST-TOTAL
           MOVE ZERO TO WS-MARGIN-PERCENT
           IF WS-SALES-TOTAL NOT = ZERO
               COMPUTE WS-MARGIN-PERCENT ROUNDED =
                   WS-MARGIN-AMOUNT * 100 / WS-SALES-TOTAL
           END-IF
           MOVE WS-SALES-TOTAL    TO WS-T-SALES
           MOVE WS-COST-TOTAL     TO WS-T-COST
           MOVE WS-MARGIN-AMOUNT  TO WS-T-MARGIN
           MOVE WS-MARGIN-PERCENT TO WS-T-PERCENT
           WRITE MARGIN-REPORT-LINE FROM WS-TOTAL-LINE.
       3500-EXIT.
           EXIT.

       4000-PRINT-BY-CUSTOMER.
           WRITE MARGIN-REPORT-LINE FROM WS-BLANK-LINE
           WRITE MARGIN-REPORT-LINE FROM WS-CUST-HEADING
           WRITE MARGIN-REPORT-LINE FROM WS-CUST-COLUMNS
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
               COMPUTE WS-MARGIN-AMOUNT = WS-CM-SALES (WS-CUST-IDX)
                   - WS-CM-COST (WS-CUST-IDX)
               MOVE ZERO TO WS-MARGIN-PERCENT
               IF WS-CM-SALES (WS-CUST-IDX) NOT = ZERO
                   COMPUTE WS-MARGIN-PERCENT ROUNDED =
                       WS-MARGIN-AMOUNT * 100
                           / WS-CM-SALES (WS-CUST-IDX)
               END-IF
               MOVE WS-CM-CUST-IDENT (WS-CUST-IDX) TO WS-C-CUST-IDENT
               MOVE WS-CM-SALES (WS-CUST-IDX)      TO WS-C-SALES
               MOVE WS-CM-COST (WS-CUST-IDX)       TO WS-C-COST
               MOVE WS-MARGIN-AMOUNT               TO WS-C-MARGIN
               MOVE WS-MARGIN-PERCENT              TO WS-C-PERCENT
               WRITE MARGIN-REPORT-LINE FROM WS-CUST-LINE
           END-PERFORM
           PERFORM 3500-PRINT-TOTAL THRU 3500-EXIT.
       4000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY "Sales lines read:    " WS-LINES-READ
           DISPLAY "Lines in period:     " WS-LINES-IN-PERIOD
           DISPLAY "Sold below cost:     " WS-BELOW-COST-COUNT
           DISPLAY "Lines with no cost:  " WS-UNCOSTED-COUNT
           DISPLAY "Left off breakdown:  " WS-TABLE-FULL-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-SALES-HISTORY-STATUS NOT = "35"
               CLOSE SALES-HISTORY-FILE
           END-IF
           CLOSE MARGIN-REPORT-FILE.
       9000-EXIT.
           EXIT.
