       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. crmemo.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Credit-memo and merchandise-return batch against ARFILE.
      *> Reads return transactions from RETNTRAN (customer, original
      *> invoice number, item code, quantity, reason) and validates
      *> each against the line actually billed, as invoice.cob left
      *> it on the SALEHIST sales line history: the item must have
      *> billed on that invoice, and everything returned against
      *> the line - the CMHIST credit-memo history plus earlier
      *> returns in this run - may not exceed the quantity billed.
      *> An accepted return credits at the price and tax actually
      *> charged (the line's taxable and tax amounts prorated by
      *> quantity) and posts:
      *>   - a negative ARFILE open item under the next credit-memo
      *>     number from the CMCTL control record (the 950000 range,
      *>     see ARREC.cpy), in the original invoice's currency, for
      *>     cashrcpt.cob to net and stmtrun.cob to show;
      *>   - the returned quantity back onto the item's 99999999
      *>     stock record on ITEMMAST (services have none);
      *>   - negative TAXLIAB rows by state, reversing the sales tax
      *>     the invoice run rolled up, so taxrpt.cob files net;
      *>   - the credit to the general ledger through glpost, the
      *>     mirror of invoice.cob's posting: debit sales for the
      *>     net, debit tax payable for the tax, credit receivables.
      *> Every accepted return lands on CMHIST and the CMREG credit
      *> memo register; anything that fails an edit goes to RETNEXCP
      *> with its reason instead of anyone hand-editing ARFILE.
      *> 10/15/2026 - a return against an invoice written off as bad
      *> debt (wrtoff.cob) is refused to RETNEXCP: there is no
      *> receivable left for the credit to relieve.
      *> 10/15/2026 - returned stock goes back into inventory on the
      *> ledger at the unit cost the sale relieved it at (the
      *> SH-UNIT-COST on the billed line), reversing invoice.cob's
      *> cost-of-goods-sold posting for the goods that came back.
      *> 10/15/2026 - a return of a line billed tax-exempt (the
      *> SH-EXEMPT-CERT-NO on the billed line, see TAXEXMPT.cpy)
      *> comes off the state's exempt sales on the TAXLIAB row
      *> instead of its taxable sales, so taxrpt.cob nets both.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-TRANS-FILE ASSIGN TO "RETNTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-TRANS-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.
           SELECT CREDIT-MEMO-HISTORY-FILE ASSIGN TO "CMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-HISTORY-STATUS.
           SELECT CREDIT-MEMO-CONTROL-FILE ASSIGN TO "CMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-CONTROL-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-OPEN-ITEM-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-ITEM-MASTER-STATUS.
           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-LIABILITY-STATUS.
           SELECT CREDIT-MEMO-REGISTER-FILE ASSIGN TO "CMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-REGISTER-STATUS.
           SELECT RETURN-EXCEPTION-FILE ASSIGN TO "RETNEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-TRANS-FILE.
       01 RETURN-TRANS-RECORD.
           02 RN-CUST-IDENT           PIC 9(7).
           02 RN-INVOICE-NO           PIC 9(6).
           02 RN-ITEM-CODE            PIC X(8).
           02 RN-QUANTITY             PIC 9(5).
           02 RN-REASON-TEXT          PIC X(20).

       FD  SALES-HISTORY-FILE.
           COPY SALEHIST.

       FD  CREDIT-MEMO-HISTORY-FILE.
           COPY CMHIST.

       FD  CREDIT-MEMO-CONTROL-FILE.
       01 CREDIT-MEMO-CONTROL-RECORD.
           02 CC-NEXT-CREDIT-MEMO-NO  PIC 9(6).

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  TAX-LIABILITY-FILE.
       01 TAX-LIABILITY-RECORD.
           02 TL-RUN-DATE         PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 TL-STATE            PIC X(2).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 TL-TAXABLE-AMOUNT   PIC S9(9)V99.
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 TL-TAX-AMOUNT       PIC S9(9)V99.
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 TL-EXEMPT-AMOUNT    PIC S9(9)V99.

       FD  CREDIT-MEMO-REGISTER-FILE.
       01 CREDIT-MEMO-REGISTER-LINE   PIC X(80).

       FD  RETURN-EXCEPTION-FILE.
       01 RETURN-EXCEPTION-RECORD.
           02 RX-CUST-IDENT            PIC 9(7).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 RX-INVOICE-NO            PIC 9(6).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 RX-ITEM-CODE             PIC X(8).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 RX-QUANTITY              PIC 9(5).
           02 FILLER                   PIC X(2)  VALUE SPACE.
           02 RX-REASON-TEXT           PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-RETURN-TRANS-STATUS      PIC XX VALUE "00".
       01 WS-SALES-HISTORY-STATUS     PIC XX VALUE "00".
       01 WS-CM-HISTORY-STATUS        PIC XX VALUE "00".
       01 WS-CM-CONTROL-STATUS        PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-ITEM-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-TAX-LIABILITY-STATUS     PIC XX VALUE "00".
       01 WS-CM-REGISTER-STATUS       PIC XX VALUE "00".
       01 WS-RETURN-EXCEPTION-STATUS  PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-AR-AVAILABLE-SWITCH       PIC X VALUE "N".
           88 WS-AR-AVAILABLE              VALUE "Y".
       01 WS-EXCEPTION-TAKEN-SWITCH    PIC X VALUE "N".
           88 WS-EXCEPTION-TAKEN           VALUE "Y".
           88 WS-NO-EXCEPTION              VALUE "N".

       01 WS-RUN-DATE-YYYYMMDD        PIC 9(8) VALUE ZERO.

      *>--------------------------------------------------------------
      *> The run's returns, loaded up front so one pass of SALEHIST
      *> and one of CMHIST can total, per return, what was billed on
      *> its invoice line and what has already come back against
      *> it.  A line billed in pieces (the same item twice on one
      *> invoice) totals as one line.
      *>--------------------------------------------------------------
       01 WS-RETURN-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-RETURN-IDX               PIC 9(3) COMP VALUE ZERO.
       01 WS-EARLIER-IDX              PIC 9(3) COMP VALUE ZERO.
       01 WS-RETURN-TABLE.
           02 WS-RETURN-ENTRY OCCURS 500 TIMES.
               03 WS-RN-CUST-IDENT    PIC 9(7).
               03 WS-RN-INVOICE-NO    PIC 9(6).
               03 WS-RN-ITEM-CODE     PIC X(8).
               03 WS-RN-QUANTITY      PIC 9(5).
               03 WS-RN-REASON-TEXT   PIC X(20).
               03 WS-RN-BILLED-QTY    PIC 9(7).
               03 WS-RN-BILLED-TAXABLE PIC S9(7)V99.
               03 WS-RN-BILLED-TAX    PIC S9(7)V99.
               03 WS-RN-TAX-STATE     PIC X(2).
               03 WS-RN-CURRENCY-RATE PIC 9V9999.
               03 WS-RN-UNIT-COST     PIC 9(5)V99.
               03 WS-RN-EXEMPT-CERT-NO PIC X(15).
               03 WS-RN-PRIOR-RETURNED PIC 9(7).
               03 WS-RN-ACCEPTED-SWITCH PIC X.
                   88 WS-RN-ACCEPTED      VALUE "Y".

       01 WS-RETURNED-TO-DATE         PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-TAXABLE           PIC S9(7)V99 VALUE ZERO.
       01 WS-CREDIT-TAX               PIC S9(7)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL             PIC S9(7)V99 VALUE ZERO.
       01 WS-FOREIGN-CREDIT           PIC S9(7)V99 VALUE ZERO.
       01 WS-ORIGINAL-CURRENCY        PIC XXX VALUE "USD".

      *>--------------------------------------------------------------
      *> Credit-memo numbers come from the CMCTL control record, the
      *> way payroll.cob's checks come from CHECKCTL; a fresh system
      *> starts at the bottom of the credit-memo range.  CMCTL holds
      *> six digits, so 999999 is never issued: it is the value
      *> CMCTL is left at once the range is used up, and every
      *> program drawing on CMCTL refuses from there rather than
      *> let the number wrap to zero and start over at 950000.
      *>--------------------------------------------------------------
       01 WS-NEXT-CREDIT-MEMO-NO      PIC 9(7) VALUE 950000.
       01 WS-CREDIT-MEMO-NO           PIC 9(6) VALUE ZERO.

       01 WS-STATE-TOTAL-COUNT  PIC 99 COMP VALUE ZERO.
       01 WS-STATE-TOTAL-IDX    PIC 99 COMP VALUE ZERO.
       01 WS-STATE-FOUND-IDX    PIC 99 COMP VALUE ZERO.
       01 WS-STATE-TAX-TOTALS.
           02 WS-STATE-TOTAL-ENTRY OCCURS 60 TIMES.
               03 WS-ST-STATE         PIC X(2).
               03 WS-ST-TAXABLE       PIC S9(9)V99.
               03 WS-ST-TAX           PIC S9(9)V99.
               03 WS-ST-EXEMPT        PIC S9(9)V99.

       01 WS-CREDIT-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-EXCEPTION-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-STOCK-RETURNED-COUNT     PIC 9(5) COMP VALUE ZERO.
       01 WS-CREDIT-GRAND-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-CREDIT-TAX-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-RETURN-COST              PIC S9(9)V99 VALUE ZERO.
       01 WS-RETURN-COST-TOTAL        PIC S9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> General-ledger interface: the reverse of invoice.cob's
      *> posting - debit sales for the net credit and tax payable
      *> for the tax, credit receivables for both.
      *>--------------------------------------------------------------
       01 WS-GL-SOURCE-PROGRAM  PIC X(8) VALUE "CRMEMO".
       01 WS-GL-SALES-ACCT      PIC 9(4) VALUE 4000.
       01 WS-GL-TAX-ACCT        PIC 9(4) VALUE 2310.
       01 WS-GL-AR-ACCT         PIC 9(4) VALUE 1100.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-TAX-REFERENCE   PIC X(12) VALUE "RETURN TAX".
       01 WS-GL-INVENTORY-ACCT  PIC 9(4) VALUE 1300.
       01 WS-GL-COGS-ACCT       PIC 9(4) VALUE 5400.
       01 WS-GL-COGS-REFERENCE  PIC X(12) VALUE "RETURN COGS".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** CREDIT MEMO REGISTER ***".
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(36) VALUE
               " CUSTOMER  INVOICE  ITEM        QTY".
           02 FILLER            PIC X(34) VALUE
               "  MEMO       TAXABLE        TAX".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-INVOICE-NO   PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-QUANTITY     PIC ZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-MEMO-NO      PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-TAXABLE      PIC ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-TAX          PIC ZZ,ZZ9.99.
       01 WS-REASON-LINE.
           02 FILLER            PIC X(12) VALUE "  REASON:   ".
           02 WS-R-REASON-TEXT  PIC X(20).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(20) VALUE "*** CREDITS POSTED: ".
           02 WS-T-CREDITS      PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " AMOUNT: ".
           02 WS-T-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(13) VALUE " EXCEPTIONS: ".
           02 WS-T-EXCEPTIONS   PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-RETURN THRU 2000-EXIT
               VARYING WS-RETURN-IDX FROM 1 BY 1
               UNTIL WS-RETURN-IDX > WS-RETURN-COUNT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 8500-POST-TO-GENERAL-LEDGER THRU 8500-EXIT
           PERFORM 8600-WRITE-TAX-LIABILITY THRU 8600-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-YYYYMMDD
           PERFORM 1100-LOAD-RETURNS THRU 1100-EXIT
           PERFORM 1200-MATCH-SALES-HISTORY THRU 1200-EXIT
           PERFORM 1300-MATCH-PRIOR-CREDITS THRU 1300-EXIT
           PERFORM 1400-LOAD-CREDIT-MEMO-CONTROL THRU 1400-EXIT
           OPEN OUTPUT CREDIT-MEMO-REGISTER-FILE
           OPEN OUTPUT RETURN-EXCEPTION-FILE
           WRITE CREDIT-MEMO-REGISTER-LINE FROM WS-HEADING-LINE-1
           WRITE CREDIT-MEMO-REGISTER-LINE FROM WS-COLUMN-LINE
           OPEN I-O AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-ITEM-STATUS = "35"
               DISPLAY "ARFILE missing - no return can credit"
           ELSE
               SET WS-AR-AVAILABLE TO TRUE
           END-IF
           OPEN I-O ITEM-MASTER-FILE
           OPEN EXTEND CREDIT-MEMO-HISTORY-FILE
           IF WS-CM-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT CREDIT-MEMO-HISTORY-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The run's return transactions, into the table the history
      *> passes match against.  No RETNTRAN is simply a day with no
      *> returns.
      *>--------------------------------------------------------------
       1100-LOAD-RETURNS.
           OPEN INPUT RETURN-TRANS-FILE
           IF WS-RETURN-TRANS-STATUS = "35"
               DISPLAY "RETNTRAN missing - no returns to credit"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ RETURN-TRANS-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-RETURN-COUNT >= 500
                           DISPLAY "RETNTRAN over 500 returns - "
                               "rest held for the next run"
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-RETURN-COUNT
                           PERFORM 1150-LOAD-ONE-RETURN THRU 1150-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-TRANS-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-RETURN.
           MOVE RN-CUST-IDENT  TO WS-RN-CUST-IDENT (WS-RETURN-COUNT)
           MOVE RN-INVOICE-NO  TO WS-RN-INVOICE-NO (WS-RETURN-COUNT)
           MOVE RN-ITEM-CODE   TO WS-RN-ITEM-CODE (WS-RETURN-COUNT)
           MOVE RN-QUANTITY    TO WS-RN-QUANTITY (WS-RETURN-COUNT)
           MOVE RN-REASON-TEXT TO WS-RN-REASON-TEXT (WS-RETURN-COUNT)
           MOVE ZERO   TO WS-RN-BILLED-QTY (WS-RETURN-COUNT)
           MOVE ZERO   TO WS-RN-BILLED-TAXABLE (WS-RETURN-COUNT)
           MOVE ZERO   TO WS-RN-BILLED-TAX (WS-RETURN-COUNT)
           MOVE SPACES TO WS-RN-TAX-STATE (WS-RETURN-COUNT)
           MOVE 1.0000 TO WS-RN-CURRENCY-RATE (WS-RETURN-COUNT)
           MOVE ZERO   TO WS-RN-UNIT-COST (WS-RETURN-COUNT)
           MOVE SPACES TO WS-RN-EXEMPT-CERT-NO (WS-RETURN-COUNT)
           MOVE ZERO   TO WS-RN-PRIOR-RETURNED (WS-RETURN-COUNT)
           MOVE "N"    TO WS-RN-ACCEPTED-SWITCH (WS-RETURN-COUNT).
       1150-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One pass of the sales line history totals, for every
      *> return, what billed on its customer/invoice/item line and
      *> at what tax state and currency rate.
      *>--------------------------------------------------------------
       1200-MATCH-SALES-HISTORY.
           IF WS-RETURN-COUNT = ZERO
               GO TO 1200-EXIT
           END-IF
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SALES-HISTORY-STATUS = "35"
               DISPLAY "SALEHIST missing - no billed lines to credit"
               GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ SALES-HISTORY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1250-MATCH-ONE-SALE THRU 1250-EXIT
                           VARYING WS-RETURN-IDX FROM 1 BY 1
                           UNTIL WS-RETURN-IDX > WS-RETURN-COUNT
               END-READ
           END-PERFORM
           CLOSE SALES-HISTORY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1250-MATCH-ONE-SALE.
           IF SH-CUST-IDENT NOT = WS-RN-CUST-IDENT (WS-RETURN-IDX)
               OR SH-INVOICE-NO NOT = WS-RN-INVOICE-NO (WS-RETURN-IDX)
               OR SH-ITEM-CODE NOT = WS-RN-ITEM-CODE (WS-RETURN-IDX)
               GO TO 1250-EXIT
           END-IF
           ADD SH-QUANTITY       TO WS-RN-BILLED-QTY (WS-RETURN-IDX)
           ADD SH-TAXABLE-AMOUNT TO WS-RN-BILLED-TAXABLE (WS-RETURN-IDX)
           ADD SH-TAX-AMOUNT     TO WS-RN-BILLED-TAX (WS-RETURN-IDX)
           MOVE SH-TAX-STATE     TO WS-RN-TAX-STATE (WS-RETURN-IDX)
           IF SH-CURRENCY-RATE > ZERO
               MOVE SH-CURRENCY-RATE
                   TO WS-RN-CURRENCY-RATE (WS-RETURN-IDX)
           END-IF
           IF SH-UNIT-COST NUMERIC
               MOVE SH-UNIT-COST TO WS-RN-UNIT-COST (WS-RETURN-IDX)
           END-IF
           MOVE SH-EXEMPT-CERT-NO
               TO WS-RN-EXEMPT-CERT-NO (WS-RETURN-IDX).
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> What earlier runs already credited against each line; no
      *> CMHIST just means nothing has ever come back.
      *>--------------------------------------------------------------
       1300-MATCH-PRIOR-CREDITS.
           IF WS-RETURN-COUNT = ZERO
               GO TO 1300-EXIT
           END-IF
           OPEN INPUT CREDIT-MEMO-HISTORY-FILE
           IF WS-CM-HISTORY-STATUS = "35"
               GO TO 1300-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ CREDIT-MEMO-HISTORY-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1350-MATCH-ONE-CREDIT THRU 1350-EXIT
                           VARYING WS-RETURN-IDX FROM 1 BY 1
                           UNTIL WS-RETURN-IDX > WS-RETURN-COUNT
               END-READ
           END-PERFORM
           CLOSE CREDIT-MEMO-HISTORY-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1300-EXIT.
           EXIT.

       1350-MATCH-ONE-CREDIT.
           IF CH-CUST-IDENT = WS-RN-CUST-IDENT (WS-RETURN-IDX)
               AND CH-INVOICE-NO = WS-RN-INVOICE-NO (WS-RETURN-IDX)
               AND CH-ITEM-CODE = WS-RN-ITEM-CODE (WS-RETURN-IDX)
               ADD CH-QUANTITY TO WS-RN-PRIOR-RETURNED (WS-RETURN-IDX)
           END-IF.
       1350-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The controlled credit-memo sequence: numbers come from
      *> CMCTL, never from anyone's memory.
      *>--------------------------------------------------------------
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
      *> One return: edit it against the billed line and its prior
      *> returns, then credit it everywhere the sale landed.
      *>--------------------------------------------------------------
       2000-PROCESS-ONE-RETURN.
           SET WS-NO-EXCEPTION TO TRUE
           PERFORM 2050-EDIT-RETURN THRU 2050-EXIT
           IF WS-EXCEPTION-TAKEN
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-POST-CREDIT-MEMO THRU 2100-EXIT
           IF WS-EXCEPTION-TAKEN
               GO TO 2000-EXIT
           END-IF
           SET WS-RN-ACCEPTED (WS-RETURN-IDX) TO TRUE
           PERFORM 2200-RETURN-STOCK THRU 2200-EXIT
           PERFORM 2300-ROLL-STATE-TAX THRU 2300-EXIT
           PERFORM 2400-WRITE-CREDIT-HISTORY THRU 2400-EXIT
           PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
           ADD 1 TO WS-CREDIT-COUNT
           ADD WS-CREDIT-TOTAL TO WS-CREDIT-GRAND-TOTAL
           ADD WS-CREDIT-TAX   TO WS-CREDIT-TAX-TOTAL.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A return has to be for something we billed, and the line
      *> can only come back as many times as it went out: prior
      *> runs' credits and earlier returns in this run both count.
      *>--------------------------------------------------------------
       2050-EDIT-RETURN.
           IF NOT WS-AR-AVAILABLE
               MOVE "ARFILE NOT AVAILABLE" TO RX-REASON-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2050-EXIT
           END-IF
           IF WS-RN-QUANTITY (WS-RETURN-IDX) = ZERO
               MOVE "ZERO RETURN QUANTITY" TO RX-REASON-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2050-EXIT
           END-IF
           IF WS-RN-BILLED-QTY (WS-RETURN-IDX) = ZERO
               MOVE "ITEM NOT BILLED ON INVOICE" TO RX-REASON-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2050-EXIT
           END-IF
           MOVE WS-RN-PRIOR-RETURNED (WS-RETURN-IDX)
               TO WS-RETURNED-TO-DATE
           PERFORM 2060-ADD-EARLIER-RETURN THRU 2060-EXIT
               VARYING WS-EARLIER-IDX FROM 1 BY 1
               UNTIL WS-EARLIER-IDX >= WS-RETURN-IDX
           IF WS-RETURNED-TO-DATE + WS-RN-QUANTITY (WS-RETURN-IDX)
                   > WS-RN-BILLED-QTY (WS-RETURN-IDX)
               MOVE "RETURN EXCEEDS QUANTITY BILLED" TO RX-REASON-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2050-EXIT
           END-IF
           MOVE WS-RN-CUST-IDENT (WS-RETURN-IDX) TO AR-CUST-IDENT
           MOVE WS-RN-INVOICE-NO (WS-RETURN-IDX) TO AR-INVOICE-NO
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "ORIGINAL INVOICE NOT ON ARFILE"
                       TO RX-REASON-TEXT
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
                   GO TO 2050-EXIT
           END-READ
           IF AR-ITEM-WRITTEN-OFF
               MOVE "ORIGINAL INVOICE WRITTEN OFF" TO RX-REASON-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2050-EXIT
           END-IF
           MOVE AR-CURRENCY-CODE TO WS-ORIGINAL-CURRENCY
           IF WS-ORIGINAL-CURRENCY = SPACES
               MOVE "USD" TO WS-ORIGINAL-CURRENCY
           END-IF.
       2050-EXIT.
           EXIT.

       2060-ADD-EARLIER-RETURN.
           IF WS-RN-ACCEPTED (WS-EARLIER-IDX)
               AND WS-RN-CUST-IDENT (WS-EARLIER-IDX)
                   = WS-RN-CUST-IDENT (WS-RETURN-IDX)
               AND WS-RN-INVOICE-NO (WS-EARLIER-IDX)
                   = WS-RN-INVOICE-NO (WS-RETURN-IDX)
               AND WS-RN-ITEM-CODE (WS-EARLIER-IDX)
                   = WS-RN-ITEM-CODE (WS-RETURN-IDX)
               ADD WS-RN-QUANTITY (WS-EARLIER-IDX)
                   TO WS-RETURNED-TO-DATE
           END-IF.
       2060-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The credit is the billed line's taxable amount and tax
      *> prorated by the quantity coming back - the customer gets
      *> back exactly what was charged, discount and all.  It posts
      *> as a negative open item under the next credit-memo number,
      *> in the original invoice's currency.
      *>--------------------------------------------------------------
       2100-POST-CREDIT-MEMO.
           IF WS-NEXT-CREDIT-MEMO-NO NOT < 999999
               MOVE "CREDIT MEMO NUMBERS EXHAUSTED" TO RX-REASON-TEXT
               PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-CREDIT-TAXABLE ROUNDED =
               WS-RN-BILLED-TAXABLE (WS-RETURN-IDX)
                   * WS-RN-QUANTITY (WS-RETURN-IDX)
                   / WS-RN-BILLED-QTY (WS-RETURN-IDX)
           COMPUTE WS-CREDIT-TAX ROUNDED =
               WS-RN-BILLED-TAX (WS-RETURN-IDX)
                   * WS-RN-QUANTITY (WS-RETURN-IDX)
                   / WS-RN-BILLED-QTY (WS-RETURN-IDX)
           COMPUTE WS-CREDIT-TOTAL = WS-CREDIT-TAXABLE + WS-CREDIT-TAX
           COMPUTE WS-FOREIGN-CREDIT ROUNDED =
               WS-CREDIT-TOTAL / WS-RN-CURRENCY-RATE (WS-RETURN-IDX)
           MOVE WS-NEXT-CREDIT-MEMO-NO TO WS-CREDIT-MEMO-NO

           MOVE WS-RN-CUST-IDENT (WS-RETURN-IDX) TO AR-CUST-IDENT
           MOVE WS-CREDIT-MEMO-NO    TO AR-INVOICE-NO
           MOVE WS-RUN-DATE-YYYYMMDD TO AR-INVOICE-DATE
           COMPUTE AR-INVOICE-AMOUNT = ZERO - WS-CREDIT-TOTAL
           MOVE ZERO                 TO AR-PAID-AMOUNT
           SET AR-ITEM-OPEN TO TRUE
           MOVE WS-ORIGINAL-CURRENCY TO AR-CURRENCY-CODE
           COMPUTE AR-ORIGINAL-AMOUNT = ZERO - WS-FOREIGN-CREDIT
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE "CREDIT MEMO NUMBER ON ARFILE" TO RX-REASON-TEXT
                   PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
           END-WRITE
           ADD 1 TO WS-NEXT-CREDIT-MEMO-NO.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Returned goods go back on the shelf: the item's stock
      *> record comes up by the quantity.  No stock record means the
      *> item is not stock-tracked and there is nothing to restore.
      *> Restored goods come back into inventory at the cost the
      *> sale relieved them at.
      *>--------------------------------------------------------------
       2200-RETURN-STOCK.
           MOVE WS-RN-ITEM-CODE (WS-RETURN-IDX) TO IT-ITEM-CODE
           MOVE 99999999 TO IT-EFFECTIVE-DATE
           READ ITEM-MASTER-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ
           ADD WS-RN-QUANTITY (WS-RETURN-IDX) TO IT-QTY-ON-HAND
           REWRITE ITEM-MASTER-RECORD
           ADD 1 TO WS-STOCK-RETURNED-COUNT
           COMPUTE WS-RETURN-COST = WS-RN-QUANTITY (WS-RETURN-IDX)
               * WS-RN-UNIT-COST (WS-RETURN-IDX)
           ADD WS-RETURN-COST TO WS-RETURN-COST-TOTAL.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The tax credited rolls by the state it was collected for,
      *> so the TAXLIAB rows written at end of run reverse exactly
      *> what the invoice run put there.
      *>--------------------------------------------------------------
       2300-ROLL-STATE-TAX.
           IF WS-CREDIT-TAX = ZERO
               AND WS-RN-EXEMPT-CERT-NO (WS-RETURN-IDX) = SPACES
               GO TO 2300-EXIT
           END-IF
           MOVE ZERO TO WS-STATE-FOUND-IDX
           PERFORM VARYING WS-STATE-TOTAL-IDX FROM 1 BY 1
               UNTIL WS-STATE-TOTAL-IDX > WS-STATE-TOTAL-COUNT
                  OR WS-STATE-FOUND-IDX > ZERO
               IF WS-ST-STATE (WS-STATE-TOTAL-IDX)
                       = WS-RN-TAX-STATE (WS-RETURN-IDX)
                   MOVE WS-STATE-TOTAL-IDX TO WS-STATE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-STATE-FOUND-IDX = ZERO
               ADD 1 TO WS-STATE-TOTAL-COUNT
               MOVE WS-RN-TAX-STATE (WS-RETURN-IDX) TO
                   WS-ST-STATE (WS-STATE-TOTAL-COUNT)
               MOVE ZERO TO WS-ST-TAXABLE (WS-STATE-TOTAL-COUNT)
               MOVE ZERO TO WS-ST-TAX (WS-STATE-TOTAL-COUNT)
               MOVE ZERO TO WS-ST-EXEMPT (WS-STATE-TOTAL-COUNT)
               MOVE WS-STATE-TOTAL-COUNT TO WS-STATE-FOUND-IDX
           END-IF
           IF WS-RN-EXEMPT-CERT-NO (WS-RETURN-IDX) NOT = SPACES
               SUBTRACT WS-CREDIT-TAXABLE
                   FROM WS-ST-EXEMPT (WS-STATE-FOUND-IDX)
               GO TO 2300-EXIT
           END-IF
           SUBTRACT WS-CREDIT-TAXABLE
               FROM WS-ST-TAXABLE (WS-STATE-FOUND-IDX)
           SUBTRACT WS-CREDIT-TAX FROM WS-ST-TAX (WS-STATE-FOUND-IDX).
       2300-EXIT.
           EXIT.

       2400-WRITE-CREDIT-HISTORY.
           MOVE WS-RN-CUST-IDENT (WS-RETURN-IDX)  TO CH-CUST-IDENT
           MOVE WS-RN-INVOICE-NO (WS-RETURN-IDX)  TO CH-INVOICE-NO
           MOVE WS-RN-ITEM-CODE (WS-RETURN-IDX)   TO CH-ITEM-CODE
           MOVE WS-RN-QUANTITY (WS-RETURN-IDX)    TO CH-QUANTITY
           MOVE WS-CREDIT-MEMO-NO                 TO CH-CREDIT-MEMO-NO
           MOVE WS-RUN-DATE-YYYYMMDD              TO CH-CREDIT-DATE
           MOVE WS-RN-TAX-STATE (WS-RETURN-IDX)   TO CH-TAX-STATE
           MOVE WS-CREDIT-TAXABLE                 TO CH-TAXABLE-AMOUNT
           MOVE WS-CREDIT-TAX                     TO CH-TAX-AMOUNT
           MOVE WS-RN-REASON-TEXT (WS-RETURN-IDX) TO CH-REASON-TEXT
           WRITE CREDIT-MEMO-HISTORY-RECORD.
       2400-EXIT.
           EXIT.

       2500-PRINT-DETAIL.
           MOVE WS-RN-CUST-IDENT (WS-RETURN-IDX) TO WS-D-CUST-IDENT
           MOVE WS-RN-INVOICE-NO (WS-RETURN-IDX) TO WS-D-INVOICE-NO
           MOVE WS-RN-ITEM-CODE (WS-RETURN-IDX)  TO WS-D-ITEM-CODE
           MOVE WS-RN-QUANTITY (WS-RETURN-IDX)   TO WS-D-QUANTITY
           MOVE WS-CREDIT-MEMO-NO                TO WS-D-MEMO-NO
           MOVE WS-CREDIT-TAXABLE                TO WS-D-TAXABLE
           MOVE WS-CREDIT-TAX                    TO WS-D-TAX
           WRITE CREDIT-MEMO-REGISTER-LINE FROM WS-DETAIL-LINE
           MOVE WS-RN-REASON-TEXT (WS-RETURN-IDX) TO WS-R-REASON-TEXT
           WRITE CREDIT-MEMO-REGISTER-LINE FROM WS-REASON-LINE.
       2500-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           MOVE WS-RN-CUST-IDENT (WS-RETURN-IDX) TO RX-CUST-IDENT
           MOVE WS-RN-INVOICE-NO (WS-RETURN-IDX) TO RX-INVOICE-NO
           MOVE WS-RN-ITEM-CODE (WS-RETURN-IDX)  TO RX-ITEM-CODE
           MOVE WS-RN-QUANTITY (WS-RETURN-IDX)   TO RX-QUANTITY
           WRITE RETURN-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           SET WS-EXCEPTION-TAKEN TO TRUE.
       2900-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-CREDIT-COUNT       TO WS-T-CREDITS
           MOVE WS-CREDIT-GRAND-TOTAL TO WS-T-AMOUNT
           MOVE WS-EXCEPTION-COUNT    TO WS-T-EXCEPTIONS
           WRITE CREDIT-MEMO-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Returns read:         " WS-RETURN-COUNT
           DISPLAY "Credit memos posted:  " WS-CREDIT-COUNT
           DISPLAY "Credit memo total:    " WS-CREDIT-GRAND-TOTAL
           DISPLAY "Stock records restored: " WS-STOCK-RETURNED-COUNT
           DISPLAY "Returned at cost:     " WS-RETURN-COST-TOTAL
           DISPLAY "Returns excepted:     " WS-EXCEPTION-COUNT.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The credit comes off the ledger the way the sale went on:
      *> sales is debited for the net, tax payable for the tax, and
      *> receivables credited for both.  glpost posts nothing for a
      *> zero amount, so a run with no credits leaves no entry.
      *>--------------------------------------------------------------
       8500-POST-TO-GENERAL-LEDGER.
           COMPUTE WS-GL-AMOUNT =
               WS-CREDIT-GRAND-TOTAL - WS-CREDIT-TAX-TOTAL
           MOVE SPACES TO WS-GL-REFERENCE
           STRING "RTN " WS-RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-SALES-ACCT
               WS-GL-AR-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-CREDIT-TAX-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-TAX-ACCT
               WS-GL-AR-ACCT WS-GL-AMOUNT WS-GL-TAX-REFERENCE
               WS-GL-COST-CENTER
      *>   Goods back on the shelf leave cost of goods sold for
      *>   inventory again.
           MOVE WS-RETURN-COST-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-INVENTORY-ACCT
               WS-GL-COGS-ACCT WS-GL-AMOUNT WS-GL-COGS-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One negative TAXLIAB row per state credited, appended so
      *> taxrpt.cob nets the returns against the period's sales.
      *>--------------------------------------------------------------
       8600-WRITE-TAX-LIABILITY.
           IF WS-STATE-TOTAL-COUNT = ZERO
               GO TO 8600-EXIT
           END-IF
           OPEN EXTEND TAX-LIABILITY-FILE
           IF WS-TAX-LIABILITY-STATUS = "05" OR "35"
               OPEN OUTPUT TAX-LIABILITY-FILE
           END-IF
           PERFORM VARYING WS-STATE-TOTAL-IDX FROM 1 BY 1
               UNTIL WS-STATE-TOTAL-IDX > WS-STATE-TOTAL-COUNT
               MOVE WS-RUN-DATE-YYYYMMDD TO TL-RUN-DATE
               MOVE WS-ST-STATE (WS-STATE-TOTAL-IDX) TO TL-STATE
               MOVE WS-ST-TAXABLE (WS-STATE-TOTAL-IDX)
                   TO TL-TAXABLE-AMOUNT
               MOVE WS-ST-TAX (WS-STATE-TOTAL-IDX) TO TL-TAX-AMOUNT
               MOVE WS-ST-EXEMPT (WS-STATE-TOTAL-IDX)
                   TO TL-EXEMPT-AMOUNT
               WRITE TAX-LIABILITY-RECORD
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE.
       8600-EXIT.
           EXIT.

       9000-TERMINATE.
           OPEN OUTPUT CREDIT-MEMO-CONTROL-FILE
           MOVE WS-NEXT-CREDIT-MEMO-NO TO CC-NEXT-CREDIT-MEMO-NO
           WRITE CREDIT-MEMO-CONTROL-RECORD
           CLOSE CREDIT-MEMO-CONTROL-FILE
           IF WS-AR-AVAILABLE
               CLOSE AR-OPEN-ITEM-FILE
           END-IF
           CLOSE ITEM-MASTER-FILE
           CLOSE CREDIT-MEMO-HISTORY-FILE
           CLOSE CREDIT-MEMO-REGISTER-FILE
           CLOSE RETURN-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.
