      *> write-back acctpost.cob uses.  A release for a hold that
      *> is not on file prints as an exception on the register so a
      *> mis-keyed Ident is visible, not silent.
      *> 10/15/2026 - a released hold now appends its line to the
      *> SALEHIST sales history from the detail the hold carries
      *> (see INVHOLD.cpy), dated the day it bills, so the history
      *> holds every billed line whether or not it was ever held.
      *> 10/15/2026 - the history row now carries the tax-exemption
      *> certificate a held line was priced under (IH-EXEMPT-CERT-
      *> NO), so a return of it nets against exempt sales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-REGISTER-FILE ASSIGN TO "RELREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-REGISTER-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY INVHOLD.

       FD  NEW-HOLD-FILE.
      *>   Wide enough for the whole INVHOLD record, tax field and
      *>   line detail included - a short work record here strips
      *>   them off every carried-forward hold.
       01 NEW-HOLD-RECORD             PIC X(200).

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.
       FD  RELEASE-REGISTER-FILE.
       01 RELEASE-REGISTER-LINE       PIC X(80).

       FD  SALES-HISTORY-FILE.
           COPY SALEHIST.

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
           88 WS-AR-OPEN-ITEM-NEW         VALUE "35".
       01 WS-RELEASE-REGISTER-STATUS  PIC XX VALUE "00".
       01 WS-SALES-HISTORY-STATUS     PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-RELEASED-COUNT           PIC 9(5) COMP VALUE ZERO.
       01 WS-CARRIED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-HISTORY-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-RELEASED-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01 WS-RELEASED-TAX-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-RUN-DATE-YYYYMMDD        PIC 9(8) VALUE ZERO.
       01 WS-GL-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE "HOLD RELEASE".
       01 WS-GL-TAX-REFERENCE   PIC X(12) VALUE "RELEASE TAX".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** CREDIT HOLD RELEASE REGISTER ***".
               CLOSE AR-OPEN-ITEM-FILE
               OPEN I-O AR-OPEN-ITEM-FILE
           END-IF
           OPEN EXTEND SALES-HISTORY-FILE
           IF WS-SALES-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF
           OPEN OUTPUT RELEASE-REGISTER-FILE
           WRITE RELEASE-REGISTER-LINE FROM WS-HEADING-LINE-1
           IF NOT WS-EOF
           MOVE IH-AMOUNT     TO WS-D-AMOUNT
           IF WS-RELEASE-MATCHED
               PERFORM 2200-POST-RELEASED-HOLD THRU 2200-EXIT
               PERFORM 2300-WRITE-SALES-HISTORY THRU 2300-EXIT
               MOVE "RELEASED - POSTED TO AR" TO WS-D-ACTION
               ADD 1 TO WS-RELEASED-COUNT
               ADD IH-AMOUNT TO WS-RELEASED-TOTAL
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The released line joins the sales history on the day it
      *> bills.  A hold written before the line detail rode along
      *> has no item and no history row to give.
      *>--------------------------------------------------------------
       2300-WRITE-SALES-HISTORY.
           IF IH-ITEM-CODE = SPACES
               OR IH-QUANTITY NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           MOVE IH-CUST-IDENT        TO SH-CUST-IDENT
           MOVE IH-INVOICE-NO        TO SH-INVOICE-NO
           MOVE WS-RUN-DATE-YYYYMMDD TO SH-INVOICE-DATE
           MOVE IH-ITEM-CODE         TO SH-ITEM-CODE
           MOVE IH-QUANTITY          TO SH-QUANTITY
           MOVE IH-UNIT-PRICE        TO SH-UNIT-PRICE
           MOVE IH-PRICE-SOURCE      TO SH-PRICE-SOURCE
           MOVE IH-DISCOUNT-RATE     TO SH-DISCOUNT-RATE
           MOVE IH-TAX-STATE         TO SH-TAX-STATE
           MOVE IH-TAX-RATE          TO SH-TAX-RATE
           MOVE IH-TAXABLE-AMOUNT    TO SH-TAXABLE-AMOUNT
           MOVE IH-TAX-AMOUNT        TO SH-TAX-AMOUNT
           MOVE IH-CURRENCY-CODE     TO SH-CURRENCY-CODE
           MOVE IH-CURRENCY-RATE     TO SH-CURRENCY-RATE
           MOVE IH-UNIT-COST         TO SH-UNIT-COST
           MOVE IH-EXEMPT-CERT-NO    TO SH-EXEMPT-CERT-NO
           WRITE SALES-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-COUNT.
       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A release that matched no hold is a mis-key someone should
      *> chase, not a silent no-op.
           MOVE WS-CARRIED-COUNT  TO WS-T-CARRIED
           WRITE RELEASE-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Holds released: " WS-RELEASED-COUNT
           DISPLAY "Holds carried:  " WS-CARRIED-COUNT
           DISPLAY "History rows:   " WS-HISTORY-COUNT.
       8000-EXIT.
           EXIT.

               WS-RELEASED-TOTAL - WS-RELEASED-TAX-TOTAL
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-CREDIT-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-RELEASED-TAX-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-TAX-ACCT WS-GL-AMOUNT WS-GL-TAX-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AR-OPEN-ITEM-FILE
           CLOSE RELEASE-REGISTER-FILE
           CLOSE SALES-HISTORY-FILE.
       9000-EXIT.
           EXIT.
