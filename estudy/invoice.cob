      *> discount), computes subtotal/tax/discount/total, and prints
      *> an invoice instead of the COMPUTE-with-parentheses syntax
      *> demo Math2.cob only exercised on literals.
      *> 10/15/2026 - tax-exempt customers are no longer taxed: a
      *> line for a customer holding a TAXEXMPT exemption
      *> certificate for its state, in effect on the invoice date
      *> and covering the line's item (see TAXEXMPT.cpy), bills
      *> with no sales tax and prints a TAX EXEMPT caption naming
      *> the certificate.  Its sales still roll up by state, as
      *> exempt sales on the new TL-EXEMPT-AMOUNT of the TAXLIAB
      *> row, and the certificate rides the SALEHIST row (and an
      *> INVHOLD hold) so a return nets against exempt sales.
      *> More certificates in effect than the 200-row table holds
      *> refuses the run (return code 8) before anything bills.
      *> 10/15/2026 - a MATLITEM line from an accepted customer
      *> quote (quotmnt.cob) carries the quote number and the
      *> quoted unit price, and bills at that price - priced
      *> QUOTED, ahead of any contract or quantity-break price -
      *> since the customer accepted it; the item must still have
      *> an ITEMMAST price in effect for its description and cost.
      *> 10/15/2026 - a customer whose sanctions screening hit
      *> compliance has confirmed (a confirmed row on the SCRNQ
      *> review queue, see SCRNREC.cpy) is no longer invoiced:
      *> the line goes to INVEXCP as SANCTIONS HIT - NOT BILLED.
      *> A pending hit still bills until compliance decides it.
      *> 10/15/2026 - a line may now bill a job's labor: the
      *> billable-time run (billtime.cob) appends LINEITEM lines
      *> carrying LI-JOB-NO and the job's LI-JOB-HOURS, and such a
      *> line is priced at the JOBMAST job's billing rate (priced
      *> JOB RATE) for the hours, described by the job, and moves no
      *> stock.  A job not on JOBMAST, or billed to a customer other
      *> than its own, goes to INVEXCP.  LI-QUANTITY carries the
      *> whole hours onto SALEHIST; the amount is figured from the
      *> exact hours.  Lines without the new fields bill as before.
      *> 10/15/2026 - a credit-held line now carries its sales
      *> detail on the INVHOLD record, so the SALEHIST history row
      *> it did not get here is written by invrel.cob when the hold
      *> is released - every billed line reaches the history once.
      *> 10/15/2026 - every line that relieves stock now also
      *> relieves inventory on the ledger at the item's unit cost
      *> in effect for the invoice date (IT-UNIT-COST, read by the
      *> same scan that prices the line): the run's cost total
      *> posts through glpost as cost of goods sold against
      *> inventory, and each billed line's unit cost rides its
      *> SALEHIST row so margrpt.cob can report margin from the
      *> same figures.  Held lines relieve stock, so their cost
      *> posts with the run as well - the goods have left the
      *> shelf whether or not the billing is released.
      *> 10/15/2026 - every line that bills onto ARFILE now also
      *> appends to the SALEHIST sales line history (customer,
      *> invoice, item, quantity, unit price and its pricing
      *> source, discount, tax state, rate and amounts, billed
      *> currency and rate), since ARFILE only remembers the
      *> invoice total.  The returns run (crmemo.cob) credits
      *> against these lines.
      *> 09/02/2026 - billed lines now relieve stock: each stock-
      *> tracked item's on-hand (the 99999999 stock record on
      *> ITEMMAST, see ITEMREC.cpy) comes down by the line quantity
           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-LIABILITY-STATUS.
           SELECT TAX-EXEMPTION-FILE ASSIGN TO "TAXEXMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-EXEMPTION-STATUS.
           SELECT RATE-PARM-FILE ASSIGN TO "RATEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-PARM-STATUS.
           SELECT QTY-BREAK-FILE ASSIGN TO "ITEMQTY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTY-BREAK-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-HISTORY-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-NO
               FILE STATUS IS WS-JOBMAST-STATUS.
           SELECT SCREENING-QUEUE-FILE ASSIGN TO "SCRNQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-KEY
               FILE STATUS IS WS-SCRNQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 LI-QUANTITY         PIC 9(5).
           02 LI-TAX-RATE         PIC 9V999.
           02 LI-DISCOUNT-RATE    PIC 9V999.
           02 LI-JOB-NO           PIC X(8).
           02 LI-JOB-HOURS        PIC 9(5)V99.

       FD  INVOICE-REPORT-FILE.
       01 INVOICE-REPORT-LINE PIC X(80).
           02 TL-TAXABLE-AMOUNT   PIC S9(9)V99.
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 TL-TAX-AMOUNT       PIC S9(9)V99.
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 TL-EXEMPT-AMOUNT    PIC S9(9)V99.

       FD  TAX-EXEMPTION-FILE.
           COPY TAXEXMPT.

       FD  RATE-PARM-FILE.
       01 RATE-PARM-RECORD.
           02 MI-QUANTITY         PIC 9(5).
           02 MI-TAX-RATE         PIC 9V999.
           02 MI-DISCOUNT-RATE    PIC 9V999.
           02 MI-QUOTE-NO         PIC 9(6).
           02 MI-QUOTED-PRICE     PIC 9(5)V99.

       FD  SALES-HISTORY-FILE.
           COPY SALEHIST.

       FD  JOB-MASTER-FILE.
           COPY JOBREC.

       FD  SCREENING-QUEUE-FILE.
           COPY SCRNREC.

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-INVOICE-HOLD-STATUS PIC XX VALUE "00".
       01 WS-TAX-RATE-STATUS    PIC XX VALUE "00".
       01 WS-TAX-LIABILITY-STATUS PIC XX VALUE "00".
       01 WS-TAX-EXEMPTION-STATUS PIC XX VALUE "00".
       01 WS-RATE-PARM-STATUS   PIC XX VALUE "00".
       01 WS-CONTRACT-PRICE-STATUS PIC XX VALUE "00".
       01 WS-QTY-BREAK-STATUS   PIC XX VALUE "00".
       01 WS-SALES-HISTORY-STATUS PIC XX VALUE "00".
       01 WS-JOBMAST-STATUS     PIC XX VALUE "00".
       01 WS-JOBMAST-SWITCH     PIC X VALUE "Y".
           88 WS-JOBMAST-ON-FILE    VALUE "Y".
       01 WS-SCRNQ-STATUS       PIC XX VALUE "00".
       01 WS-SCRNQ-SWITCH       PIC X VALUE "Y".
           88 WS-SCRNQ-ON-FILE      VALUE "Y".
       01 WS-SANCTIONS-SWITCH   PIC X VALUE "N".
           88 WS-SANCTIONS-CONFIRMED VALUE "Y".
       01 WS-SCRNQ-END-SWITCH   PIC X VALUE "N".
           88 WS-SCRNQ-END          VALUE "Y".

      *>--------------------------------------------------------------
      *> Contract prices and quantity-break tiers, loaded at
           88 WS-PRICE-NOT-FOUND    VALUE "N".
       01 WS-PRICED-UNIT-PRICE  PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICED-DESCRIPTION PIC X(20) VALUE SPACES.
       01 WS-QUOTED-UNIT-PRICE  PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICED-UNIT-COST   PIC 9(5)V99 VALUE ZERO.
      *>   Cost carried onto SALEHIST: the unit cost only when the
      *>   line relieved stock, zero for a service line.
       01 WS-LINE-UNIT-COST     PIC 9(5)V99 VALUE ZERO.
       01 WS-LINE-COST          PIC S9(9)V99 VALUE ZERO.
       01 WS-COGS-TOTAL         PIC S9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------------
      *> Credit check: the customer's open ARFILE balance summed at
       01 WS-TAX-EOF-SWITCH     PIC X VALUE "N".
           88 WS-TAX-EOF            VALUE "Y".

      *>--------------------------------------------------------------
      *> Exemption certificates in effect on the invoice date, from
      *> TAXEXMPT.  A line covered by one carries the certificate
      *> number and no tax.
      *>--------------------------------------------------------------
       01 WS-EXEMPTION-COUNT    PIC 9(3) COMP VALUE ZERO.
       01 WS-EXEMPTION-OVERFLOW-SWITCH PIC X VALUE "N".
           88 WS-EXEMPTION-OVERFLOW VALUE "Y".
       01 WS-EXEMPTION-IDX      PIC 9(3) COMP VALUE ZERO.
       01 WS-ITEM-LIMIT-IDX     PIC 9 COMP VALUE ZERO.
       01 WS-EXEMPTION-TABLE.
           02 WS-EXEMPTION-ENTRY OCCURS 200 TIMES.
               03 WS-TX-CUST-IDENT    PIC 9(7).
               03 WS-TX-STATE         PIC X(2).
               03 WS-TX-CERTIFICATE-NO PIC X(15).
               03 WS-TX-ITEM-LIMITS.
                   04 WS-TX-ITEM-CODE OCCURS 5 TIMES PIC X(8).
       01 WS-LINE-EXEMPT-CERT-NO PIC X(15) VALUE SPACES.

       01 WS-STATE-TOTAL-COUNT  PIC 99 COMP VALUE ZERO.
       01 WS-STATE-TOTAL-IDX    PIC 99 COMP VALUE ZERO.
       01 WS-STATE-FOUND-IDX    PIC 99 COMP VALUE ZERO.
               03 WS-ST-STATE         PIC X(2).
               03 WS-ST-TAXABLE       PIC S9(9)V99.
               03 WS-ST-TAX           PIC S9(9)V99.
               03 WS-ST-EXEMPT        PIC S9(9)V99.

       01 WS-SUBTOTAL           PIC S9(7)V99 VALUE 0.
       01 WS-DISCOUNT-AMOUNT    PIC S9(7)V99 VALUE 0.
       01 WS-GL-TAX-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-REFERENCE       PIC X(12) VALUE SPACES.
       01 WS-GL-TAX-REFERENCE   PIC X(12) VALUE "INV TAX".
       01 WS-GL-COGS-ACCT       PIC 9(4) VALUE 5400.
       01 WS-GL-INVENTORY-ACCT  PIC 9(4) VALUE 1300.
       01 WS-GL-COGS-REFERENCE  PIC X(12) VALUE "INV COGS".
       01 WS-GL-COST-CENTER     PIC X(15) VALUE SPACES.

       01 WS-TAX-CAPTION-LINE.
           02 FILLER            PIC X(12) VALUE "  STATE TAX ".
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-X-AMOUNT       PIC ZZZ,ZZ9.99.

       01 WS-EXEMPT-CAPTION-LINE.
           02 FILLER            PIC X(13) VALUE "  TAX EXEMPT ".
           02 WS-E-STATE        PIC X(2).
           02 FILLER            PIC X(7)  VALUE " CERT ".
           02 WS-E-CERTIFICATE-NO PIC X(15).

       01 WS-PRICE-SOURCE-LINE.
           02 FILLER            PIC X(10) VALUE "  PRICED: ".
           02 WS-P-SOURCE       PIC X(9).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-EXEMPTION-OVERFLOW
               DISPLAY "TAXEXMPT holds more than 200 certificates in "
                   "effect - run refused, nothing billed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-PROCESS-LINE-ITEM THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-PROCESS-MATL-ITEMS THRU 3000-EXIT
           PERFORM 1200-LOAD-CURRENCY-RATES THRU 1200-EXIT
           PERFORM 1300-LOAD-CONTRACT-PRICES THRU 1300-EXIT
           PERFORM 1400-LOAD-QTY-BREAKS THRU 1400-EXIT
           PERFORM 1500-LOAD-TAX-EXEMPTIONS THRU 1500-EXIT
           IF WS-EXEMPTION-OVERFLOW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LINE-ITEM-FILE
           OPEN OUTPUT INVOICE-REPORT-FILE
           OPEN INPUT CUSTMAST-FILE
               OPEN OUTPUT INVOICE-HOLD-FILE
           END-IF
           OPEN I-O ITEM-MASTER-FILE
           OPEN EXTEND SALES-HISTORY-FILE
           IF WS-SALES-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOBMAST-STATUS = "35"
               MOVE "N" TO WS-JOBMAST-SWITCH
           END-IF
           OPEN INPUT SCREENING-QUEUE-FILE
           IF WS-SCRNQ-STATUS NOT = "00"
               MOVE "N" TO WS-SCRNQ-SWITCH
           END-IF
           READ LINE-ITEM-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Only certificates in effect on the invoice date are kept;
      *> no file just means nobody has given us one.  A certificate
      *> past the table would tax an exempt customer, so the run is
      *> refused rather than bill without it.
      *>--------------------------------------------------------------
       1500-LOAD-TAX-EXEMPTIONS.
           OPEN INPUT TAX-EXEMPTION-FILE
           IF WS-TAX-EXEMPTION-STATUS = "35"
               GO TO 1500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-EXEMPTION-OVERFLOW
               READ TAX-EXEMPTION-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF TX-EFFECTIVE-DATE <= WS-RUN-DATE-YYYYMMDD
                           AND TX-EXPIRY-DATE >= WS-RUN-DATE-YYYYMMDD
                           AND WS-EXEMPTION-COUNT >= 200
                           SET WS-EXEMPTION-OVERFLOW TO TRUE
                       END-IF
                       IF TX-EFFECTIVE-DATE <= WS-RUN-DATE-YYYYMMDD
                           AND TX-EXPIRY-DATE >= WS-RUN-DATE-YYYYMMDD
                           AND NOT WS-EXEMPTION-OVERFLOW
                           ADD 1 TO WS-EXEMPTION-COUNT
                           MOVE TX-CUST-IDENT TO
                               WS-TX-CUST-IDENT (WS-EXEMPTION-COUNT)
                           MOVE TX-STATE TO
                               WS-TX-STATE (WS-EXEMPTION-COUNT)
                           MOVE TX-CERTIFICATE-NO TO
                               WS-TX-CERTIFICATE-NO (WS-EXEMPTION-COUNT)
                           MOVE TX-ITEM-CODE (1) TO
                               WS-TX-ITEM-CODE (WS-EXEMPTION-COUNT 1)
                           MOVE TX-ITEM-CODE (2) TO
                               WS-TX-ITEM-CODE (WS-EXEMPTION-COUNT 2)
                           MOVE TX-ITEM-CODE (3) TO
                               WS-TX-ITEM-CODE (WS-EXEMPTION-COUNT 3)
                           MOVE TX-ITEM-CODE (4) TO
                               WS-TX-ITEM-CODE (WS-EXEMPTION-COUNT 4)
                           MOVE TX-ITEM-CODE (5) TO
                               WS-TX-ITEM-CODE (WS-EXEMPTION-COUNT 5)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-EXEMPTION-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Subtotal, discount, tax and total for one line item, using
      *> the same COMPUTE-chain style Math2.cob demonstrated.
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-INVOICE-TOTAL-COUNT
           IF LI-JOB-NO NOT = SPACES
               COMPUTE WS-SUBTOTAL ROUNDED MODE IS NEAREST-EVEN =
                   LI-JOB-HOURS * WS-PRICED-UNIT-PRICE
           ELSE
               COMPUTE WS-SUBTOTAL ROUNDED MODE IS NEAREST-EVEN =
                   LI-QUANTITY * WS-PRICED-UNIT-PRICE
           END-IF
           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED MODE IS NEAREST-EVEN =
               WS-SUBTOTAL * LI-DISCOUNT-RATE
           COMPUTE WS-TAXABLE-AMOUNT = WS-SUBTOTAL - WS-DISCOUNT-AMOUNT
           PERFORM 2110-PRINT-TAX-LINE THRU 2110-EXIT
           PERFORM 2115-PRINT-CURRENCY-LINE THRU 2115-EXIT
           PERFORM 2120-ROLL-STATE-TAX THRU 2120-EXIT
           PERFORM 2200-POST-TO-OPEN-ITEMS THRU 2200-EXIT
           PERFORM 2210-WRITE-SALES-HISTORY THRU 2210-EXIT.
       2010-EXIT.
           EXIT.

                       MOVE MI-QUANTITY      TO LI-QUANTITY
                       MOVE MI-TAX-RATE      TO LI-TAX-RATE
                       MOVE MI-DISCOUNT-RATE TO LI-DISCOUNT-RATE
                       MOVE SPACES           TO LI-JOB-NO
                       MOVE ZERO             TO LI-JOB-HOURS
      *>               A takeoff written before quotes carries no
      *>               quoted price at all.
                       IF MI-QUOTED-PRICE NUMERIC
                           MOVE MI-QUOTED-PRICE
                               TO WS-QUOTED-UNIT-PRICE
                       ELSE
                           MOVE ZERO TO WS-QUOTED-UNIT-PRICE
                       END-IF
                       PERFORM 2010-BILL-ONE-LINE THRU 2010-EXIT
                       MOVE ZERO TO WS-QUOTED-UNIT-PRICE
               END-READ
           END-PERFORM
           CLOSE MATL-ITEM-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON CUSTMAST" TO IX-REASON-TEXT
                   PERFORM 2070-WRITE-EXCEPTION THRU 2070-EXIT
                   GO TO 2050-EXIT
           END-READ
           IF WS-SCRNQ-ON-FILE
               PERFORM 2051-CHECK-SANCTIONS THRU 2051-EXIT
               IF WS-SANCTIONS-CONFIRMED
                   MOVE "SANCTIONS HIT - NOT BILLED" TO IX-REASON-TEXT
                   PERFORM 2070-WRITE-EXCEPTION THRU 2070-EXIT
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Any confirmed sanctions hit among the customer's SCRNQ
      *> rows stops the line.
      *>--------------------------------------------------------------
       2051-CHECK-SANCTIONS.
           MOVE "N" TO WS-SANCTIONS-SWITCH
           MOVE "N" TO WS-SCRNQ-END-SWITCH
           MOVE "C"           TO SQ-PARTY-TYPE
           MOVE LI-CUST-IDENT TO SQ-PARTY-ID
           MOVE LOW-VALUES    TO SQ-ENTRY-ID
           START SCREENING-QUEUE-FILE KEY IS NOT LESS THAN SQ-KEY
               INVALID KEY
                   GO TO 2051-EXIT
           END-START
           PERFORM UNTIL WS-SCRNQ-END OR WS-SANCTIONS-CONFIRMED
               READ SCREENING-QUEUE-FILE NEXT RECORD
                   AT END SET WS-SCRNQ-END TO TRUE
                   NOT AT END
                       IF SQ-PARTY-TYPE NOT = "C"
                           OR SQ-PARTY-ID NOT = LI-CUST-IDENT
                           SET WS-SCRNQ-END TO TRUE
                       ELSE
                           IF SQ-CONFIRMED
                               SET WS-SANCTIONS-CONFIRMED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2051-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Price the line off the item master: walk the item's
      *> effective-dated price records in key order and keep the
       2060-PRICE-LINE-ITEM.
           SET WS-PRICE-NOT-FOUND TO TRUE
           MOVE "BASE" TO WS-PRICE-SOURCE
           MOVE ZERO TO WS-PRICED-UNIT-COST
           IF LI-JOB-NO NOT = SPACES
               PERFORM 2061-PRICE-JOB-LINE THRU 2061-EXIT
               GO TO 2060-EXIT
           END-IF
           MOVE "N" TO WS-ITEM-EOF-SWITCH
           MOVE LI-ITEM-CODE TO IT-ITEM-CODE
           MOVE ZERO         TO IT-EFFECTIVE-DATE
               PERFORM 2070-WRITE-EXCEPTION THRU 2070-EXIT
               GO TO 2060-EXIT
           END-IF
      *>   The price the customer accepted on a quote outranks
      *>   every other price.
           IF WS-QUOTED-UNIT-PRICE > ZERO
               MOVE WS-QUOTED-UNIT-PRICE TO WS-PRICED-UNIT-PRICE
               MOVE "QUOTED" TO WS-PRICE-SOURCE
               GO TO 2060-EXIT
           END-IF
           PERFORM 2062-APPLY-CONTRACT-PRICE THRU 2062-EXIT
           IF WS-PRICE-SOURCE = "BASE"
               PERFORM 2063-APPLY-QTY-BREAK THRU 2063-EXIT
       2060-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A job's labor bills at the rate on its JOBMAST job, and only
      *> to the customer the job belongs to.
      *>--------------------------------------------------------------
       2061-PRICE-JOB-LINE.
           MOVE "JOB RATE" TO WS-PRICE-SOURCE
           IF LI-JOB-HOURS NOT NUMERIC
               MOVE "JOB HOURS NOT NUMERIC" TO IX-REASON-TEXT
               PERFORM 2070-WRITE-EXCEPTION THRU 2070-EXIT
               GO TO 2061-EXIT
           END-IF
           IF NOT WS-JOBMAST-ON-FILE
               MOVE "JOB NOT ON JOBMAST" TO IX-REASON-TEXT
               PERFORM 2070-WRITE-EXCEPTION THRU 2070-EXIT
               GO TO 2061-EXIT
           END-IF
           MOVE LI-JOB-NO TO JB-JOB-NO
           READ JOB-MASTER-FILE
               INVALID KEY
                   MOVE "JOB NOT ON JOBMAST" TO IX-REASON-TEXT
                   PERFORM 2070-WRITE-EXCEPTION THRU 2070-EXIT
                   GO TO 2061-EXIT
           END-READ
           IF JB-CUST-IDENT NOT = LI-CUST-IDENT
               MOVE "JOB BELONGS TO OTHER CUSTOMER" TO IX-REASON-TEXT
               PERFORM 2070-WRITE-EXCEPTION THRU 2070-EXIT
               GO TO 2061-EXIT
           END-IF
           SET WS-PRICE-FOUND TO TRUE
           MOVE JB-BILLING-RATE TO WS-PRICED-UNIT-PRICE
           MOVE JB-DESCRIPTION  TO WS-PRICED-DESCRIPTION.
       2061-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A contract price is what sales promised this customer for
      *> this item, and it outranks every price but a quoted one.
      *>--------------------------------------------------------------
       2062-APPLY-CONTRACT-PRICE.
           PERFORM VARYING WS-CONTRACT-IDX FROM 1 BY 1
           END-IF
           SET WS-PRICE-FOUND TO TRUE
           MOVE IT-UNIT-PRICE  TO WS-PRICED-UNIT-PRICE
           MOVE IT-DESCRIPTION TO WS-PRICED-DESCRIPTION
           IF IT-UNIT-COST NUMERIC
               MOVE IT-UNIT-COST TO WS-PRICED-UNIT-COST
           ELSE
               MOVE ZERO TO WS-PRICED-UNIT-COST
           END-IF.
       2065-EXIT.
           EXIT.

      *>--------------------------------------------------------------
       2055-LOOK-UP-STATE-TAX.
           MOVE ZERO TO WS-STATE-TAX-RATE
           MOVE SPACES TO WS-LINE-EXEMPT-CERT-NO
           MOVE CUST-STATE TO WS-LINE-TAX-STATE
           SET WS-TAX-IDX TO 1
           SEARCH WS-TAX-RATE-ENTRY
                   CONTINUE
               WHEN WS-TR-STATE (WS-TAX-IDX) = CUST-STATE
                   MOVE WS-TR-RATE (WS-TAX-IDX) TO WS-STATE-TAX-RATE
           END-SEARCH
           IF WS-STATE-TAX-RATE > ZERO
               PERFORM 2056-CHECK-TAX-EXEMPTION THRU 2056-EXIT
           END-IF.
       2055-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A certificate for the customer and state exempts the line
      *> if it names no items at all or names this one.
      *>--------------------------------------------------------------
       2056-CHECK-TAX-EXEMPTION.
           PERFORM VARYING WS-EXEMPTION-IDX FROM 1 BY 1
               UNTIL WS-EXEMPTION-IDX > WS-EXEMPTION-COUNT
                  OR WS-LINE-EXEMPT-CERT-NO NOT = SPACES
               IF WS-TX-CUST-IDENT (WS-EXEMPTION-IDX) = LI-CUST-IDENT
                   AND WS-TX-STATE (WS-EXEMPTION-IDX) = CUST-STATE
                   PERFORM 2057-CHECK-ITEM-LIMITS THRU 2057-EXIT
               END-IF
           END-PERFORM
           IF WS-LINE-EXEMPT-CERT-NO NOT = SPACES
               MOVE ZERO TO WS-STATE-TAX-RATE
           END-IF.
       2056-EXIT.
           EXIT.

       2057-CHECK-ITEM-LIMITS.
           IF WS-TX-ITEM-LIMITS (WS-EXEMPTION-IDX) = SPACES
               MOVE WS-TX-CERTIFICATE-NO (WS-EXEMPTION-IDX)
                   TO WS-LINE-EXEMPT-CERT-NO
               GO TO 2057-EXIT
           END-IF
           PERFORM VARYING WS-ITEM-LIMIT-IDX FROM 1 BY 1
               UNTIL WS-ITEM-LIMIT-IDX > 5
               IF WS-TX-ITEM-CODE (WS-EXEMPTION-IDX WS-ITEM-LIMIT-IDX)
                       = LI-ITEM-CODE
                   MOVE WS-TX-CERTIFICATE-NO (WS-EXEMPTION-IDX)
                       TO WS-LINE-EXEMPT-CERT-NO
               END-IF
           END-PERFORM.
       2057-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The line total plus the customer's open ARFILE balance must
      *> fit under the CUSTMAST credit limit or the line parks on
           MOVE WS-LINE-TOTAL        TO IH-AMOUNT
           MOVE "OVER CREDIT LIMIT"  TO IH-REASON-TEXT
           MOVE WS-TAX-AMOUNT        TO IH-TAX-AMOUNT
           MOVE LI-ITEM-CODE          TO IH-ITEM-CODE
           MOVE LI-QUANTITY           TO IH-QUANTITY
           MOVE WS-PRICED-UNIT-PRICE  TO IH-UNIT-PRICE
           MOVE WS-PRICE-SOURCE       TO IH-PRICE-SOURCE
           MOVE LI-DISCOUNT-RATE      TO IH-DISCOUNT-RATE
           MOVE WS-LINE-TAX-STATE     TO IH-TAX-STATE
           MOVE WS-STATE-TAX-RATE     TO IH-TAX-RATE
           MOVE WS-TAXABLE-AMOUNT     TO IH-TAXABLE-AMOUNT
           MOVE WS-LINE-CURRENCY-CODE TO IH-CURRENCY-CODE
           MOVE WS-CUST-RATE          TO IH-CURRENCY-RATE
           MOVE WS-LINE-UNIT-COST     TO IH-UNIT-COST
           MOVE WS-LINE-EXEMPT-CERT-NO TO IH-EXEMPT-CERT-NO
           WRITE HELD-INVOICE-RECORD
           ADD 1 TO WS-HELD-COUNT
           ADD WS-LINE-TOTAL TO WS-HELD-TOTAL
      *> stock record means the item is not stock-tracked (services)
      *> and bills without relief; not enough on hand excepts the
      *> line rather than invoicing goods that are not in the
      *> warehouse.  Relieved goods leave inventory at the unit cost
      *> in effect, rolled into the run's cost of goods sold.
      *>--------------------------------------------------------------
       2068-RELIEVE-STOCK.
           MOVE ZERO TO WS-LINE-UNIT-COST
           IF LI-JOB-NO NOT = SPACES
               GO TO 2068-EXIT
           END-IF
           MOVE LI-ITEM-CODE TO IT-ITEM-CODE
           MOVE 99999999     TO IT-EFFECTIVE-DATE
           READ ITEM-MASTER-FILE
               GO TO 2068-EXIT
           END-IF
           SUBTRACT LI-QUANTITY FROM IT-QTY-ON-HAND
           REWRITE ITEM-MASTER-RECORD
           MOVE WS-PRICED-UNIT-COST TO WS-LINE-UNIT-COST
           COMPUTE WS-LINE-COST = LI-QUANTITY * WS-LINE-UNIT-COST
           ADD WS-LINE-COST TO WS-COGS-TOTAL.
       2068-EXIT.
           EXIT.

       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The billed line's detail survives on SALEHIST: ARFILE only
      *> carries the invoice total, and a return or a sales
      *> question needs the line as it was priced and taxed.
      *>--------------------------------------------------------------
       2210-WRITE-SALES-HISTORY.
           MOVE LI-CUST-IDENT         TO SH-CUST-IDENT
           MOVE LI-INVOICE-NO         TO SH-INVOICE-NO
           MOVE WS-RUN-DATE-YYYYMMDD  TO SH-INVOICE-DATE
           MOVE LI-ITEM-CODE          TO SH-ITEM-CODE
           MOVE LI-QUANTITY           TO SH-QUANTITY
           MOVE WS-PRICED-UNIT-PRICE  TO SH-UNIT-PRICE
           MOVE WS-PRICE-SOURCE       TO SH-PRICE-SOURCE
           MOVE LI-DISCOUNT-RATE      TO SH-DISCOUNT-RATE
           MOVE WS-LINE-TAX-STATE     TO SH-TAX-STATE
           MOVE WS-STATE-TAX-RATE     TO SH-TAX-RATE
           MOVE WS-TAXABLE-AMOUNT     TO SH-TAXABLE-AMOUNT
           MOVE WS-TAX-AMOUNT         TO SH-TAX-AMOUNT
           MOVE WS-LINE-CURRENCY-CODE TO SH-CURRENCY-CODE
           MOVE WS-CUST-RATE          TO SH-CURRENCY-RATE
           MOVE WS-LINE-UNIT-COST     TO SH-UNIT-COST
           MOVE WS-LINE-EXEMPT-CERT-NO TO SH-EXEMPT-CERT-NO
           WRITE SALES-HISTORY-RECORD.
       2210-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The tax caption prints under its detail line so the
      *> customer can see which state's rate was applied; a zero-tax
      *> line needs no caption.
      *>--------------------------------------------------------------
       2110-PRINT-TAX-LINE.
           IF WS-LINE-EXEMPT-CERT-NO NOT = SPACES
               MOVE WS-LINE-TAX-STATE      TO WS-E-STATE
               MOVE WS-LINE-EXEMPT-CERT-NO TO WS-E-CERTIFICATE-NO
               WRITE INVOICE-REPORT-LINE FROM WS-EXEMPT-CAPTION-LINE
               GO TO 2110-EXIT
           END-IF
           IF WS-TAX-AMOUNT = ZERO
               GO TO 2110-EXIT
           END-IF

      *>--------------------------------------------------------------
      *> Roll what this billed line collected into its state's slot
      *> for the TAXLIAB rows written at end of run; an exempt line
      *> rolls into the state's exempt sales instead.
      *>--------------------------------------------------------------
       2120-ROLL-STATE-TAX.
           IF WS-TAX-AMOUNT = ZERO
               AND WS-LINE-EXEMPT-CERT-NO = SPACES
               GO TO 2120-EXIT
           END-IF
           MOVE ZERO TO WS-STATE-FOUND-IDX
                   WS-ST-STATE (WS-STATE-TOTAL-COUNT)
               MOVE ZERO TO WS-ST-TAXABLE (WS-STATE-TOTAL-COUNT)
               MOVE ZERO TO WS-ST-TAX (WS-STATE-TOTAL-COUNT)
               MOVE ZERO TO WS-ST-EXEMPT (WS-STATE-TOTAL-COUNT)
               MOVE WS-STATE-TOTAL-COUNT TO WS-STATE-FOUND-IDX
           END-IF
           IF WS-LINE-EXEMPT-CERT-NO NOT = SPACES
               ADD WS-TAXABLE-AMOUNT
                   TO WS-ST-EXEMPT (WS-STATE-FOUND-IDX)
               GO TO 2120-EXIT
           END-IF
           ADD WS-TAXABLE-AMOUNT TO WS-ST-TAXABLE (WS-STATE-FOUND-IDX)
           ADD WS-TAX-AMOUNT     TO WS-ST-TAX (WS-STATE-FOUND-IDX).
       2120-EXIT.
           DISPLAY "Line items processed: " WS-INVOICE-TOTAL-COUNT
           DISPLAY "Invoice grand total:  " WS-INVOICE-GRAND-TOTAL
           DISPLAY "Lines excepted:       " WS-EXCEPTION-COUNT
           DISPLAY "Lines held (credit):  " WS-HELD-COUNT
           DISPLAY "Cost of goods sold:   " WS-COGS-TOTAL.
       8000-EXIT.
           EXIT.

               INTO WS-GL-REFERENCE
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-CREDIT-ACCT WS-GL-AMOUNT WS-GL-REFERENCE
               WS-GL-COST-CENTER
           MOVE WS-GL-TAX-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-DEBIT-ACCT
               WS-GL-TAX-ACCT WS-GL-AMOUNT WS-GL-TAX-REFERENCE
               WS-GL-COST-CENTER
      *>   Goods relieved from stock move from inventory to cost of
      *>   goods sold at cost.
           MOVE WS-COGS-TOTAL TO WS-GL-AMOUNT
           CALL "glpost" USING WS-GL-SOURCE-PROGRAM WS-GL-COGS-ACCT
               WS-GL-INVENTORY-ACCT WS-GL-AMOUNT WS-GL-COGS-REFERENCE
               WS-GL-COST-CENTER.
       8500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One TAXLIAB row per state this run collected in or made
      *> exempt sales in, appended (not overwritten) so the filing
      *> period accumulates across runs until taxrpt.cob reports it.
      *>--------------------------------------------------------------
       8600-WRITE-TAX-LIABILITY.
           IF WS-STATE-TOTAL-COUNT = ZERO
               MOVE WS-ST-TAXABLE (WS-STATE-TOTAL-IDX)
                   TO TL-TAXABLE-AMOUNT
               MOVE WS-ST-TAX (WS-STATE-TOTAL-IDX) TO TL-TAX-AMOUNT
               MOVE WS-ST-EXEMPT (WS-STATE-TOTAL-IDX)
                   TO TL-EXEMPT-AMOUNT
               WRITE TAX-LIABILITY-RECORD
           END-PERFORM
           CLOSE TAX-LIABILITY-FILE.
           CLOSE AR-OPEN-ITEM-FILE
           CLOSE INVOICE-EXCEPTION-FILE
           CLOSE INVOICE-HOLD-FILE
           CLOSE ITEM-MASTER-FILE
           CLOSE SALES-HISTORY-FILE
           IF WS-JOBMAST-ON-FILE
               CLOSE JOB-MASTER-FILE
           END-IF
           IF WS-SCRNQ-ON-FILE
               CLOSE SCREENING-QUEUE-FILE
           END-IF.
       9000-EXIT.
           EXIT.
