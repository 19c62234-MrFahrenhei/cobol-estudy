      *> whole amount revenue.  Holds written before the field read
      *> back non-numeric and release as all-sales, the way they
      *> were priced.
      *> 10/15/2026 - the held line's sales detail rides the hold
      *> too (item, quantity, unit price and pricing source,
      *> discount, tax state, rate and taxable amount, currency and
      *> rate, unit cost), so invrel.cob can append the line to the
      *> SALEHIST sales history when the hold is released, the way
      *> invoice.cob does for a line that bills straight through.
      *> Holds written before these fields carry no item and
      *> release without a history row.
      *> 10/15/2026 - IH-EXEMPT-CERT-NO added at the end: the
      *> TAXEXMPT certificate a tax-exempt held line was priced
      *> under, carried to the SALEHIST row invrel.cob writes.
      *>--------------------------------------------------------------
       01 HELD-INVOICE-RECORD.
           02 IH-CUST-IDENT           PIC 9(7).
           02 IH-REASON-TEXT          PIC X(24).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-TAX-AMOUNT           PIC S9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-ITEM-CODE            PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-QUANTITY             PIC 9(5).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-UNIT-PRICE           PIC 9(5)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-PRICE-SOURCE         PIC X(9).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-DISCOUNT-RATE        PIC 9V999.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-TAX-STATE            PIC X(2).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-TAX-RATE             PIC 9V9999.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-TAXABLE-AMOUNT       PIC S9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-CURRENCY-CODE        PIC XXX.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-CURRENCY-RATE        PIC 9V9999.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-UNIT-COST            PIC 9(5)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 IH-EXEMPT-CERT-NO       PIC X(15).
