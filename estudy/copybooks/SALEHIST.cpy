      *>--------------------------------------------------------------
      *> SALEHIST.cpy
      *> Sales line history record, appended to the SALEHIST file by
      *> invoice.cob for every line that bills onto ARFILE.  ARFILE
      *> only keeps a total per invoice, so this is the one place
      *> the line-level detail of what was sold survives: customer,
      *> invoice, item, quantity, the unit price and the source it
      *> was priced from, the discount, the state and rate the tax
      *> was figured at, and the billed currency and rate.  The
      *> returns run (crmemo.cob) validates every return against
      *> the billed line here and credits at the price and tax
      *> actually charged.
      *> 10/15/2026 - SH-UNIT-COST added at the end: the unit cost
      *> the line relieved inventory at (zero for a line that moved
      *> no stock), so margrpt.cob can set cost against what was
      *> billed.  Rows written before it read back non-numeric and
      *> report as uncosted.
      *> 10/15/2026 - invrel.cob appends the row for a credit-held
      *> line when the hold is released, dated the day it bills, so
      *> every billed line lands here exactly once; salesanl.cob
      *> reports month- and year-to-date sales from it.
      *> 10/15/2026 - SH-EXEMPT-CERT-NO added at the end: the
      *> TAXEXMPT certificate a line billed tax-exempt under (blank
      *> for a taxed line), so crmemo.cob can take a returned
      *> exempt sale back out of the state's exempt sales.
      *>--------------------------------------------------------------
       01 SALES-HISTORY-RECORD.
           02 SH-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-INVOICE-NO           PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-INVOICE-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-ITEM-CODE            PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-QUANTITY             PIC 9(5).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-UNIT-PRICE           PIC 9(5)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-PRICE-SOURCE         PIC X(9).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-DISCOUNT-RATE        PIC 9V999.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-TAX-STATE            PIC X(2).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-TAX-RATE             PIC 9V9999.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-TAXABLE-AMOUNT       PIC S9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-TAX-AMOUNT           PIC S9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-CURRENCY-CODE        PIC XXX.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-CURRENCY-RATE        PIC 9V9999.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-UNIT-COST            PIC 9(5)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 SH-EXEMPT-CERT-NO       PIC X(15).
