      *>--------------------------------------------------------------
      *> CMHIST.cpy
      *> Credit-memo history record, appended to the CMHIST file by
      *> the returns run (crmemo.cob) for every return it accepts:
      *> the original invoice and item returned, the quantity, the
      *> credit-memo number it posted to ARFILE under, and the
      *> taxable and tax amounts credited by state.  crmemo.cob
      *> reads it back so the total returned against a billed line
      *> can never exceed what was billed on it.
      *>--------------------------------------------------------------
       01 CREDIT-MEMO-HISTORY-RECORD.
           02 CH-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CH-INVOICE-NO           PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CH-ITEM-CODE            PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CH-QUANTITY             PIC 9(5).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CH-CREDIT-MEMO-NO       PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CH-CREDIT-DATE          PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CH-TAX-STATE            PIC X(2).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CH-TAXABLE-AMOUNT       PIC S9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CH-TAX-AMOUNT           PIC S9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CH-REASON-TEXT          PIC X(20).
