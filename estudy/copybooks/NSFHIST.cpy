      *>--------------------------------------------------------------
      *> NSFHIST.cpy
      *> Returned-payment history record, appended to the NSFHIST
      *> file by nsfrev.cob for every returned (NSF) check it
      *> reverses: the receipt that bounced, the date it came back,
      *> and the returned-item fee assessed for it.  nsfrev.cob
      *> reads it back to refuse a check returned twice and to
      *> count a customer's returns over the last twelve months.
      *>--------------------------------------------------------------
       01 NSF-HISTORY-RECORD.
           02 NH-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NH-RECEIPT-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NH-RETURNED-AMOUNT      PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NH-RETURN-DATE          PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NH-FEE-INVOICE-NO       PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NH-FEE-AMOUNT           PIC 9(5)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 NH-REASON-TEXT          PIC X(20).
