      *>--------------------------------------------------------------
      *> CASHAPPL.cpy
      *> Cash application history record, appended to the CASHAPPL
      *> file by cashrcpt.cob for every piece of a receipt it puts
      *> to work: applied to an open item as keyed, auto-applied
      *> later out of CASHSUSP unapplied-cash suspense, or booked as
      *> a recovery against a written-off item.  Each row carries
      *> the customer and receipt date the money arrived under
      *> (suspense keeps the original receipt date), so when a
      *> check comes back unpaid the returned-payment run
      *> (nsfrev.cob) can find every item that check relieved.
      *>--------------------------------------------------------------
       01 CASH-APPLICATION-RECORD.
           02 CA-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CA-RECEIPT-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CA-INVOICE-NO           PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CA-APPLIED-AMOUNT       PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CA-SOURCE               PIC X(1).
               88 CA-KEYED                VALUE "K".
               88 CA-FROM-SUSPENSE        VALUE "S".
               88 CA-RECOVERY             VALUE "R".
