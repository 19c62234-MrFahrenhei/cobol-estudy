      *>--------------------------------------------------------------
      *> WOHIST.cpy
      *> Bad-debt write-off history record, appended to the WOHIST
      *> file by wrtoff.cob for every ARFILE item it closes as
      *> written off: the item, the balance taken off the books,
      *> and both operators behind it.  Money that later arrives
      *> from a written-off customer is recognized by cashrcpt.cob
      *> as a recovery against these rows (WH-RECOVERED-AMOUNT)
      *> instead of sitting in unapplied-cash suspense.
      *>--------------------------------------------------------------
       01 WRITE-OFF-HISTORY-RECORD.
           02 WH-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WH-INVOICE-NO           PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WH-INVOICE-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WH-WRITE-OFF-DATE       PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WH-WRITTEN-OFF-AMOUNT   PIC S9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WH-RECOVERED-AMOUNT     PIC S9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WH-REQUESTED-BY         PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WH-SIGNED-OFF-BY        PIC X(8).
