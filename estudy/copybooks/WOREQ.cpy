      *>--------------------------------------------------------------
      *> WOREQ.cpy
      *> Bad-debt write-off request record, the queue collections
      *> fills with the uncollectible ARFILE items it has approved
      *> for write-off (customer, invoice, approved amount, who
      *> asked).  A request at or under the WOPARM sign-off
      *> threshold is written off by the next wrtoff.cob run; one
      *> over it waits PENDING until a SECOND update-level operator
      *> - never the requester - signs it off through woaprv.cob.
      *> Decided rows keep their status as queue history, the way
      *> PENDCHG rows do.
      *>--------------------------------------------------------------
       01 WRITE-OFF-REQUEST-RECORD.
           02 WR-STATUS               PIC X(1).
               88 WR-PENDING              VALUE "P".
               88 WR-SIGNED-OFF           VALUE "S".
               88 WR-WRITTEN-OFF          VALUE "W".
               88 WR-REJECTED             VALUE "R".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WR-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WR-INVOICE-NO           PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WR-AMOUNT               PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WR-REQUESTED-BY         PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WR-REQUEST-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WR-SIGNED-OFF-BY        PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 WR-REASON-TEXT          PIC X(20).
