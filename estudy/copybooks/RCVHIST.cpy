      *>--------------------------------------------------------------
      *> RCVHIST.cpy
      *> Receiving history record, one per PO line receipt porecv.cob
      *> posts to the ITEMMAST stock record - what came in, against
      *> which PO line, on what day, and at the PO's agreed unit
      *> cost.  Appended, never rewritten: it is the receiving side
      *> of the record a vendor invoice is matched against.
      *>--------------------------------------------------------------
       01 RECEIVING-HISTORY-RECORD.
           02 RH-PO-NUMBER            PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RH-PO-LINE-NO           PIC 9(3).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RH-ITEM-CODE            PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RH-RECEIPT-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RH-QTY-RECEIVED         PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RH-UNIT-COST            PIC 9(5)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RH-VENDOR-ID            PIC X(8).
