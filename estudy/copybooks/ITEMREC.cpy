      *> bill, and stockrpt.cob reports it against the REORDPRM
      *> reorder points.  An item with no stock record is not
      *> stock-tracked (services) and bills without relief.
      *> 10/15/2026 - the stock record also moves by porecv.cob's
      *> PO receipts and by cntvar.cob's approved count variances
      *> (each one on ADJHIST), so on-hand no longer drifts from
      *> the shelf unseen until the REORDER flag is wrong.
      *> 10/15/2026 - IT-UNIT-COST added: what one unit costs us,
      *> effective-dated on the price records exactly as the price
      *> is, so the cost in effect for a date is read by the same
      *> scan that prices the line.  invoice.cob relieves inventory
      *> to cost of goods sold at it, cntsheet.cob values counts at
      *> it, and margrpt.cob sets it against the price billed.  It
      *> sits at the end of the record so the key and the fields
      *> before it keep their places; the stock record leaves it
      *> zero.
      *>--------------------------------------------------------------
       01 ITEM-MASTER-RECORD.
           02 ITEM-KEY.
           02 IT-DESCRIPTION          PIC X(20).
           02 IT-UNIT-PRICE           PIC 9(5)V99.
           02 IT-QTY-ON-HAND          PIC S9(7) VALUE ZERO.
           02 IT-UNIT-COST            PIC 9(5)V99 VALUE ZERO.
