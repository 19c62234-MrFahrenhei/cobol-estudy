      *>--------------------------------------------------------------
      *> POREC.cpy
      *> Purchase-order line record, held on the POMAST indexed file
      *> keyed by PO number and line.  posugg.cob raises SUGGESTED
      *> lines for the stock items stockrpt.cob flags REORDER, one
      *> PO per suggestion run numbered from the POCTL sequence;
      *> purchasing issues a suggested PO to a vendor at an agreed
      *> unit cost through pomaint.cob, which makes its lines OPEN;
      *> porecv.cob posts what the warehouse receives against a
      *> line, PARTIAL until the ordered quantity is in and CLOSED
      *> after.  A line cancelled before anything arrived is
      *> CANCELLED; one cut short after a partial receipt closes.
      *> Ordered less received on a suggested, open, or partial
      *> line is the item's quantity on order.
      *> 10/15/2026 - PO-QTY-INVOICED added: how much of what was
      *> received the vendor has billed through apentry.cob's
      *> three-way match, so no receipt is paid for twice.
      *>--------------------------------------------------------------
       01 PURCHASE-ORDER-RECORD.
           02 PO-KEY.
               03 PO-NUMBER           PIC 9(6).
               03 PO-LINE-NO          PIC 9(3).
           02 PO-STATUS               PIC X(1).
               88 PO-SUGGESTED            VALUE "S".
               88 PO-OPEN                 VALUE "O".
               88 PO-PARTIAL              VALUE "P".
               88 PO-CLOSED               VALUE "C".
               88 PO-CANCELLED            VALUE "X".
               88 PO-ON-ORDER             VALUE "S" "O" "P".
               88 PO-RECEIVABLE           VALUE "O" "P".
           02 PO-ITEM-CODE            PIC X(8).
           02 PO-DESCRIPTION          PIC X(20).
           02 PO-VENDOR-ID            PIC X(8).
           02 PO-ORDER-DATE           PIC 9(8).
           02 PO-QTY-ORDERED          PIC 9(7).
           02 PO-QTY-RECEIVED         PIC 9(7).
           02 PO-UNIT-COST            PIC 9(5)V99.
           02 PO-LAST-RECEIPT-DATE    PIC 9(8).
           02 PO-QTY-INVOICED         PIC 9(7).
