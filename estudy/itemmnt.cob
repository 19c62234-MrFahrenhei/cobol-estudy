      *> new effective date, never an overtype of the old price, so
      *> an invoice rerun for a prior date still prices the way it
      *> did then.
      *> 10/15/2026 - each price record now carries the item's unit
      *> cost as well, effective-dated with the price it is keyed
      *> beside, so invoice.cob can relieve inventory at cost and
      *> the margin report can set cost against price.  The price
      *> listing shows both.
      *> 09/02/2026 - stock receipts and issues added: each item's
      *> on-hand quantity lives on its 99999999-dated stock record
      *> (see ITEMREC.cpy), created on the first receipt.  An issue
           ACCEPT IT-DESCRIPTION
           DISPLAY "Enter unit price: " WITH NO ADVANCING
           ACCEPT IT-UNIT-PRICE
           DISPLAY "Enter unit cost: " WITH NO ADVANCING
           ACCEPT IT-UNIT-COST
           MOVE ZERO TO IT-QTY-ON-HAND

           WRITE ITEM-MASTER-RECORD
               INVALID KEY
           END-READ

           DISPLAY IT-ITEM-CODE " " IT-EFFECTIVE-DATE " "
               IT-DESCRIPTION " " IT-UNIT-PRICE " " IT-UNIT-COST.
       5100-EXIT.
           EXIT.

                   DISPLAY "New stock record - description: "
                       WITH NO ADVANCING
                   ACCEPT IT-DESCRIPTION
                   MOVE ZERO TO IT-UNIT-PRICE IT-UNIT-COST
                   MOVE WS-STOCK-QUANTITY TO IT-QTY-ON-HAND
                   WRITE ITEM-MASTER-RECORD
                   DISPLAY "Stock record created, on hand "
