      *> (arreval.cob) restates open foreign items from the original
      *> at current rates and books the difference as exchange gain
      *> or loss.
      *> 10/15/2026 - credit memos: the returns run (crmemo.cob)
      *> posts each credit as its own open item with a negative
      *> AR-INVOICE-AMOUNT, numbered in the 950000-999999 range
      *> (AR-CREDIT-MEMO-NO), clear of invoicing and of the
      *> plus-YYMM series tuition, bilgen, and finchg assign.  Using
      *> the credit runs its AR-PAID-AMOUNT down toward the
      *> negative amount, so invoice less paid is still the
      *> balance on every item; cashrcpt.cob nets open credits
      *> against the customer's open invoices.
      *> 10/15/2026 - AR-ITEM-WRITTEN-OFF: the bad-debt write-off
      *> run (wrtoff.cob) closes an uncollectible item with status
      *> W, its balance left as it stood so the write-off is
      *> visible on the item; the WOHIST write-off history carries
      *> the detail.  AR-ITEM-CLOSED (paid or written off) is what
      *> the open-item readers skip.
      *> 10/15/2026 - returned-item fees: the returned-payment run
      *> (nsfrev.cob) assesses each bounced check's fee as its own
      *> open item numbered from the NSFCTL control record in the
      *> 940000-949999 range (AR-RETURNED-FEE-NO), clear of the
      *> plus-YYMM series below it and the credit memos above it.
      *> 10/15/2026 - financial aid: the disbursement run
      *> (aiddisb.cob) pays each scholarship or aid award as a
      *> credit memo in the same 950000-999999 range and uses it at
      *> once against the student's open 7NNNNN tuition items, so
      *> only aid beyond the tuition is left open for cashrcpt.cob.
      *>--------------------------------------------------------------
       01 AR-OPEN-ITEM-RECORD.
           02 AR-KEY.
               03 AR-CUST-IDENT       PIC 9(7).
               03 AR-INVOICE-NO       PIC 9(6).
                   88 AR-CREDIT-MEMO-NO VALUE 950000 THRU 999999.
                   88 AR-RETURNED-FEE-NO VALUE 940000 THRU 949999.
           02 AR-INVOICE-DATE         PIC 9(8).
           02 AR-INVOICE-AMOUNT       PIC S9(7)V99.
           02 AR-PAID-AMOUNT          PIC S9(7)V99.
           02 AR-ITEM-STATUS          PIC X(1).
               88 AR-ITEM-OPEN            VALUE "O".
               88 AR-ITEM-PAID            VALUE "P".
               88 AR-ITEM-WRITTEN-OFF     VALUE "W".
               88 AR-ITEM-CLOSED          VALUE "P" "W".
           02 AR-CURRENCY-CODE        PIC XXX.
           02 AR-ORIGINAL-AMOUNT      PIC S9(7)V99.
