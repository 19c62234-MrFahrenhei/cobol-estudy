      *>--------------------------------------------------------------
      *> APREC.cpy
      *> Accounts-payable open item, one per vendor invoice line,
      *> held on the APOPEN indexed file keyed by vendor, the
      *> vendor's own invoice number, and line.  apentry.cob enters
      *> it from the APTRAN batch: a line billed against a PO line
      *> is three-way matched - the PO's vendor and agreed unit cost
      *> (POREC.cpy) against what porecv.cob has received and not
      *> yet been billed for - and is OPEN and charged to inventory
      *> when it matches, HELD with the reason when it does not
      *> (re-matched every apentry run until it does).  A line with
      *> no PO is OPEN at once against its expense account.
      *> appay.cob pays OPEN lines as they come due, taking the
      *> early-pay discount when paid by the discount date, and
      *> marks them PAID with the check that paid them.
      *>--------------------------------------------------------------
       01 AP-INVOICE-RECORD.
           02 AP-KEY.
               03 AP-VENDOR-ID        PIC X(8).
               03 AP-INVOICE-NO       PIC X(10).
               03 AP-LINE-NO          PIC 9(3).
           02 AP-STATUS               PIC X(1).
               88 AP-HELD                 VALUE "H".
               88 AP-OPEN                 VALUE "O".
               88 AP-PAID                 VALUE "P".
               88 AP-UNPAID               VALUE "H" "O".
           02 AP-HOLD-REASON          PIC X(20).
           02 AP-INVOICE-DATE         PIC 9(8).
           02 AP-DUE-DATE             PIC 9(8).
           02 AP-DISCOUNT-DATE        PIC 9(8).
           02 AP-PO-NUMBER            PIC 9(6).
           02 AP-PO-LINE-NO           PIC 9(3).
           02 AP-QTY-INVOICED         PIC 9(7).
           02 AP-UNIT-PRICE           PIC 9(5)V99.
           02 AP-AMOUNT               PIC 9(7)V99.
           02 AP-DISCOUNT-AMOUNT      PIC 9(7)V99.
           02 AP-DEBIT-ACCT           PIC 9(4).
           02 AP-ENTERED-DATE         PIC 9(8).
           02 AP-PAID-DATE            PIC 9(8).
           02 AP-CHECK-NO             PIC 9(7).
           02 AP-DISCOUNT-TAKEN       PIC 9(7)V99.
