      *>--------------------------------------------------------------
      *> VENDREC.cpy
      *> Vendor master record, held on the VENDMAST indexed file
      *> keyed by the same vendor id pomaint.cob puts on a PO
      *> (PO-VENDOR-ID, see POREC.cpy).  Carries the remit-to name
      *> and address appay.cob prints on the check, the payment
      *> terms - early-pay discount percent within so many days,
      *> otherwise net in so many days - apentry.cob dates each
      *> vendor invoice from, and the expense account a bill not
      *> raised against a PO is charged to.  An inactive vendor
      *> is issued no purchase orders, takes no new invoices and is
      *> not paid.  Maintained by vendmnt.cob.
      *>--------------------------------------------------------------
       01 VENDOR-RECORD.
           02 VN-VENDOR-ID            PIC X(8).
           02 VN-NAME                 PIC X(25).
           02 VN-STREET               PIC X(25).
           02 VN-CITY                 PIC X(15).
           02 VN-STATE                PIC X(2).
           02 VN-POSTAL-CODE          PIC X(10).
           02 VN-DISCOUNT-PERCENT     PIC 9(2)V99.
           02 VN-DISCOUNT-DAYS        PIC 9(3).
           02 VN-NET-DAYS             PIC 9(3).
           02 VN-EXPENSE-ACCT         PIC 9(4).
           02 VN-STATUS               PIC X(1).
               88 VN-ACTIVE               VALUE "A".
               88 VN-INACTIVE             VALUE "I".
