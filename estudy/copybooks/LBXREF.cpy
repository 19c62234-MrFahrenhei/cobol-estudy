      *>--------------------------------------------------------------
      *> LBXREF.cpy
      *> Bank-account-to-customer cross-reference for the lockbox
      *> import (lockbox.cob), held on the LBXREF indexed file keyed
      *> by the bank routing number and account number printed on
      *> the check.  The import learns a row whenever an item's
      *> remittance invoice reference identifies the customer, so
      *> a later check from the same account with no usable
      *> invoice reference still finds its customer.  A row is
      *> never overwritten by a different customer: a check from a
      *> known account that pays another customer's invoice posts
      *> to the invoice's customer and is noted on the register.
      *>--------------------------------------------------------------
       01 LOCKBOX-XREF-RECORD.
           02 LX-KEY.
               03 LX-ROUTING-NO       PIC X(9).
               03 LX-ACCOUNT-NO       PIC X(17).
           02 LX-CUST-IDENT           PIC 9(7).
           02 LX-LEARNED-DATE         PIC 9(8).
           02 LX-LAST-USED-DATE       PIC 9(8).
           02 LX-TIMES-USED           PIC 9(5).
