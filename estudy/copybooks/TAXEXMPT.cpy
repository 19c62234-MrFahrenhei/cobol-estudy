      *>--------------------------------------------------------------
      *> TAXEXMPT.cpy
      *> Sales-tax exemption certificate on file for a customer in a
      *> state - a school, reseller, government body or charity that
      *> has given us its certificate - one row per certificate on
      *> the TAXEXMPT file, keyed in by the tax desk the way sales
      *> keys CONTRPRC.  invoice.cob bills a line with no sales tax
      *> when the customer holds a certificate for its CUST-STATE in
      *> effect on the invoice date (effective date reached, expiry
      *> date not passed; 99999999 for a certificate that never
      *> expires).  A certificate naming item codes exempts only
      *> those items; one with every item code blank exempts
      *> everything the customer buys in that state.  Exempt sales
      *> still report, by state, on TAXLIAB.  exmprpt.cob lists the
      *> certificates coming up for renewal.
      *>--------------------------------------------------------------
       01 TAX-EXEMPTION-RECORD.
           02 TX-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2).
           02 TX-STATE                PIC X(2).
           02 FILLER                  PIC X(2).
           02 TX-CERTIFICATE-NO       PIC X(15).
           02 FILLER                  PIC X(2).
           02 TX-EXEMPTION-TYPE       PIC X(1).
               88 TX-EDUCATION            VALUE "E".
               88 TX-RESELLER             VALUE "R".
               88 TX-GOVERNMENT           VALUE "G".
               88 TX-CHARITY              VALUE "C".
               88 TX-OTHER-EXEMPTION      VALUE "O".
           02 FILLER                  PIC X(2).
           02 TX-EFFECTIVE-DATE       PIC 9(8).
           02 FILLER                  PIC X(2).
           02 TX-EXPIRY-DATE          PIC 9(8).
           02 TX-ITEM-LIMITS.
               03 TX-ITEM-LIMIT OCCURS 5 TIMES.
                   04 FILLER          PIC X(2).
                   04 TX-ITEM-CODE    PIC X(8).
