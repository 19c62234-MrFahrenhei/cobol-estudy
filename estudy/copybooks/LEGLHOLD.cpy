      *>--------------------------------------------------------------
      *> LEGLHOLD.cpy
      *> Legal hold on a customer's records - one row per customer
      *> counsel has told us to preserve for litigation, an audit or
      *> a regulator's inquiry, keyed in on the LEGLHOLD file the way
      *> the tax desk keys TAXEXMPT, with the date the hold was
      *> placed and the matter it was placed for.  While a row is on
      *> file the retention run (custanon.cob) leaves the customer's
      *> CUSTARCH archive record and CUSTJRNL images exactly as they
      *> are, however old; the hold is released by removing the row.
      *>--------------------------------------------------------------
       01 LEGAL-HOLD-RECORD.
           02 LH-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2).
           02 LH-HOLD-DATE            PIC 9(8).
           02 FILLER                  PIC X(2).
           02 LH-MATTER               PIC X(20).
