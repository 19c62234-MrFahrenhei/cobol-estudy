      *>--------------------------------------------------------------
      *> CERTFUND.cpy
      *> Certified-funds list record, one row per customer on the
      *> CERTFUND file.  nsfrev.cob puts a customer here once two
      *> or more payments have come back returned within twelve
      *> months; the credit desk works from the list and requires
      *> certified funds (cashier's check, money order, wire) from
      *> everyone on it.  A row stays until the credit desk
      *> removes it.
      *>--------------------------------------------------------------
       01 CERTIFIED-FUNDS-RECORD.
           02 CF-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CF-FLAGGED-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CF-RETURN-COUNT         PIC 9(3).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CF-LAST-RETURN-DATE     PIC 9(8).
