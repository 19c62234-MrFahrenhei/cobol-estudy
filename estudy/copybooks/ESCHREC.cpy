      *>--------------------------------------------------------------
      *> ESCHREC.cpy
      *> Unclaimed-property remittance record, appended to the
      *> ESCHEAT extract for everything that goes to the state:
      *> deposit accounts dormant.cob escheats, and customer money
      *> refund.cob could never return (aged unapplied cash and
      *> credit balances).  EX-SOURCE says which; a deposit account
      *> carries its account number, a customer its ident.
      *> 10/15/2026 - layout moved here from dormant.cob so the
      *> refund run hands receivables money to the same path;
      *> EX-SOURCE and EX-CUST-IDENT added at the end, so rows
      *> written before read back with spaces there (deposit).
      *>--------------------------------------------------------------
       01 ESCHEAT-EXTRACT-RECORD.
           02 EX-REMIT-DATE       PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 EX-ACCT-NUMBER      PIC 9(6).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 EX-ACCT-NAME        PIC X(20).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 EX-REMIT-AMOUNT     PIC S9(6)V99.
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 EX-LAST-ACTIVITY    PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 EX-SOURCE           PIC X(1).
               88 EX-FROM-DEPOSIT-ACCT    VALUE "D" " ".
               88 EX-FROM-RECEIVABLES     VALUE "R".
           02 FILLER              PIC X(2)  VALUE SPACE.
           02 EX-CUST-IDENT       PIC 9(7).
