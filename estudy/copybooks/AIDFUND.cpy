      *>--------------------------------------------------------------
      *> AIDFUND.cpy
      *> Financial-aid fund card, one per fund on the AIDFUND file:
      *> the fund code awards are made from (see AWARDREC.cpy), the
      *> general-ledger expense account the fund's disbursements
      *> charge, and the fund's name for the reports.  awrdmnt.cob
      *> accepts an award only on a fund listed here; aiddisb.cob
      *> posts each fund's disbursements to its account and prints
      *> the per-fund awarded, disbursed and remaining totals.
      *>--------------------------------------------------------------
       01 AID-FUND-RECORD.
           02 AF-FUND-CODE            PIC X(6).
           02 FILLER                  PIC X(2).
           02 AF-EXPENSE-ACCT         PIC 9(4).
           02 FILLER                  PIC X(2).
           02 AF-FUND-NAME            PIC X(20).
