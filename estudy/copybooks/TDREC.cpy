      *>--------------------------------------------------------------
      *> TDREC.cpy
      *> Term-deposit (certificate) record, held on the TERMDEP
      *> indexed file keyed by the ACCTBAL account number the
      *> certificate's money sits in.  An account with a record
      *> here is a term deposit: intacc.cob accrues it at the
      *> contracted TD-ANNUAL-RATE instead of the INTPARM tier, a
      *> debit posted before TD-MATURITY-DATE is charged the early-
      *> withdrawal penalty (acctpost.cob), and tdmat.cob sends the
      *> maturity notice TDPARM's notice days ahead and, at
      *> maturity, follows the customer's instruction: R rolls the
      *> certificate over for the same term at the current TDRATE
      *> rate, P pays it out to TD-PAYOUT-ACCT and closes it.  The
      *> maturity date keeps the open date's day of the month (the
      *> month's last day in a shorter month).  TD-NOTICE-DATE is
      *> when the current term's notice went out, zero until then.
      *> Maintained by tdmaint.cob.
      *>--------------------------------------------------------------
       01 TERM-DEPOSIT-RECORD.
           02 TD-ACCT-NUMBER          PIC 9(6).
           02 TD-ANNUAL-RATE          PIC 9V9999.
           02 TD-TERM-MONTHS          PIC 9(3).
           02 TD-OPEN-DATE            PIC 9(8).
           02 TD-MATURITY-DATE        PIC 9(8).
           02 TD-INSTRUCTION          PIC X(1).
               88 TD-ROLL-OVER            VALUE "R".
               88 TD-PAY-OUT              VALUE "P".
           02 TD-PAYOUT-ACCT          PIC 9(6).
           02 TD-NOTICE-DATE          PIC 9(8).
           02 TD-ROLLOVER-COUNT       PIC 9(3).
           02 TD-STATUS               PIC X(1).
               88 TD-ACTIVE               VALUE "A".
               88 TD-CLOSED               VALUE "C".
