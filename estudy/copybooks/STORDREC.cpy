      *>--------------------------------------------------------------
      *> STORDREC.cpy
      *> Standing-order master record, held on the STANDORD indexed
      *> file keyed by order id: a customer's instruction to move a
      *> fixed amount out of an ACCTBAL deposit account on a
      *> schedule - either into another ACCTBAL account (target A)
      *> or against the customer's own receivables (target R, the
      *> customer id cashrcpt.cob applies the sweep under).  The
      *> schedule runs W weekly, M monthly, or Q quarterly from the
      *> start date to the end date (zero for open-ended).
      *> SO-SCHEDULED-DATE is the date the schedule says; SO-NEXT-
      *> DUE-DATE is that date moved to a business day by datesrv,
      *> so a weekend payment goes out the Monday without walking
      *> the schedule along with it; a monthly order keeps to its
      *> start date's day of the month (the month's last day in a
      *> shorter month).  Maintained by somaint.cob; sorun.cob
      *> generates the transfers when due and advances the dates.
      *>--------------------------------------------------------------
       01 STANDING-ORDER-RECORD.
           02 SO-ORDER-ID             PIC X(8).
           02 SO-FROM-ACCT            PIC 9(6).
           02 SO-TARGET-TYPE          PIC X(1).
               88 SO-TO-ACCOUNT           VALUE "A".
               88 SO-TO-RECEIVABLE        VALUE "R".
           02 SO-TO-ACCT              PIC 9(6).
           02 SO-TO-CUST-IDENT        PIC 9(7).
           02 SO-AMOUNT               PIC 9(6)V99.
           02 SO-FREQUENCY            PIC X(1).
               88 SO-WEEKLY               VALUE "W".
               88 SO-MONTHLY              VALUE "M".
               88 SO-QUARTERLY            VALUE "Q".
           02 SO-START-DATE           PIC 9(8).
           02 SO-END-DATE             PIC 9(8).
           02 SO-SCHEDULED-DATE       PIC 9(8).
           02 SO-NEXT-DUE-DATE        PIC 9(8).
           02 SO-LAST-RUN-DATE        PIC 9(8).
           02 SO-LAST-RESULT          PIC X(1).
               88 SO-LAST-PAID            VALUE "P".
               88 SO-LAST-SKIPPED         VALUE "S".
           02 SO-STATUS               PIC X(1).
               88 SO-ACTIVE               VALUE "A".
               88 SO-SUSPENDED            VALUE "S".
               88 SO-ENDED                VALUE "E".
