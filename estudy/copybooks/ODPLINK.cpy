      *>--------------------------------------------------------------
      *> ODPLINK.cpy
      *> Overdraft-protection designation, held on the ODPLINK
      *> indexed file keyed by the protected ACCTBAL account: when
      *> a keyed debit would take that account negative, the
      *> posting run (acctpost.cob) transfers the shortfall in from
      *> OP-SOURCE-ACCT, another account of the same customer,
      *> instead of letting it run onto the overdraft report.
      *> Maintained by acctmnt.cob, which records who set it and
      *> when.
      *>--------------------------------------------------------------
       01 OD-PROTECTION-RECORD.
           02 OP-ACCT-NUMBER          PIC 9(6).
           02 OP-SOURCE-ACCT          PIC 9(6).
           02 OP-SET-DATE             PIC 9(8).
           02 OP-SET-BY               PIC X(8).
