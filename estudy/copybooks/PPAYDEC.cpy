      *>--------------------------------------------------------------
      *> PPAYDEC.cpy
      *> Positive-pay exception decision, held on the PPAYDEC
      *> indexed file keyed by check number and the date the bank
      *> presented it.  ppayload.cob loads one per item the bank
      *> sends back on its PPAYEXCP exception file, classified
      *> against the CHECKREG register: N not on our file, A amount
      *> differs from what we issued, V the check was voided, O the
      *> bank's own exception on a check that matches.  Payroll
      *> staff mark each one through ppayrev.cob - P pay, R return -
      *> before the bank's cutoff; space while it waits, and an
      *> item still undecided at the cutoff takes the bank's default.
      *>--------------------------------------------------------------
       01 POSITIVE-PAY-DECISION-RECORD.
           02 PD-KEY.
               03 PD-CHECK-NO         PIC 9(6).
               03 PD-PRESENTED-DATE   PIC 9(8).
           02 PD-EXCEPTION-TYPE       PIC X(1).
               88 PD-NOT-ISSUED           VALUE "N".
               88 PD-AMOUNT-MISMATCH      VALUE "A".
               88 PD-VOID-PRESENTED       VALUE "V".
               88 PD-BANK-OTHER           VALUE "O".
           02 PD-BANK-REASON          PIC X(2).
           02 PD-PRESENTED-AMOUNT     PIC 9(8)V99.
           02 PD-ISSUED-AMOUNT        PIC 9(8)V99.
           02 PD-EMP-ID               PIC 9(5).
           02 PD-PAYEE-NAME           PIC X(30).
           02 PD-LOAD-DATE            PIC 9(8).
           02 PD-DECISION             PIC X(1).
               88 PD-UNDECIDED            VALUE SPACE.
               88 PD-PAY                  VALUE "P".
               88 PD-RETURN               VALUE "R".
           02 PD-DECIDED-BY           PIC X(8).
           02 PD-DECIDED-DATE         PIC 9(8).
