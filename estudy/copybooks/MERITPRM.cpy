      *>--------------------------------------------------------------
      *> MERITPRM.cpy
      *> The annual merit cycle's parameter card, read by the
      *> worksheet (meritwks.cob) and the merit run (meritrun.cob)
      *> alike so both sides of the cycle price against the same
      *> numbers: the date the new rates take effect, each
      *> department's merit pool as a percent of its
      *> DEPT-SALARY-BUDGET, the most any one person may be given,
      *> and the hours that annualize an hourly rate.
      *>--------------------------------------------------------------
       01 MERIT-PARM-RECORD.
           02 MP-CYCLE-DATE           PIC 9(8).
           02 FILLER                  PIC X(2).
           02 MP-POOL-PERCENT         PIC 9(2)V99.
           02 FILLER                  PIC X(2).
           02 MP-MAXIMUM-PERCENT      PIC 9(2)V99.
           02 FILLER                  PIC X(2).
           02 MP-ANNUAL-HOURS         PIC 9(4).
