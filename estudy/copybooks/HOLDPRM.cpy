      *>--------------------------------------------------------------
      *> HOLDPRM.cpy
      *> Registration-hold parameter card, read by the nightly hold
      *> run (holdrun.cob) and by cashrcpt.cob alike so a hold is
      *> set and released on the same numbers: how many days past
      *> its invoice date open tuition must be before the student is
      *> held, and the COLLSTAT escalation level (1 first notice,
      *> 2 second notice, 3 final demand) that holds the student
      *> whatever the age.  A level of zero turns the collections
      *> hold off.  With no card on file the run holds at 60 days
      *> and at the final demand.
      *>--------------------------------------------------------------
       01 HOLD-PARM-RECORD.
           02 HP-PAST-DUE-DAYS        PIC 9(3).
           02 FILLER                  PIC X(2).
           02 HP-COLLECTION-LEVEL     PIC 9(1).
