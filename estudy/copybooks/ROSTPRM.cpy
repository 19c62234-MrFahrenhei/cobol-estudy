      *>--------------------------------------------------------------
      *> ROSTPRM.cpy
      *> Class-roster parameter card, read by the roster run
      *> (rostrun.cob) and the grade-return load (grdload.cob): the
      *> term being graded and the date the registrar wants every
      *> section's scores back by.  A deadline of zero means none
      *> has been set, and no section is reported late.
      *>--------------------------------------------------------------
       01 ROSTER-PARM-RECORD.
           02 RP-TERM                 PIC X(6).
           02 FILLER                  PIC X(2).
           02 RP-GRADE-DEADLINE       PIC 9(8).
