      *> source the same way CUSTMAP.cpy is.  Used by stuinq.cob
      *> (transaction SINQ).  The ten transcript lines are generated
      *> as one OCCURS group so the program can fill them in a loop.
      *> 10/15/2026 - SHOLD added below the GPA for the student's
      *> STUHOLD registration hold.
      *>--------------------------------------------------------------
       01 STUMAPI.
           02 FILLER            PIC X(12).
           02 FILLER REDEFINES SGPAF.
               03 SGPAA          PIC X.
           02 SGPAI              PIC X(4).
           02 SHOLDL             PIC S9(4) COMP.
           02 SHOLDF             PIC X.
           02 FILLER REDEFINES SHOLDF.
               03 SHOLDA         PIC X.
           02 SHOLDI             PIC X(60).
           02 SMSGL              PIC S9(4) COMP.
           02 SMSGF              PIC X.
           02 FILLER REDEFINES SMSGF.
           02 FILLER             PIC X(3).
           02 SGPAO              PIC X(4).
           02 FILLER             PIC X(3).
           02 SHOLDO             PIC X(60).
           02 FILLER             PIC X(3).
           02 SMSGO              PIC X(76).
