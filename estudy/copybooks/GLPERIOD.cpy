      *>--------------------------------------------------------------
      *> GLPERIOD.cpy
      *> General-ledger period-control record, one per accounting
      *> month, held on the GLPERCTL file.  glclose.cob writes the
      *> row CLOSED when it closes the month; a month with no row is
      *> open.  glpost consults it on every posting and refuses one
      *> dated into a closed month, so a closed month's figures stay
      *> what the statements printed.
      *>--------------------------------------------------------------
       01 GL-PERIOD-RECORD.
           02 GP-PERIOD               PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 GP-STATUS               PIC X(1).
               88 GP-OPEN                 VALUE "O".
               88 GP-CLOSED               VALUE "C".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 GP-CLOSED-DATE          PIC 9(8).
