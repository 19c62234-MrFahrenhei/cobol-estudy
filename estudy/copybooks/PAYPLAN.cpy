      *>--------------------------------------------------------------
      *> PAYPLAN.cpy
      *> Payment-plan installment record, one row per installment
      *> collections has agreed with a past-due customer.  Rows are
      *> arranged and cancelled through planmnt.cob; every row of a
      *> customer's plan carries the date the plan was arranged, and
      *> only money cashrcpt.cob applies from that date on counts
      *> toward it.  dunning.cob holds a customer who is current on
      *> their plan at their COLLSTAT level with a plan reminder in
      *> place of the next notice, and drops a broken plan's rows
      *> (an installment short past the PLANPRM grace days) after
      *> listing it on the broken-promises report.
      *>--------------------------------------------------------------
       01 PAYMENT-PLAN-RECORD.
           02 PP-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PP-ARRANGED-DATE        PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PP-INSTALLMENT-NO       PIC 9(2).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PP-DUE-DATE             PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PP-INSTALLMENT-AMOUNT   PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PP-ARRANGED-BY          PIC X(8).
