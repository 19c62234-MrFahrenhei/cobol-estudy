      *> it, so month-end closes from one journal instead of six
      *> rekeyed registers.  gltrial.cob accumulates these into the
      *> trial balance.
      *> 10/15/2026 - GJ-COST-CENTER added: the department (a
      *> DEPTMAST DEPT-CODE) the posting belongs to, or spaces for
      *> a company-level posting.  glpost stamps both lines of a
      *> pair with the caller's cost center, so every cost center
      *> balances on its own.  Lines written before the field
      *> existed read back with spaces - company level.
      *>--------------------------------------------------------------
       01 GL-JOURNAL-RECORD.
           02 GJ-POST-DATE            PIC 9(8).
           02 GJ-CREDIT-AMOUNT        PIC S9(9)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 GJ-REFERENCE            PIC X(12).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 GJ-COST-CENTER          PIC X(15).
