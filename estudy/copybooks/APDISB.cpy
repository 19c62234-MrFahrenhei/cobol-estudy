      *>--------------------------------------------------------------
      *> APDISB.cpy
      *> Vendor disbursement record, appended to the APDISB file by
      *> appay.cob for every check it cuts: one check per vendor per
      *> payment run, numbered from the APCHKCTL sequence, for the
      *> invoice lines' gross less the early-pay discounts taken,
      *> with the remit-to name and address from VENDMAST as they
      *> stood on the day the check was cut.  Check printing and the
      *> bank positive-pay extract read it.
      *>--------------------------------------------------------------
       01 AP-DISBURSEMENT-RECORD.
           02 AD-CHECK-NO             PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-CHECK-DATE           PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-VENDOR-ID            PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-GROSS-AMOUNT         PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-DISCOUNT-AMOUNT      PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-NET-AMOUNT           PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-LINE-COUNT           PIC 9(3).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-PAYEE-NAME           PIC X(25).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-STREET               PIC X(25).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-CITY                 PIC X(15).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-STATE                PIC X(2).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AD-POSTAL-CODE          PIC X(10).
