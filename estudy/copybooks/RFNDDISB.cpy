      *>--------------------------------------------------------------
      *> RFNDDISB.cpy
      *> Refund disbursement record, appended to the RFNDDISB file
      *> by refund.cob for every approved refund it pays: the
      *> refund check number from the RFNDCTL sequence, and the
      *> payee name and mailing address from CUSTMAST as they stood
      *> on the day the check was cut.  Check printing and the bank
      *> positive-pay extract read it.
      *>--------------------------------------------------------------
       01 REFUND-DISBURSEMENT-RECORD.
           02 RD-CHECK-NO             PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-CHECK-DATE           PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-AMOUNT               PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-PAYEE-NAME           PIC X(20).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-STREET               PIC X(25).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-CITY                 PIC X(15).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-STATE                PIC X(2).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-POSTAL-CODE          PIC X(10).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-SOURCE               PIC X(1).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RD-APPROVED-BY          PIC X(8).
