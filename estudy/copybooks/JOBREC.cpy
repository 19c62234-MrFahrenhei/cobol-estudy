      *>--------------------------------------------------------------
      *> JOBREC.cpy
      *> Job master, keyed by job number, held on the JOBMAST
      *> indexed file and maintained in jobmaint.cob.  Each job
      *> belongs to one CUSTMAST customer (JB-CUST-IDENT) and bills
      *> its labor at JB-BILLING-RATE an hour.  Employees clock time
      *> to a job on their TIMEPNCH in punch (timeclk.cob), labdist.cob
      *> costs the hours after each payroll, and billtime.cob turns
      *> the unbilled hours of a billable job into LINEITEM lines
      *> invoice.cob prices at this rate.  A closed job takes no
      *> more time; hours already on the ledger still bill.
      *>--------------------------------------------------------------
       01 JOB-MASTER-RECORD.
           02 JB-JOB-NO               PIC X(8).
           02 JB-CUST-IDENT           PIC 9(7).
           02 JB-DESCRIPTION          PIC X(20).
           02 JB-BILLING-RATE         PIC 9(5)V99.
           02 JB-BILLABLE-SWITCH      PIC X(1).
               88 JB-BILLABLE             VALUE "Y".
               88 JB-NOT-BILLABLE         VALUE "N".
           02 JB-STATUS               PIC X(1).
               88 JB-OPEN                 VALUE "O".
               88 JB-CLOSED               VALUE "C".
           02 JB-OPEN-DATE            PIC 9(8).
