      *>--------------------------------------------------------------
      *> JOBTIME.cpy
      *> One employee's worked time on one job for one day.
      *> timeclk.cob writes the period's rows to JOBTTRAN with the
      *> EMPTRANS cards - every clean day's shifts, job or not, at
      *> the employee's EMPMAST department and EMPRATE cost rate.
      *> labdist.cob costs them after payroll, sets the billing
      *> status from the JOBMAST job, and appends them to the JOBTIME
      *> labor ledger; billtime.cob bills the U rows and rewrites
      *> them B with the invoice that billed them, so no hour ever
      *> bills twice.  Time on no job (JT-JOB-NO spaces) is
      *> overhead and is never billable.
      *>--------------------------------------------------------------
       01 JOB-TIME-RECORD.
           02 JT-EMP-ID               PIC 9(5).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-WORK-DATE            PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-JOB-NO               PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-DEPARTMENT           PIC X(15).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-HOURS                PIC 9(3)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-COST-RATE            PIC 9(3)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-LABOR-COST           PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-PAY-DATE             PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-BILL-STATUS          PIC X(1).
               88 JT-UNBILLED             VALUE "U".
               88 JT-BILLED               VALUE "B".
               88 JT-NOT-BILLABLE         VALUE "N".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-INVOICE-NO           PIC 9(6).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JT-BILLED-DATE          PIC 9(8).
