      *> human decision.  Every settled row rewrites with the new
      *> rate recorded (through the PAYHWORK work file) so a second
      *> run finds nothing to settle and nothing ever pays twice.
      *> 10/15/2026 - PAYHIST rows now carry the gross, deductions,
      *> and net payroll paid; the rewrite passes them through.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 PH-RATE                 PIC 9(3)V99.
           02 FILLER                  PIC X(2).
           02 PH-CURRENCY-CODE        PIC XXX.
           02 FILLER                  PIC X(2).
           02 PH-GROSS                PIC 9(7)V99.
           02 FILLER                  PIC X(2).
           02 PH-DEDUCTIONS           PIC 9(7)V99.
           02 FILLER                  PIC X(2).
           02 PH-NET                  PIC 9(7)V99.

       FD  WORK-HISTORY-FILE.
       01 WORK-HISTORY-RECORD         PIC X(70).

       FD  EMP-RATE-FILE.
           COPY EMPRATE.
