      *>--------------------------------------------------------------
      *> CHECKREC.cpy
      *> Payroll check register entry, one per paper check on the
      *> CHECKREG line-sequential register.  payroll.cob writes the
      *> run's checks outstanding under the CHECKCTL sequence,
      *> chkrecon.cob clears them against the bank and flags the
      *> stale ones, and chkmaint.cob voids, reissues, and records
      *> hand-written checks.  Each entry carries the gross and
      *> deductions behind its net and the pay date whose quarter
      *> they landed in, so a void can back the check out of PAYYTD
      *> exactly.  A reissue points back at the check it replaces,
      *> and the voided original points forward at its replacement.
      *> A void that was backed out carries void reason V; one held
      *> or replaced under a reissue carries R and leaves PAYYTD and
      *> the ledger alone, since the money is still owed.  The tax
      *> split rides along too - the employee's federal and FICA
      *> withholding and the employer's FICA match and unemployment
      *> taxes - so a backed-out void takes the quarterly tax
      *> figures and the employer tax accrual back out with it.  An
      *> entry written before the split was carried shows spaces
      *> there, which chkmaint.cob reads as zero.
      *>--------------------------------------------------------------
       01 CHECK-REGISTER-RECORD.
           02 CK-CHECK-NO             PIC 9(6).
           02 FILLER                  PIC X(2).
           02 CK-EMP-ID               PIC 9(5).
           02 FILLER                  PIC X(2).
           02 CK-ISSUE-DATE           PIC 9(8).
           02 FILLER                  PIC X(2).
           02 CK-AMOUNT               PIC 9(8)V99.
           02 FILLER                  PIC X(2).
           02 CK-STATUS               PIC X(1).
               88 CK-OUTSTANDING          VALUE "O".
               88 CK-CLEARED              VALUE "C".
               88 CK-STALE                VALUE "S".
               88 CK-VOID                 VALUE "V".
           02 FILLER                  PIC X(2).
           02 CK-ORIGIN               PIC X(1).
               88 CK-PAYROLL-RUN          VALUE "P" SPACE.
               88 CK-REISSUE              VALUE "R".
               88 CK-MANUAL               VALUE "M".
           02 FILLER                  PIC X(2).
           02 CK-PAY-DATE             PIC 9(8).
           02 FILLER                  PIC X(2).
           02 CK-GROSS                PIC 9(8)V99.
           02 FILLER                  PIC X(2).
           02 CK-DEDUCTIONS           PIC 9(8)V99.
           02 FILLER                  PIC X(2).
           02 CK-ORIGINAL-CHECK-NO    PIC 9(6).
           02 FILLER                  PIC X(2).
           02 CK-VOID-DATE            PIC 9(8).
           02 FILLER                  PIC X(2).
           02 CK-VOID-REASON          PIC X(1).
               88 CK-VOIDED-BACKED-OUT    VALUE "V".
               88 CK-VOIDED-FOR-REISSUE   VALUE "R".
           02 FILLER                  PIC X(2).
           02 CK-REPLACED-BY          PIC 9(6).
           02 FILLER                  PIC X(2).
           02 CK-FEDERAL-TAX          PIC 9(8)V99.
           02 FILLER                  PIC X(2).
           02 CK-FICA-TAX             PIC 9(8)V99.
           02 FILLER                  PIC X(2).
           02 CK-ER-FICA              PIC 9(8)V99.
           02 FILLER                  PIC X(2).
           02 CK-ER-FUTA              PIC 9(8)V99.
           02 FILLER                  PIC X(2).
           02 CK-ER-SUTA              PIC 9(8)V99.
