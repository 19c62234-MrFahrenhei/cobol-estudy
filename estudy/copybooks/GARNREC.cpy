      *>--------------------------------------------------------------
      *> GARNREC.cpy
      *> Court-ordered wage garnishment, keyed by employee and
      *> priority, held on the GARNORD indexed file (maintained in
      *> garnmnt.cob) and applied by payroll.cob after taxes and
      *> ahead of the DEDMAST recurring deductions.  Support orders
      *> (child support, alimony) are taken before creditor
      *> garnishments whatever their priority numbers; within each
      *> type the priority number decides.  GO-METHOD says whether
      *> GO-AMOUNT is a flat amount per pay period or a percent of
      *> disposable pay, and every order is held inside the legal
      *> share of disposable pay for its type.
      *> On a support order GO-AMOUNT is the current support, and
      *> GO-ARREARS-PAYMENT more is taken each period toward
      *> GO-ARREARS-BALANCE until the past-due support is caught up.
      *> On a creditor garnishment GO-AMOUNT is the installment and
      *> GO-ARREARS-BALANCE the judgment still owed; the order is
      *> satisfied and takes nothing once it reaches zero.
      *> An order takes effect on GO-START-DATE and stops after
      *> GO-STOP-DATE (zero for open-ended), by the pay date.
      *> Withholding is remitted to GO-AGENCY-CODE under the
      *> GO-CASE-NUMBER the court assigned.
      *>--------------------------------------------------------------
       01 GARNISHMENT-ORDER-RECORD.
           02 GO-KEY.
               03 GO-EMP-ID           PIC 9(5).
               03 GO-PRIORITY         PIC 9(2).
           02 GO-ORDER-TYPE           PIC X(1).
               88 GO-SUPPORT-ORDER        VALUE "S".
               88 GO-CREDITOR-ORDER       VALUE "C".
           02 GO-CASE-NUMBER          PIC X(15).
           02 GO-AGENCY-CODE          PIC X(8).
           02 GO-METHOD               PIC X(1).
               88 GO-FLAT-AMOUNT          VALUE "F".
               88 GO-PERCENT-OF-DISPOSABLE VALUE "P".
           02 GO-AMOUNT               PIC 9(5)V99.
           02 GO-ARREARS-PAYMENT      PIC 9(5)V99.
           02 GO-ARREARS-BALANCE      PIC 9(7)V99.
           02 GO-START-DATE           PIC 9(8).
           02 GO-STOP-DATE            PIC 9(8).
           02 GO-WITHHELD-TO-DATE     PIC 9(7)V99.
           02 GO-LAST-PAY-DATE        PIC 9(8).
