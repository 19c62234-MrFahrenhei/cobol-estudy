      *>--------------------------------------------------------------
      *> AWARDREC.cpy
      *> Scholarship and financial-aid award, keyed by student, term
      *> and award code on the AWARDMST indexed file, recorded by
      *> the financial-aid office in awrdmnt.cob.  An award is a
      *> fixed amount or a percentage of the student's term tuition
      *> (credit hours at the TUITPRM rate), paid from one AIDFUND
      *> fund, and may carry a minimum cumulative GPA and a minimum
      *> cumulative credit hours the student must still have on
      *> STUMAST when it is paid (zero means no condition).  The
      *> disbursement run (aiddisb.cob), after tuition.cob has
      *> billed the term, pays each awarded or held award as a
      *> credit memo on the student's STUCUST customer applied to
      *> the tuition open items, and marks it disbursed with the
      *> amount, date and memo number; an award whose student no
      *> longer qualifies is marked held with the reason and tried
      *> again on the next run.  A cancelled award is kept for the
      *> record and never paid.
      *>--------------------------------------------------------------
       01 AID-AWARD-RECORD.
           02 AW-KEY.
               03 AW-STUDENT-ID       PIC 9(5).
               03 AW-TERM             PIC X(6).
               03 AW-AWARD-CODE       PIC X(4).
           02 AW-FUND-CODE            PIC X(6).
           02 AW-AWARD-BASIS          PIC X(1).
               88 AW-FIXED-AMOUNT         VALUE "A".
               88 AW-PERCENT-OF-TUITION   VALUE "P".
           02 AW-AWARD-AMOUNT         PIC 9(7)V99.
           02 AW-AWARD-PERCENT        PIC 9(3)V99.
           02 AW-MIN-GPA              PIC 9V99.
           02 AW-MIN-CREDIT-HOURS     PIC 9(4)V9.
           02 AW-AWARD-STATUS         PIC X(1).
               88 AW-STATUS-AWARDED       VALUE "A".
               88 AW-STATUS-HELD          VALUE "H".
               88 AW-STATUS-DISBURSED     VALUE "D".
               88 AW-STATUS-CANCELLED     VALUE "C".
               88 AW-AWAITING-PAYMENT     VALUE "A" "H".
           02 AW-AWARD-DATE           PIC 9(8).
           02 AW-OPERATOR-ID          PIC X(8).
           02 AW-DISBURSED-AMOUNT     PIC 9(7)V99.
           02 AW-DISBURSED-DATE       PIC 9(8).
           02 AW-CREDIT-MEMO-NO       PIC 9(6).
           02 AW-HOLD-REASON          PIC X(30).
