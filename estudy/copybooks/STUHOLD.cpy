      *>--------------------------------------------------------------
      *> STUHOLD.cpy
      *> Student registration hold, keyed by student and reason code
      *> on the STUHOLD indexed file.  A student with any row here
      *> is held: enroll.cob refuses the registration and lists the
      *> student on ENRLRPT, dropadd.cob refuses the add, and the
      *> SINQ transcript screen (stuinq.cob) shows the hold.
      *> The money side sets its holds itself - holdrun.cob, every
      *> night, for a student whose STUCUST customer has tuition
      *> past the HOLDPRM age (PD) or has reached the HOLDPRM
      *> COLLSTAT escalation level (CL) - and releases them the same
      *> way: holdrun.cob once the customer no longer qualifies, and
      *> cashrcpt.cob as soon as a receipt pays the past-due balance
      *> down.  The registrar and the dean's office place and
      *> release their own holds through holdmnt.cob under one of
      *> the manual reason codes; nothing automatic touches those.
      *> SH-CUST-IDENT, SH-AMOUNT-PAST-DUE and SH-COLLECTION-LEVEL
      *> carry what the automatic hold was set on, refreshed each
      *> night.
      *>--------------------------------------------------------------
       01 STUDENT-HOLD-RECORD.
           02 SH-KEY.
               03 SH-STUDENT-ID       PIC 9(5).
               03 SH-REASON-CODE      PIC X(2).
                   88 SH-PAST-DUE-TUITION     VALUE "PD".
                   88 SH-IN-COLLECTIONS       VALUE "CL".
                   88 SH-AUTOMATIC-HOLD       VALUE "PD" "CL".
                   88 SH-ACADEMIC-STANDING    VALUE "AS".
                   88 SH-ADVISING-REQUIRED    VALUE "AV".
                   88 SH-CONDUCT              VALUE "CD".
                   88 SH-DOCUMENTS-OWED       VALUE "DO".
                   88 SH-MANUAL-HOLD          VALUE "AS" "AV" "CD"
                                                    "DO".
           02 SH-PLACED-BY            PIC X(1).
               88 SH-BY-SYSTEM            VALUE "S".
               88 SH-BY-REGISTRAR         VALUE "R".
               88 SH-BY-DEAN              VALUE "D".
           02 SH-HOLD-DATE            PIC 9(8).
           02 SH-OPERATOR-ID          PIC X(8).
           02 SH-CUST-IDENT           PIC 9(7).
           02 SH-AMOUNT-PAST-DUE      PIC S9(7)V99.
           02 SH-COLLECTION-LEVEL     PIC 9(1).
           02 SH-HOLD-TEXT            PIC X(30).
