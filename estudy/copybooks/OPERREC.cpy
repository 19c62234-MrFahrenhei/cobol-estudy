      *> failed, and the lockout flag opersign.cob raises once the
      *> SECPARM attempt limit is hit.  operadm.cob resets and
      *> unlocks.
      *> 10/15/2026 - quarterly access recertification: OP-DEPT-CODE
      *> (a DEPTMAST department, set from operadm.cob) groups the
      *> operator under the department manager who recertifies
      *> them, and OP-RECERT-DATE is when the manager last
      *> confirmed the access.  OP-DISABLED is set by the
      *> recertification run (recert.cob) for an operator with no
      *> sign-on, audited action, password change or recertification
      *> in the SECPARM dormant-day count, or by operadm.cob
      *> applying a manager's revoke; opersign.cob refuses a
      *> disabled operator the way it refuses a locked one.
      *>--------------------------------------------------------------
       01 OPERATOR-RECORD.
           02 OP-OPERATOR-ID          PIC X(8).
           02 OP-LOCKED-FLAG          PIC X(1).
               88 OP-LOCKED               VALUE "L".
               88 OP-NOT-LOCKED           VALUE " ".
               88 OP-DISABLED             VALUE "D".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 OP-DEPT-CODE            PIC X(15).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 OP-RECERT-DATE          PIC 9(8).
