      *>--------------------------------------------------------------
      *> RECRTDEC.cpy
      *> Operator access-recertification decision, one row per
      *> operator on the RECRTDEC turnaround file.  The quarterly
      *> recertification run (recert.cob) writes a row for every
      *> operator still enabled, under the department whose manager
      *> reviews them, with the decision blank; the manager marks
      *> C to confirm the access as it stands, I to cut the
      *> operator back to inquiry-only, or R to revoke (disable)
      *> it, and keys their own id as the reviewer.  operadm.cob
      *> applies the marked rows to OPERMAST and stamps each with
      *> the date applied, so a row is never applied twice; an
      *> unmarked row is left for the manager.
      *>--------------------------------------------------------------
       01 RECERT-DECISION-RECORD.
           02 RD-DEPT-CODE            PIC X(15).
           02 FILLER                  PIC X(2).
           02 RD-OPERATOR-ID          PIC X(8).
           02 FILLER                  PIC X(2).
           02 RD-AUTH-LEVEL           PIC X(1).
           02 FILLER                  PIC X(2).
           02 RD-DECISION             PIC X(1).
               88 RD-CONFIRM              VALUE "C".
               88 RD-INQUIRY-ONLY         VALUE "I".
               88 RD-REVOKE               VALUE "R".
               88 RD-UNDECIDED            VALUE " ".
           02 FILLER                  PIC X(2).
           02 RD-REVIEWED-BY          PIC X(8).
           02 FILLER                  PIC X(2).
           02 RD-APPLIED-DATE         PIC 9(8).
