      *>--------------------------------------------------------------
      *> SCRNREC.cpy
      *> Sanctions screening review queue, one row per party and
      *> watch-list entry that scored as a potential hit, keyed on
      *> the SCRNQ indexed file.  The party is a CUSTMAST customer
      *> (type C, the party id the Ident) or a deposit account
      *> whose account name scored on its own (type A, the party id
      *> the ACCTBAL account number).  Rows are raised pending by
      *> the screening batch (sanctscr.cob) and at entry by
      *> firstRun, convload, apprvq and the CUPD transaction, all
      *> through sanctchk.cob / sanctmch.cob; compliance clears a
      *> false match or confirms a true one from scrnrev.cob.  A
      *> confirmed customer is not invoiced (invoice.cob) and its
      *> deposit accounts are frozen on ACCTHOLD.  A cleared row
      *> stays cleared on later screenings unless the party's
      *> name, date of birth or state has since changed, in which
      *> case it comes back pending.
      *>--------------------------------------------------------------
       01 SCREENING-QUEUE-RECORD.
           02 SQ-KEY.
               03 SQ-PARTY-TYPE       PIC X(1).
                   88 SQ-PARTY-CUSTOMER   VALUE "C".
                   88 SQ-PARTY-ACCOUNT    VALUE "A".
               03 SQ-PARTY-ID         PIC 9(7).
               03 SQ-ENTRY-ID         PIC X(8).
           02 SQ-STATUS               PIC X(1).
               88 SQ-PENDING              VALUE "P".
               88 SQ-CLEARED              VALUE "C".
               88 SQ-CONFIRMED            VALUE "F".
               88 SQ-OPEN-HIT             VALUE "P" "F".
           02 SQ-PARTY-NAME           PIC X(20).
           02 SQ-PARTY-DOB            PIC 9(8).
           02 SQ-PARTY-STATE          PIC X(2).
           02 SQ-WATCH-NAME           PIC X(30).
           02 SQ-LIST-CODE            PIC X(6).
           02 SQ-SCORE                PIC 9(3).
           02 SQ-MATCH-TYPE           PIC X(6).
           02 SQ-SOURCE               PIC X(8).
           02 SQ-RAISED-DATE          PIC 9(8).
           02 SQ-DECIDED-DATE         PIC 9(8).
           02 SQ-DECIDED-BY           PIC X(8).
