      *> cover the customer record's credit-limit growth, with room
      *> for the next field; a short image is a journal that cannot
      *> replay.
      *> 10/15/2026 - the retention run (custanon.cob) replaces the
      *> name, date of birth, SSN and street address in both images
      *> of a removed customer's entries with an ANON- token once
      *> the CUSTARCH record is past retention, unless the customer
      *> is on legal hold; the Ident and the rest of the image stay.
      *>--------------------------------------------------------------
       01 CUST-JOURNAL-RECORD.
           02 CJ-FUNCTION              PIC X(1).
