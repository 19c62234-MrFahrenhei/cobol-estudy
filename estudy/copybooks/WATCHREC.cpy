      *>--------------------------------------------------------------
      *> WATCHREC.cpy
      *> Sanctions watch-list entry, one per listed party on the
      *> WATCHLST file as published by the list authority and
      *> loaded unchanged (defined to CICS as an ESDS so the CUPD
      *> transaction can browse it).  A date of birth the list does
      *> not give is left zero; the country is the two-letter code
      *> of the party's address, and for a US entry the state is
      *> given too.  The list code names the program the entry was
      *> published under, carried onto the review queue (see
      *> SCRNREC.cpy) so compliance can see which list it came from.
      *>--------------------------------------------------------------
       01 WATCH-LIST-RECORD.
           02 SW-ENTRY-ID             PIC X(8).
           02 FILLER                  PIC X(2).
           02 SW-NAME                 PIC X(30).
           02 FILLER                  PIC X(2).
           02 SW-DATE-OF-BIRTH.
               03 SW-MOB              PIC 99.
               03 SW-DOB              PIC 99.
               03 SW-YOB              PIC 9(4).
           02 FILLER                  PIC X(2).
           02 SW-COUNTRY              PIC X(2).
           02 FILLER                  PIC X(2).
           02 SW-STATE                PIC X(2).
           02 FILLER                  PIC X(2).
           02 SW-LIST-CODE            PIC X(6).
