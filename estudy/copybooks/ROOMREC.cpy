      *>--------------------------------------------------------------
      *> ROOMREC.cpy
      *> Room master record, keyed by RM-ROOM-CODE on the ROOMMAST
      *> indexed file, maintained in schdmnt.cob: each classroom's
      *> building and the seats it holds.  A section is booked into a
      *> room on SECTSCHD, and schdrpt.cob flags a section whose
      *> capacity on COURSMST is more than its room seats.
      *>--------------------------------------------------------------
       01 ROOM-MASTER-RECORD.
           02 RM-ROOM-CODE            PIC X(6).
           02 RM-BUILDING             PIC X(20).
           02 RM-SEAT-COUNT           PIC 9(3).
