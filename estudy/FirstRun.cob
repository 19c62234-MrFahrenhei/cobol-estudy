       PROGRAM-ID. firstRun.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 09/02/2023.
      *> 10/15/2026 - every customer saved here is screened against
      *> the sanctions watch list (sanctchk.cob) as it is written;
      *> a potential hit is referred to compliance on the SCRNQ
      *> review queue and the operator is told so.
      *> 09/08/2026 - added CUSTMAST persistence and DateOfBirth
      *> edit checks so a customer entered here survives between runs.
      *> 09/08/2026 - PayCheck now carries a currency code alongside

       01 WS-JRNL-BEFORE-IMAGE    PIC X(120) VALUE LOW-VALUES.

       01 WS-SCREEN-PARTY-TYPE    PIC X VALUE "C".
       01 WS-SCREEN-SOURCE        PIC X(8) VALUE "FIRSTRUN".
       01 WS-SCREEN-NEW-HITS      PIC 9(3) VALUE ZERO.
       01 WS-SCREEN-OPEN-HITS     PIC 9(3) VALUE ZERO.

       01 WS-MONTH-DAYS-TABLE VALUE "312831303130313130313031".
           02 WS-MONTH-DAYS    OCCURS 12 TIMES PIC 99.

                   MOVE "R" TO CJ-FUNCTION
                   PERFORM 3200-WRITE-JOURNAL THRU 3200-EXIT
                   DISPLAY "Customer " CUST-IDENT " updated on CUSTMAST"
           END-READ
           PERFORM 3300-SCREEN-CUSTOMER THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Screen the customer just saved against the sanctions watch
      *> list.  A hit does not undo the save - compliance decides it
      *> from the review queue.
      *>--------------------------------------------------------------
       3300-SCREEN-CUSTOMER.
           CALL "sanctchk" USING WS-SCREEN-PARTY-TYPE CUST-IDENT
               CUST-NAME CUST-DATE-OF-BIRTH CUST-STATE
               WS-SCREEN-SOURCE WS-SCREEN-NEW-HITS WS-SCREEN-OPEN-HITS
           IF WS-SCREEN-OPEN-HITS > ZERO
               DISPLAY "Customer " CUST-IDENT " is a possible "
                   "sanctions match - referred to compliance"
           END-IF.
       3300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Original syntax demonstrations, unchanged, using the record
      *> just entered above instead of a hardcoded literal.
