      *> writes side-by-side accepted (CONVACC) and rejected (CONVREJ)
      *> registers with reason codes.  Every load is journaled to
      *> CUSTJRNL like any other CUSTMAST write.
      *> 10/15/2026 - every customer loaded is screened against the
      *> sanctions watch list (sanctchk.cob) as it goes onto
      *> CUSTMAST; a potential hit is referred to compliance on the
      *> SCRNQ review queue and noted on the accepted register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-READ-COUNT                PIC 9(5) COMP VALUE ZERO.
       01 WS-ACCEPTED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECTED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-REFERRED-COUNT            PIC 9(5) COMP VALUE ZERO.

       01 WS-SCREEN-PARTY-TYPE         PIC X VALUE "C".
       01 WS-SCREEN-SOURCE             PIC X(8) VALUE "CONVLOAD".
       01 WS-SCREEN-NEW-HITS           PIC 9(3) VALUE ZERO.
       01 WS-SCREEN-OPEN-HITS          PIC 9(3) VALUE ZERO.

       01 WS-MONTH-DAYS-TABLE VALUE "312831303130313130313031".
           02 WS-MONTH-DAYS    OCCURS 12 TIMES PIC 99.

           PERFORM 2550-WRITE-JOURNAL THRU 2550-EXIT

           CALL "sanctchk" USING WS-SCREEN-PARTY-TYPE CUST-IDENT
               CUST-NAME CUST-DATE-OF-BIRTH CUST-STATE
               WS-SCREEN-SOURCE WS-SCREEN-NEW-HITS WS-SCREEN-OPEN-HITS

           MOVE WS-ASSIGNED-IDENT TO WS-A-IDENT
           MOVE CL-NAME           TO WS-A-NAME
           IF CL-IDENT-X = "000"
           ELSE
               MOVE SPACES TO WS-A-NOTE
           END-IF
      *>   A sanctions referral outranks the Ident note: the clerks
      *>   work the register, and this is the line they must see.
           IF WS-SCREEN-OPEN-HITS > ZERO
               MOVE "SANCTIONS REFERRAL" TO WS-A-NOTE
               ADD 1 TO WS-REFERRED-COUNT
           END-IF
           WRITE ACCEPT-REGISTER-LINE FROM WS-ACCEPT-LINE
           ADD 1 TO WS-ACCEPTED-COUNT.
       2500-EXIT.
           WRITE REJECT-REGISTER-LINE FROM WS-REJECT-TOTAL-LINE
           DISPLAY "Conversion records read: " WS-READ-COUNT
           DISPLAY "Accepted: " WS-ACCEPTED-COUNT
           DISPLAY "Rejected: " WS-REJECTED-COUNT
           DISPLAY "Sanctions referrals: " WS-REFERRED-COUNT.
       8000-EXIT.
           EXIT.

