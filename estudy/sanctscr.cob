       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctscr.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Sanctions screening batch, run whenever a new watch list is
      *> published to WATCHLST (and on demand by compliance).  Every
      *> CUSTMAST customer - name, date of birth and state - and
      *> every ACCTBAL deposit account, by the name on the account,
      *> is screened through sanctchk.cob against the full list;
      *> potential hits go to the SCRNQ review queue for compliance
      *> to clear or confirm in scrnrev.cob, and a rescreen leaves
      *> rows already cleared alone unless the party has changed
      *> since.  The SCRNRPT report lists each party with a hit
      *> open after the run, then every refund waiting in RFNDREQ
      *> (pending or approved, not yet paid) whose payee customer
      *> has an open hit, so the refund can be stopped before a
      *> check is cut, and closes with the run totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-IDENT
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT REFUND-REQUEST-FILE ASSIGN TO "RFNDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-REQUEST-STATUS.
           SELECT SCREENING-QUEUE-FILE ASSIGN TO "SCRNQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-KEY
               FILE STATUS IS WS-SCRNQ-STATUS.
           SELECT SCREENING-REPORT-FILE ASSIGN TO "SCRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-BALANCE-FILE.
           COPY ACCTREC.

       FD  REFUND-REQUEST-FILE.
           COPY RFNDREQ.

       FD  SCREENING-QUEUE-FILE.
           COPY SCRNREC.

       FD  SCREENING-REPORT-FILE.
       01 SCREENING-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS          PIC XX VALUE "00".
       01 WS-ACCTBAL-STATUS           PIC XX VALUE "00".
       01 WS-REFUND-REQUEST-STATUS    PIC XX VALUE "00".
       01 WS-SCRNQ-STATUS             PIC XX VALUE "00".
       01 WS-SCREENING-REPORT-STATUS  PIC XX VALUE "00".

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-QUEUE-END-SWITCH         PIC X VALUE "N".
           88 WS-QUEUE-END                VALUE "Y".
       01 WS-OPEN-HIT-SWITCH          PIC X VALUE "N".
           88 WS-PAYEE-HAS-OPEN-HIT       VALUE "Y".

       01 WS-PARTY-TYPE               PIC X VALUE SPACE.
       01 WS-PARTY-ID                 PIC 9(7) VALUE ZERO.
       01 WS-PARTY-NAME               PIC X(20) VALUE SPACES.
       01 WS-PARTY-DOB                PIC 9(8) VALUE ZERO.
       01 WS-PARTY-STATE              PIC X(2) VALUE SPACES.
       01 WS-SOURCE-PROGRAM           PIC X(8) VALUE "SANCTSCR".
       01 WS-NEW-HITS                 PIC 9(3) VALUE ZERO.
       01 WS-OPEN-HITS                PIC 9(3) VALUE ZERO.

       01 WS-CUSTOMER-COUNT           PIC 9(7) COMP VALUE ZERO.
       01 WS-ACCOUNT-COUNT            PIC 9(7) COMP VALUE ZERO.
       01 WS-NEW-HIT-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-OPEN-PARTY-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-REFUND-FLAGGED-COUNT     PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** SANCTIONS SCREENING REPORT ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 FILLER            PIC X(10) VALUE "T PARTY".
           02 FILLER            PIC X(22) VALUE "NAME".
           02 FILLER            PIC X(6)  VALUE "NEW".
           02 FILLER            PIC X(6)  VALUE "OPEN".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-PARTY-TYPE   PIC X(1).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-PARTY-ID     PIC 9(7).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-NAME         PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NEW-HITS     PIC ZZ9.
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-D-OPEN-HITS    PIC ZZ9.
       01 WS-REFUND-HEADING  PIC X(40)
           VALUE "*** REFUNDS TO PAYEES WITH OPEN HITS ***".
       01 WS-REFUND-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-F-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-F-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-F-STATUS       PIC X(1).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-F-NOTE         PIC X(30)
               VALUE "HOLD REFUND FOR COMPLIANCE".
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(14) VALUE "*** CUSTOMERS:".
           02 WS-T-CUSTOMERS    PIC ZZZZZZ9.
           02 FILLER            PIC X(11) VALUE " ACCOUNTS:".
           02 WS-T-ACCOUNTS     PIC ZZZZZZ9.
           02 FILLER            PIC X(11) VALUE " NEW HITS:".
           02 WS-T-NEW-HITS     PIC ZZZZ9.
           02 FILLER            PIC X(14) VALUE " OPEN PARTIES:".
           02 WS-T-OPEN         PIC ZZZZ9.
           02 FILLER            PIC X(10) VALUE " REFUNDS:".
           02 WS-T-REFUNDS      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCREEN-CUSTOMERS THRU 2000-EXIT
           PERFORM 3000-SCREEN-ACCOUNTS THRU 3000-EXIT
           PERFORM 4000-LIST-HELD-REFUNDS THRU 4000-EXIT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT SCREENING-REPORT-FILE
           WRITE SCREENING-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE SCREENING-REPORT-LINE FROM WS-HEADING-LINE-2.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every customer on CUSTMAST, by name, date of birth and
      *> state.
      *>--------------------------------------------------------------
       2000-SCREEN-CUSTOMERS.
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "No CUSTMAST on disk - no customers screened"
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ CUSTMAST-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       MOVE "C"                TO WS-PARTY-TYPE
                       MOVE CUST-IDENT         TO WS-PARTY-ID
                       MOVE CUST-NAME          TO WS-PARTY-NAME
                       MOVE CUST-DATE-OF-BIRTH TO WS-PARTY-DOB
                       MOVE CUST-STATE         TO WS-PARTY-STATE
                       PERFORM 2500-SCREEN-PARTY THRU 2500-EXIT
               END-READ
           END-PERFORM
           CLOSE CUSTMAST-FILE.
       2000-EXIT.
           EXIT.

       2500-SCREEN-PARTY.
           CALL "sanctchk" USING WS-PARTY-TYPE WS-PARTY-ID
               WS-PARTY-NAME WS-PARTY-DOB WS-PARTY-STATE
               WS-SOURCE-PROGRAM WS-NEW-HITS WS-OPEN-HITS
           ADD WS-NEW-HITS TO WS-NEW-HIT-COUNT
           IF WS-OPEN-HITS = ZERO
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-OPEN-PARTY-COUNT
           MOVE WS-PARTY-TYPE TO WS-D-PARTY-TYPE
           MOVE WS-PARTY-ID   TO WS-D-PARTY-ID
           MOVE WS-PARTY-NAME TO WS-D-NAME
           MOVE WS-NEW-HITS   TO WS-D-NEW-HITS
           MOVE WS-OPEN-HITS  TO WS-D-OPEN-HITS
           WRITE SCREENING-REPORT-LINE FROM WS-DETAIL-LINE.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every deposit account, by the name on the account: the
      *> account holder need not be a CUSTMAST customer, and an
      *> account has no date of birth or state to weigh.
      *>--------------------------------------------------------------
       3000-SCREEN-ACCOUNTS.
           OPEN INPUT ACCOUNT-BALANCE-FILE
           IF WS-ACCTBAL-STATUS NOT = "00"
               DISPLAY "No ACCTBAL on disk - no accounts screened"
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ ACCOUNT-BALANCE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE "A"         TO WS-PARTY-TYPE
                       MOVE ACCT-NUMBER TO WS-PARTY-ID
                       MOVE ACCT-NAME   TO WS-PARTY-NAME
                       MOVE ZERO        TO WS-PARTY-DOB
                       MOVE SPACES      TO WS-PARTY-STATE
                       PERFORM 2500-SCREEN-PARTY THRU 2500-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-BALANCE-FILE.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Refunds not yet paid whose payee has a pending or confirmed
      *> hit on the queue.
      *>--------------------------------------------------------------
       4000-LIST-HELD-REFUNDS.
           OPEN INPUT SCREENING-QUEUE-FILE
           IF WS-SCRNQ-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT REFUND-REQUEST-FILE
           IF WS-REFUND-REQUEST-STATUS NOT = "00"
               CLOSE SCREENING-QUEUE-FILE
               GO TO 4000-EXIT
           END-IF
           WRITE SCREENING-REPORT-LINE FROM WS-REFUND-HEADING
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ REFUND-REQUEST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF RQ-PENDING OR RQ-APPROVED
                           PERFORM 4100-CHECK-PAYEE THRU 4100-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFUND-REQUEST-FILE
           CLOSE SCREENING-QUEUE-FILE.
       4000-EXIT.
           EXIT.

       4100-CHECK-PAYEE.
           MOVE "N" TO WS-OPEN-HIT-SWITCH
           MOVE "N" TO WS-QUEUE-END-SWITCH
           MOVE "C"           TO SQ-PARTY-TYPE
           MOVE RQ-CUST-IDENT TO SQ-PARTY-ID
           MOVE LOW-VALUES    TO SQ-ENTRY-ID
           START SCREENING-QUEUE-FILE KEY IS NOT LESS THAN SQ-KEY
               INVALID KEY
                   GO TO 4100-EXIT
           END-START
           PERFORM UNTIL WS-QUEUE-END OR WS-PAYEE-HAS-OPEN-HIT
               READ SCREENING-QUEUE-FILE NEXT RECORD
                   AT END SET WS-QUEUE-END TO TRUE
                   NOT AT END
                       IF SQ-PARTY-TYPE NOT = "C"
                           OR SQ-PARTY-ID NOT = RQ-CUST-IDENT
                           SET WS-QUEUE-END TO TRUE
                       ELSE
                           IF SQ-OPEN-HIT
                               SET WS-PAYEE-HAS-OPEN-HIT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYEE-HAS-OPEN-HIT
               MOVE RQ-CUST-IDENT TO WS-F-CUST-IDENT
               MOVE RQ-AMOUNT     TO WS-F-AMOUNT
               MOVE RQ-STATUS     TO WS-F-STATUS
               WRITE SCREENING-REPORT-LINE FROM WS-REFUND-LINE
               ADD 1 TO WS-REFUND-FLAGGED-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-CUSTOMER-COUNT       TO WS-T-CUSTOMERS
           MOVE WS-ACCOUNT-COUNT        TO WS-T-ACCOUNTS
           MOVE WS-NEW-HIT-COUNT        TO WS-T-NEW-HITS
           MOVE WS-OPEN-PARTY-COUNT     TO WS-T-OPEN
           MOVE WS-REFUND-FLAGGED-COUNT TO WS-T-REFUNDS
           WRITE SCREENING-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Customers screened:     " WS-CUSTOMER-COUNT
           DISPLAY "Accounts screened:      " WS-ACCOUNT-COUNT
           DISPLAY "New potential hits:     " WS-NEW-HIT-COUNT
           DISPLAY "Parties with open hits: " WS-OPEN-PARTY-COUNT
           DISPLAY "Refunds to hold:        " WS-REFUND-FLAGGED-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE SCREENING-REPORT-FILE.
       9000-EXIT.
           EXIT.
