       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. quotrpt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Open-quotes report for sales.  Every QUOTEHDR revision still
      *> open - the latest of its quote, neither accepted nor
      *> declined - is listed on QUOTRPT with its customer, invoice
      *> number, dates and total, as PENDING while the customer can
      *> still accept it or EXPIRED once its expiry date has passed
      *> (an expired quote has to be revised in quotmnt.cob before it
      *> can be accepted).  Counts and values of pending and expired
      *> quotes close the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTEHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QH-KEY
               FILE STATUS IS WS-QUOTEHDR-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDENT
               ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT QUOTE-REPORT-FILE ASSIGN TO "QUOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  QUOTE-REPORT-FILE.
       01 QUOTE-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-QUOTEHDR-STATUS          PIC XX VALUE "00".
       01 WS-CUSTMAST-STATUS          PIC XX VALUE "00".
       01 WS-QUOTE-REPORT-STATUS      PIC XX VALUE "00".

       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-CUSTMAST-SWITCH          PIC X VALUE "Y".
           88 WS-CUSTMAST-ON-FILE         VALUE "Y".
       01 WS-FILES-OPEN-SWITCH        PIC X VALUE "N".
           88 WS-FILES-OPEN               VALUE "Y".

       01 WS-PENDING-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-EXPIRED-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-PENDING-VALUE            PIC 9(11)V99 VALUE ZERO.
       01 WS-EXPIRED-VALUE            PIC 9(11)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1.
           02 FILLER            PIC X(30)
               VALUE "*** OPEN CUSTOMER QUOTES AS OF".
           02 WS-H-RUN-DATE     PIC 9999/99/99.
           02 FILLER            PIC X(4)  VALUE " ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 FILLER            PIC X(11) VALUE "QUOTE  REV".
           02 FILLER            PIC X(9)  VALUE "CUSTOMER".
           02 FILLER            PIC X(22) VALUE "NAME".
           02 FILLER            PIC X(8)  VALUE "INVOICE".
           02 FILLER            PIC X(10) VALUE "QUOTED".
           02 FILLER            PIC X(10) VALUE "EXPIRES".
           02 FILLER            PIC X(15) VALUE "          TOTAL".
           02 FILLER            PIC X(8)  VALUE "  STATUS".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-QUOTE-NO     PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-REVISION     PIC 9(2).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NAME         PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-INVOICE-NO   PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-QUOTE-DATE   PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-EXPIRY-DATE  PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-STATUS       PIC X(8).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(4)  VALUE "***".
           02 WS-T-LABEL        PIC X(8).
           02 WS-T-COUNT        PIC ZZZZ9.
           02 FILLER            PIC X(11) VALUE " QUOTES".
           02 WS-T-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-HEADER THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN OUTPUT QUOTE-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           WRITE QUOTE-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE QUOTE-REPORT-LINE FROM WS-HEADING-LINE-2
           OPEN INPUT QUOTE-HEADER-FILE
           IF WS-QUOTEHDR-STATUS NOT = "00"
               DISPLAY "No QUOTEHDR on disk - no open quotes"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "35"
               MOVE "N" TO WS-CUSTMAST-SWITCH
           END-IF
           READ QUOTE-HEADER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Superseded, accepted and declined revisions are history;
      *> only an open one is listed.
      *>--------------------------------------------------------------
       2000-PROCESS-HEADER.
           IF NOT QH-OPEN
               GO TO 2000-READ-NEXT
           END-IF
           MOVE SPACES TO WS-D-NAME
           IF WS-CUSTMAST-ON-FILE
               MOVE QH-CUST-IDENT TO CUST-IDENT
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE "NOT ON CUSTMAST" TO WS-D-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-D-NAME
               END-READ
           END-IF
           MOVE QH-QUOTE-NO     TO WS-D-QUOTE-NO
           MOVE QH-REVISION     TO WS-D-REVISION
           MOVE QH-CUST-IDENT   TO WS-D-CUST-IDENT
           MOVE QH-INVOICE-NO   TO WS-D-INVOICE-NO
           MOVE QH-QUOTE-DATE   TO WS-D-QUOTE-DATE
           MOVE QH-EXPIRY-DATE  TO WS-D-EXPIRY-DATE
           MOVE QH-QUOTE-TOTAL  TO WS-D-TOTAL
           IF QH-EXPIRY-DATE < WS-BUSINESS-DATE
               MOVE "EXPIRED" TO WS-D-STATUS
               ADD 1 TO WS-EXPIRED-COUNT
               ADD QH-QUOTE-TOTAL TO WS-EXPIRED-VALUE
           ELSE
               MOVE "PENDING" TO WS-D-STATUS
               ADD 1 TO WS-PENDING-COUNT
               ADD QH-QUOTE-TOTAL TO WS-PENDING-VALUE
           END-IF
           WRITE QUOTE-REPORT-LINE FROM WS-DETAIL-LINE.
       2000-READ-NEXT.
           READ QUOTE-HEADER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE
           MOVE "PENDING"        TO WS-T-LABEL
           MOVE WS-PENDING-COUNT TO WS-T-COUNT
           MOVE WS-PENDING-VALUE TO WS-T-VALUE
           WRITE QUOTE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "EXPIRED"        TO WS-T-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-T-COUNT
           MOVE WS-EXPIRED-VALUE TO WS-T-VALUE
           WRITE QUOTE-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Pending quotes: " WS-PENDING-COUNT
           DISPLAY "Expired quotes: " WS-EXPIRED-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE QUOTE-REPORT-FILE
           IF NOT WS-FILES-OPEN
               GO TO 9000-EXIT
           END-IF
           CLOSE QUOTE-HEADER-FILE
           IF WS-CUSTMAST-ON-FILE
               CLOSE CUSTMAST-FILE
           END-IF.
       9000-EXIT.
           EXIT.
