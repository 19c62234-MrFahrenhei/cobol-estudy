       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. exmprpt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Monthly exemption-certificate renewal report.  Every
      *> TAXEXMPT certificate (see TAXEXMPT.cpy) that expires within
      *> the next 60 days is listed on EXMPRPT with its customer,
      *> state, certificate number, exemption type, expiry date and
      *> the days left, so the tax desk can collect the renewal
      *> before the invoice run starts taxing the customer again.
      *> A certificate already past its expiry is no longer honored
      *> and is not listed; one that never expires (99999999)
      *> never comes up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-EXEMPTION-FILE ASSIGN TO "TAXEXMPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-EXEMPTION-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDENT
               ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT EXEMPTION-REPORT-FILE ASSIGN TO "EXMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEMPTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-EXEMPTION-FILE.
           COPY TAXEXMPT.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  EXEMPTION-REPORT-FILE.
       01 EXEMPTION-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TAX-EXEMPTION-STATUS     PIC XX VALUE "00".
       01 WS-CUSTMAST-STATUS          PIC XX VALUE "00".
       01 WS-EXEMPTION-REPORT-STATUS  PIC XX VALUE "00".

       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-CUSTMAST-SWITCH          PIC X VALUE "Y".
           88 WS-CUSTMAST-ON-FILE         VALUE "Y".

      *>   How far ahead renewals are chased.
       01 WS-RENEWAL-WINDOW-DAYS      PIC 9(3) VALUE 60.
       01 WS-WINDOW-END-DATE          PIC 9(8) VALUE ZERO.
       01 WS-DAYS-LEFT                PIC 9(3) VALUE ZERO.

       01 WS-CERTIFICATE-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-EXPIRING-COUNT           PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1.
           02 FILLER            PIC X(44)
               VALUE "*** TAX EXEMPTION CERTIFICATES EXPIRING BY".
           02 WS-H-WINDOW-END   PIC 9999/99/99.
           02 FILLER            PIC X(4)  VALUE " ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9999/99/99.
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(10) VALUE "CUSTOMER".
           02 FILLER            PIC X(22) VALUE "NAME".
           02 FILLER            PIC X(4)  VALUE "ST".
           02 FILLER            PIC X(17) VALUE "CERTIFICATE".
           02 FILLER            PIC X(13) VALUE "TYPE".
           02 FILLER            PIC X(12) VALUE "EXPIRES".
           02 FILLER            PIC X(9)  VALUE "DAYS LEFT".
       01 WS-DETAIL-LINE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-D-NAME         PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-STATE        PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CERTIFICATE-NO PIC X(15).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-TYPE         PIC X(11).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-EXPIRY-DATE  PIC 9999/99/99.
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-D-DAYS-LEFT    PIC ZZ9.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(26)
               VALUE "*** CERTIFICATES ON FILE:".
           02 WS-T-CERTIFICATES PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE "  EXPIRING:".
           02 WS-T-EXPIRING     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-CERTIFICATE THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   + WS-RENEWAL-WINDOW-DAYS)
           OPEN OUTPUT EXEMPTION-REPORT-FILE
           MOVE WS-WINDOW-END-DATE TO WS-H-WINDOW-END
           MOVE WS-BUSINESS-DATE   TO WS-H-RUN-DATE
           WRITE EXEMPTION-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE EXEMPTION-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE EXEMPTION-REPORT-LINE FROM WS-COLUMN-LINE
           OPEN INPUT TAX-EXEMPTION-FILE
           IF WS-TAX-EXEMPTION-STATUS = "35"
               DISPLAY "No TAXEXMPT on file - no certificates to renew"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "35"
               MOVE "N" TO WS-CUSTMAST-SWITCH
           END-IF
           READ TAX-EXEMPTION-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One certificate: listed only if it runs out between today
      *> and the end of the renewal window.
      *>--------------------------------------------------------------
       2000-PROCESS-CERTIFICATE.
           ADD 1 TO WS-CERTIFICATE-COUNT
           IF TX-EXPIRY-DATE NOT NUMERIC
               OR TX-EXPIRY-DATE < WS-BUSINESS-DATE
               OR TX-EXPIRY-DATE > WS-WINDOW-END-DATE
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-EXPIRING-COUNT
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (TX-EXPIRY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           MOVE SPACES TO WS-D-NAME
           IF WS-CUSTMAST-ON-FILE
               MOVE TX-CUST-IDENT TO CUST-IDENT
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE "NOT ON CUSTMAST" TO WS-D-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-D-NAME
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN TX-EDUCATION
                   MOVE "EDUCATION"   TO WS-D-TYPE
               WHEN TX-RESELLER
                   MOVE "RESELLER"    TO WS-D-TYPE
               WHEN TX-GOVERNMENT
                   MOVE "GOVERNMENT"  TO WS-D-TYPE
               WHEN TX-CHARITY
                   MOVE "CHARITY"     TO WS-D-TYPE
               WHEN OTHER
                   MOVE "OTHER"       TO WS-D-TYPE
           END-EVALUATE
           MOVE TX-CUST-IDENT     TO WS-D-CUST-IDENT
           MOVE TX-STATE          TO WS-D-STATE
           MOVE TX-CERTIFICATE-NO TO WS-D-CERTIFICATE-NO
           MOVE TX-EXPIRY-DATE    TO WS-D-EXPIRY-DATE
           MOVE WS-DAYS-LEFT      TO WS-D-DAYS-LEFT
           WRITE EXEMPTION-REPORT-LINE FROM WS-DETAIL-LINE.
       2000-READ-NEXT.
           READ TAX-EXEMPTION-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE WS-CERTIFICATE-COUNT TO WS-T-CERTIFICATES
           MOVE WS-EXPIRING-COUNT    TO WS-T-EXPIRING
           WRITE EXEMPTION-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Certificates on file: " WS-CERTIFICATE-COUNT
           DISPLAY "Expiring in window:   " WS-EXPIRING-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE EXEMPTION-REPORT-FILE
           IF WS-TAX-EXEMPTION-STATUS = "35"
               GO TO 9000-EXIT
           END-IF
           CLOSE TAX-EXEMPTION-FILE
           IF WS-CUSTMAST-ON-FILE
               CLOSE CUSTMAST-FILE
           END-IF.
       9000-EXIT.
           EXIT.
