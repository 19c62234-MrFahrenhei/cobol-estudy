       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custanon.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Retention run for removed customers.  custpurg.cob and
      *> custmrg.cob keep the full CUSTOMER-RECORD image of every
      *> customer they remove on CUSTARCH, and the CUSTJRNL journal
      *> carries the same images before and after every change;
      *> nothing ever aged either one out.  Every CUSTARCH record
      *> purged more than the retention period ago (years, from the
      *> ANONPRM parameter card, default 7) has its identifying
      *> fields - name, date of birth, SSN, street, city and postal
      *> code - replaced by the token ANON- and the Ident, which
      *> carries nothing of what it replaces and cannot be turned
      *> back into it; the Ident, state, currency, residency, credit
      *> limit and dates stay, so history reports and audit counts
      *> still add up.  Every CUSTJRNL image of the same customers
      *> gets the same treatment.  A customer on the LEGLHOLD legal-
      *> hold list (see LEGLHOLD.cpy) is skipped, whatever the age.
      *> Both files are rewritten through the ANONWORK work file
      *> (the two-pass rewrite audarch.cob uses), each record
      *> anonymized is logged to AUDITLOG, and the ANONRPT summary
      *> lists every customer anonymized or held with the totals.
      *> A record already anonymized by an earlier run is left as
      *> it is, so the run can be repeated safely; it is only
      *> counted, never taken onto the 5000-customer table, so
      *> the customers already done cannot crowd out the ones newly
      *> past retention.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANON-PARM-FILE ASSIGN TO "ANONPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANON-PARM-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
           SELECT CUST-ARCHIVE-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ARCHIVE-STATUS.
           SELECT CUST-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-JOURNAL-STATUS.
           SELECT ANON-WORK-FILE ASSIGN TO "ANONWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANON-WORK-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT ANON-REPORT-FILE ASSIGN TO "ANONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANON-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANON-PARM-FILE.
       01 ANON-PARM-RECORD.
           02 AP-RETENTION-YEARS      PIC 9(2).

       FD  LEGAL-HOLD-FILE.
           COPY LEGLHOLD.

       FD  CUST-ARCHIVE-FILE.
       01 CUST-ARCHIVE-RECORD.
           02 CA-PURGE-DATE           PIC X(10).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CA-CUSTOMER-IMAGE       PIC X(120).

       FD  CUST-JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  ANON-WORK-FILE.
       01 ANON-WORK-RECORD            PIC X(300).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  ANON-REPORT-FILE.
       01 ANON-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-ANON-PARM-STATUS         PIC XX VALUE "00".
       01 WS-LEGAL-HOLD-STATUS        PIC XX VALUE "00".
       01 WS-CUST-ARCHIVE-STATUS      PIC XX VALUE "00".
       01 WS-CUST-JOURNAL-STATUS      PIC XX VALUE "00".
       01 WS-ANON-WORK-STATUS         PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".
       01 WS-ANON-REPORT-STATUS       PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-CHANGED-SWITCH            PIC X VALUE "N".
           88 WS-RECORD-CHANGED            VALUE "Y".
       01 WS-HOLD-OVERFLOW-SWITCH      PIC X VALUE "N".
           88 WS-HOLD-OVERFLOW             VALUE "Y".

      *>   The record image being worked - CUSTARCH and both CUSTJRNL
      *>   images are this layout.
           COPY CUSTREC.

       01 WS-RETENTION-YEARS          PIC 9(2) VALUE 7.
       01 WS-CUTOFF-DATE              PIC 9(8) VALUE ZERO.
       01 WS-PURGE-DATE               PIC 9(8) VALUE ZERO.
       01 WS-PURGE-DATE-PARTS REDEFINES WS-PURGE-DATE.
           02 WS-PURGE-YYYY           PIC 9(4).
           02 WS-PURGE-MM             PIC 9(2).
           02 WS-PURGE-DD             PIC 9(2).
       01 WS-ANON-TOKEN               PIC X(12) VALUE SPACES.
       01 WS-IMAGE-IDENT              PIC 9(7) VALUE ZERO.
       01 WS-AUDIT-DECISION           PIC X(30) VALUE SPACES.

      *>   Customers on legal hold.
       01 WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 500 TIMES.
               03 WS-HOLD-CUST-IDENT  PIC 9(7).
               03 WS-HOLD-MATTER      PIC X(20).
       01 WS-HOLD-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-HOLD-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-HOLD-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.

      *>   Archived customers past retention and not yet anonymized,
      *>   found on the CUSTARCH pass and carried to the CUSTJRNL
      *>   pass and the report.
       01 WS-AGED-TABLE.
           02 WS-AGED-ENTRY OCCURS 5000 TIMES.
               03 WS-AGED-CUST-IDENT  PIC 9(7).
               03 WS-AGED-PURGE-DATE  PIC X(10).
               03 WS-AGED-ACTION      PIC X(1).
                   88 WS-AGED-ANONYMIZED  VALUE "A".
                   88 WS-AGED-HELD        VALUE "H".
               03 WS-AGED-HOLD-IDX    PIC 9(3) COMP.
               03 WS-AGED-JOURNAL-COUNT PIC 9(5) COMP.
       01 WS-AGED-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-AGED-IDX                 PIC 9(5) COMP VALUE ZERO.
       01 WS-AGED-FOUND-IDX           PIC 9(5) COMP VALUE ZERO.

       01 WS-ARCHIVE-READ-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-ARCHIVE-ANON-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-ARCHIVE-EARLIER-COUNT    PIC 9(7) COMP VALUE ZERO.
       01 WS-HELD-COUNT               PIC 9(7) COMP VALUE ZERO.
       01 WS-DEFERRED-COUNT           PIC 9(7) COMP VALUE ZERO.
       01 WS-JOURNAL-READ-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-JOURNAL-ANON-COUNT       PIC 9(7) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1.
           02 FILLER            PIC X(38)
               VALUE "*** CUSTOMER RETENTION ANONYMIZATION -".
           02 FILLER            PIC X(10) VALUE " CUT-OFF: ".
           02 WS-H-CUTOFF-DATE  PIC 9999/99/99.
           02 FILLER            PIC X(4)  VALUE " ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9999/99/99.
           02 FILLER            PIC X(19) VALUE "  RETENTION YEARS: ".
           02 WS-H-YEARS        PIC Z9.
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(10) VALUE "CUSTOMER".
           02 FILLER            PIC X(12) VALUE "PURGED".
           02 FILLER            PIC X(17) VALUE "ARCHIVE RECORD".
           02 FILLER            PIC X(10) VALUE "JOURNAL".
           02 FILLER            PIC X(20) VALUE "HOLD MATTER".
       01 WS-DETAIL-LINE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-D-PURGE-DATE   PIC X(10).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(15).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-JOURNAL      PIC ZZZZ9.
           02 FILLER            PIC X(5)  VALUE SPACE.
           02 WS-D-MATTER       PIC X(20).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(4)  VALUE "*** ".
           02 WS-T-LABEL        PIC X(34).
           02 WS-T-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-HOLD-OVERFLOW
      *>       A held customer past the load cap would be anonymized
      *>       like any other, and that cannot be taken back.
               DISPLAY "LEGLHOLD EXCEEDS THE 500-ROW LOAD - RUN "
                   "REFUSED, NOTHING ANONYMIZED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ANONYMIZE-ARCHIVE THRU 2000-EXIT
           PERFORM 3000-ANONYMIZE-JOURNAL THRU 3000-EXIT
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE

           OPEN INPUT ANON-PARM-FILE
           IF WS-ANON-PARM-STATUS = "00"
               READ ANON-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-RETENTION-YEARS IS NUMERIC
                           AND AP-RETENTION-YEARS > ZERO
                           MOVE AP-RETENTION-YEARS TO WS-RETENTION-YEARS
                       END-IF
               END-READ
               CLOSE ANON-PARM-FILE
           END-IF

      *>   Same month and day, that many years back: a purge date
      *>   at or before it has been held the full period.
           COMPUTE WS-CUTOFF-DATE =
               WS-BUSINESS-DATE - (WS-RETENTION-YEARS * 10000)

           PERFORM 1100-LOAD-LEGAL-HOLDS THRU 1100-EXIT
           IF WS-HOLD-OVERFLOW
               GO TO 1000-EXIT
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           OPEN OUTPUT ANON-REPORT-FILE
           MOVE WS-CUTOFF-DATE     TO WS-H-CUTOFF-DATE
           MOVE WS-BUSINESS-DATE   TO WS-H-RUN-DATE
           MOVE WS-RETENTION-YEARS TO WS-H-YEARS
           WRITE ANON-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE ANON-REPORT-LINE FROM WS-HEADING-LINE-2
           WRITE ANON-REPORT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LEGAL-HOLD-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-HOLD-COUNT >= 500
               READ LEGAL-HOLD-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE LH-CUST-IDENT
                           TO WS-HOLD-CUST-IDENT (WS-HOLD-COUNT)
                       MOVE LH-MATTER
                           TO WS-HOLD-MATTER (WS-HOLD-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ LEGAL-HOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-HOLD-OVERFLOW TO TRUE
               END-READ
           END-IF
           CLOSE LEGAL-HOLD-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> First file: CUSTARCH through the work file and back.  An
      *> aged record is anonymized unless its customer is on legal
      *> hold; every aged customer goes on the table for the
      *> journal pass and the report.
      *>--------------------------------------------------------------
       2000-ANONYMIZE-ARCHIVE.
           OPEN INPUT CUST-ARCHIVE-FILE
           IF WS-CUST-ARCHIVE-STATUS NOT = "00"
               DISPLAY "No CUSTARCH on file - nothing to anonymize"
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT ANON-WORK-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ CUST-ARCHIVE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-READ-COUNT
                       PERFORM 2100-AGE-ARCHIVE-RECORD THRU 2100-EXIT
                       WRITE ANON-WORK-RECORD FROM CUST-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE CUST-ARCHIVE-FILE
           CLOSE ANON-WORK-FILE

           IF WS-ARCHIVE-ANON-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT ANON-WORK-FILE
           OPEN OUTPUT CUST-ARCHIVE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ ANON-WORK-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE CUST-ARCHIVE-RECORD FROM ANON-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ANON-WORK-FILE
           CLOSE CUST-ARCHIVE-FILE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> CA-PURGE-DATE is MM/DD/YYYY as custpurg.cob and custmrg.cob
      *> stamp it.  A record whose date cannot be read is kept as it
      *> is rather than guessed at.
      *>--------------------------------------------------------------
       2100-AGE-ARCHIVE-RECORD.
           IF CA-PURGE-DATE (7:4) NOT NUMERIC
               OR CA-PURGE-DATE (1:2) NOT NUMERIC
               OR CA-PURGE-DATE (4:2) NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE CA-PURGE-DATE (7:4) TO WS-PURGE-YYYY
           MOVE CA-PURGE-DATE (1:2) TO WS-PURGE-MM
           MOVE CA-PURGE-DATE (4:2) TO WS-PURGE-DD
           IF WS-PURGE-DATE > WS-CUTOFF-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE CA-CUSTOMER-IMAGE TO CUSTOMER-RECORD
           IF CUST-NAME (1:5) = "ANON-"
               ADD 1 TO WS-ARCHIVE-EARLIER-COUNT
               GO TO 2100-EXIT
           END-IF
           IF WS-AGED-COUNT NOT < 5000
               DISPLAY "More than 5000 aged customers - "
                   CUST-IDENT " left for the next run"
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-AGED-COUNT
           MOVE WS-AGED-COUNT TO WS-AGED-IDX
           MOVE CUST-IDENT    TO WS-AGED-CUST-IDENT (WS-AGED-IDX)
           MOVE CA-PURGE-DATE TO WS-AGED-PURGE-DATE (WS-AGED-IDX)
           MOVE ZERO          TO WS-AGED-JOURNAL-COUNT (WS-AGED-IDX)
           MOVE ZERO          TO WS-AGED-HOLD-IDX (WS-AGED-IDX)

           PERFORM 2200-CHECK-LEGAL-HOLD THRU 2200-EXIT
           IF WS-HOLD-FOUND-IDX > ZERO
               SET WS-AGED-HELD (WS-AGED-IDX) TO TRUE
               MOVE WS-HOLD-FOUND-IDX TO WS-AGED-HOLD-IDX (WS-AGED-IDX)
               ADD 1 TO WS-HELD-COUNT
               GO TO 2100-EXIT
           END-IF

           PERFORM 5000-ANONYMIZE-IMAGE THRU 5000-EXIT
           MOVE CUSTOMER-RECORD TO CA-CUSTOMER-IMAGE
           SET WS-AGED-ANONYMIZED (WS-AGED-IDX) TO TRUE
           ADD 1 TO WS-ARCHIVE-ANON-COUNT
           MOVE "ARCHIVE RECORD ANONYMIZED" TO WS-AUDIT-DECISION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       2100-EXIT.
           EXIT.

       2200-CHECK-LEGAL-HOLD.
           MOVE ZERO TO WS-HOLD-FOUND-IDX
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   OR WS-HOLD-FOUND-IDX > ZERO
               IF WS-HOLD-CUST-IDENT (WS-HOLD-IDX) = CUST-IDENT
                   MOVE WS-HOLD-IDX TO WS-HOLD-FOUND-IDX
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Second file: CUSTJRNL through the work file and back.  Both
      *> images of an entry belong to one customer; a LOW-VALUES
      *> image (the missing side of a WRITE or DELETE) is left alone.
      *>--------------------------------------------------------------
       3000-ANONYMIZE-JOURNAL.
           IF WS-AGED-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT CUST-JOURNAL-FILE
           IF WS-CUST-JOURNAL-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT ANON-WORK-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ CUST-JOURNAL-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ-COUNT
                       PERFORM 3100-ANONYMIZE-ENTRY THRU 3100-EXIT
                       WRITE ANON-WORK-RECORD FROM CUST-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE CUST-JOURNAL-FILE
           CLOSE ANON-WORK-FILE

           IF WS-JOURNAL-ANON-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT ANON-WORK-FILE
           OPEN OUTPUT CUST-JOURNAL-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ ANON-WORK-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE CUST-JOURNAL-RECORD FROM ANON-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ANON-WORK-FILE
           CLOSE CUST-JOURNAL-FILE.
       3000-EXIT.
           EXIT.

       3100-ANONYMIZE-ENTRY.
           IF CJ-BEFORE-IMAGE NOT = LOW-VALUES
               MOVE CJ-BEFORE-IMAGE (1:7) TO WS-IMAGE-IDENT
           ELSE
               MOVE CJ-AFTER-IMAGE (1:7)  TO WS-IMAGE-IDENT
           END-IF
           PERFORM 3200-FIND-AGED-CUSTOMER THRU 3200-EXIT
           IF WS-AGED-FOUND-IDX = ZERO
               GO TO 3100-EXIT
           END-IF
           IF WS-AGED-HELD (WS-AGED-FOUND-IDX)
               GO TO 3100-EXIT
           END-IF
           MOVE "N" TO WS-CHANGED-SWITCH
           IF CJ-BEFORE-IMAGE NOT = LOW-VALUES
               MOVE CJ-BEFORE-IMAGE TO CUSTOMER-RECORD
               PERFORM 5000-ANONYMIZE-IMAGE THRU 5000-EXIT
               MOVE CUSTOMER-RECORD TO CJ-BEFORE-IMAGE
           END-IF
           IF CJ-AFTER-IMAGE NOT = LOW-VALUES
               MOVE CJ-AFTER-IMAGE TO CUSTOMER-RECORD
               PERFORM 5000-ANONYMIZE-IMAGE THRU 5000-EXIT
               MOVE CUSTOMER-RECORD TO CJ-AFTER-IMAGE
           END-IF
           IF NOT WS-RECORD-CHANGED
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-JOURNAL-ANON-COUNT
           ADD 1 TO WS-AGED-JOURNAL-COUNT (WS-AGED-FOUND-IDX)
           MOVE SPACES TO WS-AUDIT-DECISION
           STRING "JOURNAL " CJ-FUNCTION " ENTRY ANONYMIZED"
               DELIMITED BY SIZE INTO WS-AUDIT-DECISION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       3100-EXIT.
           EXIT.

       3200-FIND-AGED-CUSTOMER.
           MOVE ZERO TO WS-AGED-FOUND-IDX
           IF WS-IMAGE-IDENT NOT NUMERIC
               GO TO 3200-EXIT
           END-IF
           PERFORM VARYING WS-AGED-IDX FROM 1 BY 1
               UNTIL WS-AGED-IDX > WS-AGED-COUNT
                   OR WS-AGED-FOUND-IDX > ZERO
               IF WS-AGED-CUST-IDENT (WS-AGED-IDX) = WS-IMAGE-IDENT
                   MOVE WS-AGED-IDX TO WS-AGED-FOUND-IDX
               END-IF
           END-PERFORM.
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Replace the identifying fields of the image in
      *> CUSTOMER-RECORD with the token.  The changed switch is only
      *> ever set here, never cleared, so both images of a journal
      *> entry report together; an image already carrying the token
      *> is left alone.
      *>--------------------------------------------------------------
       5000-ANONYMIZE-IMAGE.
           IF CUST-NAME (1:5) = "ANON-"
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO WS-ANON-TOKEN
           STRING "ANON-" CUST-IDENT DELIMITED BY SIZE
               INTO WS-ANON-TOKEN
           MOVE WS-ANON-TOKEN TO CUST-NAME
           MOVE ZERO          TO CUST-MOB
           MOVE ZERO          TO CUST-DOB
           MOVE ZERO          TO CUST-YOB
           MOVE ZERO          TO CUST-SS-AREA
           MOVE ZERO          TO CUST-SS-GROUP
           MOVE ZERO          TO CUST-SS-SERIAL
           MOVE WS-ANON-TOKEN TO CUST-STREET
           MOVE SPACES        TO CUST-CITY
           MOVE SPACES        TO CUST-POSTAL-CODE
           SET WS-RECORD-CHANGED TO TRUE.
       5000-EXIT.
           EXIT.

       6000-WRITE-AUDIT.
           MOVE "CUSTANON"        TO AL-PROGRAM-ID
           MOVE CUST-IDENT        TO AL-KEY
           MOVE WS-AUDIT-DECISION TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE "BATCH"           TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.
       6000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           PERFORM VARYING WS-AGED-IDX FROM 1 BY 1
               UNTIL WS-AGED-IDX > WS-AGED-COUNT
               PERFORM 8100-PRINT-CUSTOMER THRU 8100-EXIT
           END-PERFORM
           MOVE SPACES TO ANON-REPORT-LINE
           WRITE ANON-REPORT-LINE
           MOVE "ARCHIVE RECORDS READ"        TO WS-T-LABEL
           MOVE WS-ARCHIVE-READ-COUNT         TO WS-T-COUNT
           WRITE ANON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "ARCHIVE RECORDS ANONYMIZED"  TO WS-T-LABEL
           MOVE WS-ARCHIVE-ANON-COUNT         TO WS-T-COUNT
           WRITE ANON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "ANONYMIZED IN AN EARLIER RUN" TO WS-T-LABEL
           MOVE WS-ARCHIVE-EARLIER-COUNT      TO WS-T-COUNT
           WRITE ANON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "SKIPPED - LEGAL HOLD"        TO WS-T-LABEL
           MOVE WS-HELD-COUNT                 TO WS-T-COUNT
           WRITE ANON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "LEFT FOR THE NEXT RUN"       TO WS-T-LABEL
           MOVE WS-DEFERRED-COUNT             TO WS-T-COUNT
           WRITE ANON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "JOURNAL ENTRIES READ"        TO WS-T-LABEL
           MOVE WS-JOURNAL-READ-COUNT         TO WS-T-COUNT
           WRITE ANON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "JOURNAL ENTRIES ANONYMIZED"  TO WS-T-LABEL
           MOVE WS-JOURNAL-ANON-COUNT         TO WS-T-COUNT
           WRITE ANON-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Archive records anonymized: " WS-ARCHIVE-ANON-COUNT
           DISPLAY "Journal entries anonymized: " WS-JOURNAL-ANON-COUNT
           DISPLAY "Skipped for legal hold:     " WS-HELD-COUNT.
       8000-EXIT.
           EXIT.

       8100-PRINT-CUSTOMER.
           MOVE WS-AGED-CUST-IDENT (WS-AGED-IDX)    TO WS-D-CUST-IDENT
           MOVE WS-AGED-PURGE-DATE (WS-AGED-IDX)    TO WS-D-PURGE-DATE
           MOVE WS-AGED-JOURNAL-COUNT (WS-AGED-IDX) TO WS-D-JOURNAL
           MOVE SPACES TO WS-D-MATTER
           EVALUATE TRUE
               WHEN WS-AGED-ANONYMIZED (WS-AGED-IDX)
                   MOVE "ANONYMIZED"    TO WS-D-ACTION
               WHEN WS-AGED-HELD (WS-AGED-IDX)
                   MOVE "LEGAL HOLD"    TO WS-D-ACTION
                   MOVE WS-HOLD-MATTER (WS-AGED-HOLD-IDX (WS-AGED-IDX))
                       TO WS-D-MATTER
           END-EVALUATE
           WRITE ANON-REPORT-LINE FROM WS-DETAIL-LINE.
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUDIT-LOG-FILE
           CLOSE ANON-REPORT-FILE.
       9000-EXIT.
           EXIT.
