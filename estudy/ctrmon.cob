       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrmon.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Daily large-cash and structuring monitor over the ACCTHIST
      *> rows acctpost.cob has posted - run after it.  Only keyed
      *> money over the counter counts as cash (source TRN, channel
      *> not T: the standing-order and maturity transfers are not
      *> cash).  Each row is rolled up to its customer through the
      *> acctcust ACCTXREF link, so one person's cash across every
      *> account they hold is seen together; an account with no
      *> customer linked stands on its own.  A customer whose cash
      *> in or cash out for the business day goes over the CTRPARM
      *> reporting threshold gets a currency-transaction report
      *> record on CTRFILE, carrying the full CUSTMAST identity the
      *> filing needs.  A customer with the minimum number of cash
      *> deposits in the band just under the threshold inside the
      *> rolling window - at least one of them today, so the same
      *> deposits alert once - raises a structuring alert.  Both
      *> kinds land on the CTRREVW review file (CTRALERT.cpy) for
      *> compliance to disposition in ctrrev.cob, and list on the
      *> CTRALRPT alert listing with the SSN masked to the serial
      *> last-four like every other ordinary listing.  A rerun of
      *> the same day finds its alerts already on CTRREVW and
      *> writes nothing twice.  CTRPARM defaults: 10,000.00
      *> threshold, 8,000.00 band floor, 5-day window, 3 deposits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-HISTORY-STATUS.
           SELECT CTR-PARM-FILE ASSIGN TO "CTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-PARM-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDENT
               ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CASH-REVIEW-FILE ASSIGN TO "CTRREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ALERT-KEY
               FILE STATUS IS WS-CASH-REVIEW-STATUS.
           SELECT CTR-FILE ASSIGN TO "CTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT ALERT-REPORT-FILE ASSIGN TO "CTRALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-HISTORY-FILE.
       01 ACCT-HISTORY-RECORD.
           02 HS-POST-DATE        PIC 9(8).
           02 FILLER              PIC X(2).
           02 HS-ACCT-NUMBER      PIC 9(6).
           02 FILLER              PIC X(2).
           02 HS-TRANS-CODE       PIC X(1).
           02 FILLER              PIC X(2).
           02 HS-AMOUNT           PIC 9(6)V99.
           02 FILLER              PIC X(2).
           02 HS-SOURCE           PIC X(3).
           02 FILLER              PIC X(2).
           02 HS-CHANNEL          PIC X(1).

       FD  CTR-PARM-FILE.
       01 CTR-PARM-RECORD.
           02 CP-THRESHOLD        PIC 9(7)V99.
           02 FILLER              PIC X(2).
           02 CP-BAND-FLOOR       PIC 9(7)V99.
           02 FILLER              PIC X(2).
           02 CP-WINDOW-DAYS      PIC 9(3).
           02 FILLER              PIC X(2).
           02 CP-MIN-DEPOSITS     PIC 9(2).

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  CASH-REVIEW-FILE.
           COPY CTRALERT.

      *>--------------------------------------------------------------
      *> The currency-transaction report record: everything the
      *> filing asks about the person, in full.  This file is for
      *> the filing only - it never goes on an ordinary listing.
      *>--------------------------------------------------------------
       FD  CTR-FILE.
       01 CTR-RECORD.
           02 CR-BUSINESS-DATE    PIC 9(8).
           02 FILLER              PIC X(2).
           02 CR-CUST-IDENT       PIC 9(7).
           02 FILLER              PIC X(2).
           02 CR-ACCT-NUMBER      PIC 9(6).
           02 FILLER              PIC X(2).
           02 CR-NAME             PIC X(20).
           02 FILLER              PIC X(2).
           02 CR-SSN              PIC 9(9).
           02 FILLER              PIC X(2).
           02 CR-DATE-OF-BIRTH    PIC 9(8).
           02 FILLER              PIC X(2).
           02 CR-STREET           PIC X(25).
           02 FILLER              PIC X(2).
           02 CR-CITY             PIC X(15).
           02 FILLER              PIC X(2).
           02 CR-STATE            PIC X(2).
           02 FILLER              PIC X(2).
           02 CR-POSTAL-CODE      PIC X(10).
           02 FILLER              PIC X(2).
           02 CR-CASH-IN          PIC 9(9)V99.
           02 FILLER              PIC X(2).
           02 CR-CASH-OUT         PIC 9(9)V99.

       FD  ALERT-REPORT-FILE.
       01 ALERT-REPORT-LINE           PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-ACCT-HISTORY-STATUS      PIC XX VALUE "00".
       01 WS-CTR-PARM-STATUS          PIC XX VALUE "00".
       01 WS-CUSTMAST-STATUS          PIC XX VALUE "00".
       01 WS-CASH-REVIEW-STATUS       PIC XX VALUE "00".
       01 WS-CTR-FILE-STATUS          PIC XX VALUE "00".
       01 WS-ALERT-REPORT-STATUS      PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-CUSTMAST-OPEN-SWITCH     PIC X VALUE "N".
           88 WS-CUSTMAST-OPEN            VALUE "Y".
       01 WS-CUSTOMER-SWITCH          PIC X VALUE "N".
           88 WS-CUSTOMER-ON-FILE         VALUE "Y".
       01 WS-FOUND-SWITCH             PIC X VALUE "N".
           88 WS-FOUND                    VALUE "Y".
       01 WS-ALERT-SWITCH             PIC X VALUE "N".
           88 WS-ALERT-IS-NEW             VALUE "Y".

       01 WS-THRESHOLD                PIC 9(7)V99 VALUE 10000.00.
       01 WS-BAND-FLOOR               PIC 9(7)V99 VALUE 8000.00.
       01 WS-WINDOW-DAYS              PIC 9(3) VALUE 5.
       01 WS-MIN-DEPOSITS             PIC 9(2) VALUE 3.
       01 WS-WINDOW-START-DATE        PIC 9(8) VALUE ZERO.
       01 WS-DAY-NUMBER               PIC 9(7) VALUE ZERO.

      *>--------------------------------------------------------------
      *> Account-to-customer answers from acctcust, kept so each
      *> account is looked up once however many rows it has.
      *>--------------------------------------------------------------
       01 WS-ACCT-MAP-COUNT           PIC 9(4) COMP VALUE ZERO.
       01 WS-ACCT-MAP-IDX             PIC 9(4) COMP VALUE ZERO.
       01 WS-ACCT-MAP-TABLE.
           02 WS-ACCT-MAP-ENTRY OCCURS 2000 TIMES.
               03 WS-AM-ACCT-NUMBER   PIC 9(6).
               03 WS-AM-CUST-IDENT    PIC 9(7).
       01 WS-XREF-ACCT-NUMBER      PIC 9(6) VALUE ZERO.
       01 WS-XREF-CUST-IDENT       PIC 9(7) VALUE ZERO.
       01 WS-XREF-CUST-NAME        PIC X(20) VALUE SPACES.
       01 WS-XREF-FOUND-SWITCH     PIC X VALUE "N".
           88 WS-XREF-FOUND            VALUE "Y".

      *>--------------------------------------------------------------
      *> One slot per subject with cash in the window: today's cash
      *> in and out, and the band deposits across the window.
      *>--------------------------------------------------------------
       01 WS-SUBJECT-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-SUBJECT-IDX              PIC 9(4) COMP VALUE ZERO.
       01 WS-SUBJECT-TABLE.
           02 WS-SUBJECT-ENTRY OCCURS 1000 TIMES.
               03 WS-SB-CUST-IDENT    PIC 9(7).
               03 WS-SB-ACCT-NUMBER   PIC 9(6).
               03 WS-SB-CASH-IN       PIC 9(9)V99.
               03 WS-SB-CASH-OUT      PIC 9(9)V99.
               03 WS-SB-BAND-COUNT    PIC 9(3).
               03 WS-SB-BAND-TOTAL    PIC 9(9)V99.
               03 WS-SB-BAND-TODAY    PIC 9(3).
       01 WS-SUBJECT-OVERFLOW         PIC 9(5) COMP VALUE ZERO.
       01 WS-ROW-CUST-IDENT           PIC 9(7) VALUE ZERO.
       01 WS-ROW-ACCT-NUMBER          PIC 9(6) VALUE ZERO.

       01 WS-CTR-COUNT                PIC 9(5) COMP VALUE ZERO.
       01 WS-STRUCTURING-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-REPEAT-COUNT             PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** CASH ACTIVITY ALERTS ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(14) VALUE "  THRESHOLD: ".
           02 WS-H-THRESHOLD    PIC Z,ZZZ,ZZ9.99.
           02 FILLER            PIC X(10) VALUE "  WINDOW: ".
           02 WS-H-WINDOW-START PIC 9(8).
       01 WS-DETAIL-LINE.
           02 WS-D-ALERT-TEXT   PIC X(12).
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ACCT-NUMBER  PIC ZZZZZZ.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NAME         PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-MASKED-SSN.
               03 FILLER        PIC X(7)  VALUE "XXX-XX-".
               03 WS-D-SS-SERIAL PIC 9999.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CASH-IN      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-CASH-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-BAND-COUNT   PIC ZZ9.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-BAND-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(22)
               VALUE "*** CURRENCY REPORTS: ".
           02 WS-T-CTR          PIC ZZZZ9.
           02 FILLER            PIC X(24)
               VALUE "  STRUCTURING ALERTS: ".
           02 WS-T-STRUCTURING  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ACCUMULATE-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-TEST-ONE-SUBJECT THRU 3000-EXIT
               VARYING WS-SUBJECT-IDX FROM 1 BY 1
               UNTIL WS-SUBJECT-IDX > WS-SUBJECT-COUNT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)

           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-CUSTMAST-OPEN TO TRUE
           END-IF
           OPEN I-O CASH-REVIEW-FILE
           IF WS-CASH-REVIEW-STATUS = "35"
               OPEN OUTPUT CASH-REVIEW-FILE
               CLOSE CASH-REVIEW-FILE
               OPEN I-O CASH-REVIEW-FILE
           END-IF
           OPEN EXTEND CTR-FILE
           IF WS-CTR-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT CTR-FILE
           END-IF
           OPEN OUTPUT ALERT-REPORT-FILE
           WRITE ALERT-REPORT-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE     TO WS-H-RUN-DATE
           MOVE WS-THRESHOLD         TO WS-H-THRESHOLD
           MOVE WS-WINDOW-START-DATE TO WS-H-WINDOW-START
           WRITE ALERT-REPORT-LINE FROM WS-HEADING-LINE-2

           OPEN INPUT ACCT-HISTORY-FILE
           IF WS-ACCT-HISTORY-STATUS = "35"
               DISPLAY "No ACCTHIST on disk - no cash activity"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ ACCT-HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

       1100-LOAD-PARMS.
           OPEN INPUT CTR-PARM-FILE
           IF WS-CTR-PARM-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           READ CTR-PARM-FILE
               NOT AT END
                   IF CP-THRESHOLD IS NUMERIC AND CP-THRESHOLD > ZERO
                       MOVE CP-THRESHOLD TO WS-THRESHOLD
                   END-IF
                   IF CP-BAND-FLOOR IS NUMERIC
                       AND CP-BAND-FLOOR > ZERO
                       MOVE CP-BAND-FLOOR TO WS-BAND-FLOOR
                   END-IF
                   IF CP-WINDOW-DAYS IS NUMERIC
                       AND CP-WINDOW-DAYS > ZERO
                       MOVE CP-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF CP-MIN-DEPOSITS IS NUMERIC
                       AND CP-MIN-DEPOSITS > ZERO
                       MOVE CP-MIN-DEPOSITS TO WS-MIN-DEPOSITS
                   END-IF
           END-READ
           CLOSE CTR-PARM-FILE.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One history row: cash inside the window rolls up to its
      *> subject.  Fees, interest, penalties and generated transfers
      *> are not cash and pass by.
      *>--------------------------------------------------------------
       2000-ACCUMULATE-ONE-ROW.
           IF HS-SOURCE NOT = "TRN"
               OR HS-CHANNEL = "T"
               OR HS-POST-DATE NOT NUMERIC
               OR HS-POST-DATE < WS-WINDOW-START-DATE
               OR HS-POST-DATE > WS-BUSINESS-DATE
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT
           PERFORM 2200-FIND-SUBJECT THRU 2200-EXIT
           IF WS-SUBJECT-IDX = ZERO
               GO TO 2000-NEXT
           END-IF

           IF HS-POST-DATE = WS-BUSINESS-DATE
               IF HS-TRANS-CODE = "C"
                   ADD HS-AMOUNT TO WS-SB-CASH-IN (WS-SUBJECT-IDX)
               END-IF
               IF HS-TRANS-CODE = "D"
                   ADD HS-AMOUNT TO WS-SB-CASH-OUT (WS-SUBJECT-IDX)
               END-IF
           END-IF
           IF HS-TRANS-CODE = "C"
               AND HS-AMOUNT >= WS-BAND-FLOOR
               AND HS-AMOUNT < WS-THRESHOLD
               ADD 1 TO WS-SB-BAND-COUNT (WS-SUBJECT-IDX)
               ADD HS-AMOUNT TO WS-SB-BAND-TOTAL (WS-SUBJECT-IDX)
               IF HS-POST-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-SB-BAND-TODAY (WS-SUBJECT-IDX)
               END-IF
           END-IF.
       2000-NEXT.
           READ ACCT-HISTORY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FIND-CUSTOMER.
           MOVE ZERO TO WS-ROW-CUST-IDENT
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ACCT-MAP-IDX FROM 1 BY 1
               UNTIL WS-ACCT-MAP-IDX > WS-ACCT-MAP-COUNT
                  OR WS-FOUND
               IF WS-AM-ACCT-NUMBER (WS-ACCT-MAP-IDX) = HS-ACCT-NUMBER
                   MOVE WS-AM-CUST-IDENT (WS-ACCT-MAP-IDX)
                       TO WS-ROW-CUST-IDENT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               GO TO 2100-EXIT
           END-IF
           MOVE HS-ACCT-NUMBER TO WS-XREF-ACCT-NUMBER
           CALL "acctcust" USING WS-XREF-ACCT-NUMBER
               WS-XREF-CUST-IDENT WS-XREF-CUST-NAME
               WS-XREF-FOUND-SWITCH
           IF WS-XREF-FOUND
               MOVE WS-XREF-CUST-IDENT TO WS-ROW-CUST-IDENT
           END-IF
           IF WS-ACCT-MAP-COUNT < 2000
               ADD 1 TO WS-ACCT-MAP-COUNT
               MOVE HS-ACCT-NUMBER
                   TO WS-AM-ACCT-NUMBER (WS-ACCT-MAP-COUNT)
               MOVE WS-ROW-CUST-IDENT
                   TO WS-AM-CUST-IDENT (WS-ACCT-MAP-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The subject is the customer, or the bare account when no
      *> customer is linked.  Leaves WS-SUBJECT-IDX zero when the
      *> table is full.
      *>--------------------------------------------------------------
       2200-FIND-SUBJECT.
           IF WS-ROW-CUST-IDENT = ZERO
               MOVE HS-ACCT-NUMBER TO WS-ROW-ACCT-NUMBER
           ELSE
               MOVE ZERO TO WS-ROW-ACCT-NUMBER
           END-IF
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
               UNTIL WS-SUBJECT-IDX > WS-SUBJECT-COUNT
                  OR WS-FOUND
               IF WS-SB-CUST-IDENT (WS-SUBJECT-IDX) = WS-ROW-CUST-IDENT
                   AND WS-SB-ACCT-NUMBER (WS-SUBJECT-IDX)
                       = WS-ROW-ACCT-NUMBER
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SUBJECT-IDX
               GO TO 2200-EXIT
           END-IF
           IF WS-SUBJECT-COUNT >= 1000
               ADD 1 TO WS-SUBJECT-OVERFLOW
               MOVE ZERO TO WS-SUBJECT-IDX
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-SUBJECT-COUNT
           MOVE WS-SUBJECT-COUNT TO WS-SUBJECT-IDX
           MOVE WS-ROW-CUST-IDENT  TO WS-SB-CUST-IDENT (WS-SUBJECT-IDX)
           MOVE WS-ROW-ACCT-NUMBER TO WS-SB-ACCT-NUMBER (WS-SUBJECT-IDX)
           MOVE ZERO TO WS-SB-CASH-IN (WS-SUBJECT-IDX)
           MOVE ZERO TO WS-SB-CASH-OUT (WS-SUBJECT-IDX)
           MOVE ZERO TO WS-SB-BAND-COUNT (WS-SUBJECT-IDX)
           MOVE ZERO TO WS-SB-BAND-TOTAL (WS-SUBJECT-IDX)
           MOVE ZERO TO WS-SB-BAND-TODAY (WS-SUBJECT-IDX).
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One subject: over the threshold either way today is a
      *> currency-transaction report; enough band deposits in the
      *> window, one of them today, is a structuring alert.
      *>--------------------------------------------------------------
       3000-TEST-ONE-SUBJECT.
           PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT
           IF WS-SB-CASH-IN (WS-SUBJECT-IDX) > WS-THRESHOLD
               OR WS-SB-CASH-OUT (WS-SUBJECT-IDX) > WS-THRESHOLD
               MOVE "C" TO CA-ALERT-TYPE
               PERFORM 3200-RAISE-ALERT THRU 3200-EXIT
               IF WS-ALERT-IS-NEW
                   PERFORM 3300-WRITE-CURRENCY-REPORT THRU 3300-EXIT
                   ADD 1 TO WS-CTR-COUNT
               END-IF
           END-IF
           IF WS-SB-BAND-COUNT (WS-SUBJECT-IDX) >= WS-MIN-DEPOSITS
               AND WS-SB-BAND-TODAY (WS-SUBJECT-IDX) > ZERO
               MOVE "S" TO CA-ALERT-TYPE
               PERFORM 3200-RAISE-ALERT THRU 3200-EXIT
               IF WS-ALERT-IS-NEW
                   ADD 1 TO WS-STRUCTURING-COUNT
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-SWITCH
           IF WS-SB-CUST-IDENT (WS-SUBJECT-IDX) = ZERO
               OR NOT WS-CUSTMAST-OPEN
               GO TO 3100-EXIT
           END-IF
           MOVE WS-SB-CUST-IDENT (WS-SUBJECT-IDX) TO CUST-IDENT
           READ CUSTMAST-FILE
               INVALID KEY GO TO 3100-EXIT
           END-READ
           SET WS-CUSTOMER-ON-FILE TO TRUE.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The alert goes on the review file awaiting compliance, and
      *> on the listing with the SSN masked.  Already on file means
      *> this day has run before: nothing more is written.
      *>--------------------------------------------------------------
       3200-RAISE-ALERT.
           MOVE "N" TO WS-ALERT-SWITCH
           MOVE WS-BUSINESS-DATE TO CA-DETECT-DATE
           MOVE WS-SB-CUST-IDENT (WS-SUBJECT-IDX)  TO CA-CUST-IDENT
           MOVE WS-SB-ACCT-NUMBER (WS-SUBJECT-IDX) TO CA-ACCT-NUMBER
           MOVE WS-SB-CASH-IN (WS-SUBJECT-IDX)     TO CA-CASH-IN-TOTAL
           MOVE WS-SB-CASH-OUT (WS-SUBJECT-IDX)    TO CA-CASH-OUT-TOTAL
           MOVE WS-SB-BAND-COUNT (WS-SUBJECT-IDX)
               TO CA-BAND-DEPOSIT-COUNT
           MOVE WS-SB-BAND-TOTAL (WS-SUBJECT-IDX)
               TO CA-BAND-DEPOSIT-TOTAL
           MOVE WS-WINDOW-START-DATE TO CA-WINDOW-START-DATE
           MOVE SPACE  TO CA-DISPOSITION
           MOVE SPACES TO CA-REVIEWED-BY
           MOVE ZERO   TO CA-REVIEW-DATE
           MOVE SPACES TO CA-REVIEW-NOTE
           WRITE CASH-ALERT-RECORD
               INVALID KEY
                   ADD 1 TO WS-REPEAT-COUNT
                   GO TO 3200-EXIT
           END-WRITE
           SET WS-ALERT-IS-NEW TO TRUE

           IF CA-CURRENCY-REPORT
               MOVE "CURRENCY RPT" TO WS-D-ALERT-TEXT
           ELSE
               MOVE "STRUCTURING " TO WS-D-ALERT-TEXT
           END-IF
           MOVE CA-CUST-IDENT  TO WS-D-CUST-IDENT
           MOVE CA-ACCT-NUMBER TO WS-D-ACCT-NUMBER
           IF WS-CUSTOMER-ON-FILE
               MOVE CUST-NAME      TO WS-D-NAME
               MOVE CUST-SS-SERIAL TO WS-D-SS-SERIAL
           ELSE
               MOVE "NO CUSTOMER LINKED" TO WS-D-NAME
               MOVE ZERO TO WS-D-SS-SERIAL
           END-IF
           MOVE CA-CASH-IN-TOTAL      TO WS-D-CASH-IN
           MOVE CA-CASH-OUT-TOTAL     TO WS-D-CASH-OUT
           MOVE CA-BAND-DEPOSIT-COUNT TO WS-D-BAND-COUNT
           MOVE CA-BAND-DEPOSIT-TOTAL TO WS-D-BAND-TOTAL
           WRITE ALERT-REPORT-LINE FROM WS-DETAIL-LINE.
       3200-EXIT.
           EXIT.

       3300-WRITE-CURRENCY-REPORT.
           MOVE SPACES TO CTR-RECORD
           MOVE WS-BUSINESS-DATE TO CR-BUSINESS-DATE
           MOVE CA-CUST-IDENT    TO CR-CUST-IDENT
           MOVE CA-ACCT-NUMBER   TO CR-ACCT-NUMBER
           IF WS-CUSTOMER-ON-FILE
               MOVE CUST-NAME         TO CR-NAME
               MOVE CUST-SSN          TO CR-SSN
               MOVE CUST-MOB          TO CR-DATE-OF-BIRTH (1:2)
               MOVE CUST-DOB          TO CR-DATE-OF-BIRTH (3:2)
               MOVE CUST-YOB          TO CR-DATE-OF-BIRTH (5:4)
               MOVE CUST-STREET       TO CR-STREET
               MOVE CUST-CITY         TO CR-CITY
               MOVE CUST-STATE        TO CR-STATE
               MOVE CUST-POSTAL-CODE  TO CR-POSTAL-CODE
           ELSE
               MOVE "NO CUSTOMER LINKED" TO CR-NAME
               MOVE ZERO TO CR-SSN
               MOVE ZERO TO CR-DATE-OF-BIRTH
           END-IF
           MOVE CA-CASH-IN-TOTAL  TO CR-CASH-IN
           MOVE CA-CASH-OUT-TOTAL TO CR-CASH-OUT
           WRITE CTR-RECORD.
       3300-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-CTR-COUNT         TO WS-T-CTR
           MOVE WS-STRUCTURING-COUNT TO WS-T-STRUCTURING
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Cash subjects:        " WS-SUBJECT-COUNT
           DISPLAY "Currency reports:     " WS-CTR-COUNT
           DISPLAY "Structuring alerts:   " WS-STRUCTURING-COUNT
           IF WS-REPEAT-COUNT > ZERO
               DISPLAY "Alerts already raised: " WS-REPEAT-COUNT
           END-IF
           IF WS-SUBJECT-OVERFLOW > ZERO
               DISPLAY "CTRMON - " WS-SUBJECT-OVERFLOW
                   " CASH ROWS NOT TESTED - SUBJECT TABLE FULL"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-ACCT-HISTORY-STATUS NOT = "35"
               CLOSE ACCT-HISTORY-FILE
           END-IF
           IF WS-CUSTMAST-OPEN
               CLOSE CUSTMAST-FILE
           END-IF
           CLOSE CASH-REVIEW-FILE
           CLOSE CTR-FILE
           CLOSE ALERT-REPORT-FILE.
       9000-EXIT.
           EXIT.
