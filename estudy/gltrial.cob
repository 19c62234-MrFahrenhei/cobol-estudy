      *> and credit totals and an IN BALANCE / OUT OF BALANCE
      *> verdict, which is the number month-end starts from instead
      *> of a spreadsheet rekeyed off six registers.
      *> 10/15/2026 - a "D" on the optional GLTRLPRM card prints the
      *> trial balance by cost center instead: each department on
      *> the journal (GJ-COST-CENTER, named from DEPTMAST) with its
      *> own accounts and subtotal, company-level postings under
      *> COMPANY LEVEL, and any posting to an account the chart
      *> marks departmental that arrived without a cost center
      *> flagged NO COST CENTER.  The grand totals and verdict are
      *> the same either way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-TRIAL-PARM-FILE ASSIGN TO "GLTRLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-TRIAL-PARM-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT GL-CHART-FILE ASSIGN TO "GLCOA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CHART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-TRIAL-PARM-FILE.
       01 GL-TRIAL-PARM-RECORD.
           02 TP-REPORT-MODE          PIC X(1).

       FD  DEPTMAST-FILE.
           COPY DEPTREC.

       FD  GL-CHART-FILE.
           COPY GLCOA.

       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-GL-TRIAL-PARM-STATUS     PIC XX VALUE "00".
       01 WS-DEPTMAST-STATUS          PIC XX VALUE "00".
       01 WS-GL-CHART-STATUS          PIC XX VALUE "00".
       01 WS-GL-JOURNAL-STATUS        PIC XX VALUE "00".
       01 WS-TRIAL-BALANCE-STATUS     PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-REPORT-MODE               PIC X VALUE "C".
           88 WS-BY-COST-CENTER            VALUE "D".

      *>--------------------------------------------------------------
      *> One slot per account seen on the chart or in the journal:
           02 WS-ACCT-ENTRY OCCURS 200 TIMES.
               03 WS-AT-NUMBER        PIC 9(4).
               03 WS-AT-NAME          PIC X(30).
               03 WS-AT-CC-FLAG       PIC X(1).
                   88 WS-AT-BY-COST-CENTER VALUE "Y".
               03 WS-AT-DEBITS        PIC S9(11)V99.
               03 WS-AT-CREDITS       PIC S9(11)V99.

      *>--------------------------------------------------------------
      *> By cost center only: one slot per account within cost
      *> center, and the cost centers seen, kept in code order.
      *>--------------------------------------------------------------
       01 WS-SLOT-COUNT               PIC 9(4) COMP VALUE ZERO.
       01 WS-SLOT-IDX                 PIC 9(4) COMP VALUE ZERO.
       01 WS-SLOT-FOUND-IDX           PIC 9(4) COMP VALUE ZERO.
       01 WS-SLOT-TABLE.
           02 WS-SLOT-ENTRY OCCURS 3000 TIMES.
               03 WS-ST-ACCT-IDX      PIC 9(3) COMP.
               03 WS-ST-COST-CENTER   PIC X(15).
               03 WS-ST-DEBITS        PIC S9(11)V99.
               03 WS-ST-CREDITS       PIC S9(11)V99.
       01 WS-CC-COUNT                 PIC 9(3) COMP VALUE ZERO.
       01 WS-CC-IDX                   PIC 9(3) COMP VALUE ZERO.
       01 WS-CC-FOUND-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-CC-TABLE.
           02 WS-CC-ENTRY OCCURS 300 TIMES.
               03 WS-CC-CODE          PIC X(15).
       01 WS-CC-PLACED-SWITCH         PIC X VALUE "N".
           88 WS-CC-PLACED                VALUE "Y".
       01 WS-CC-DEBITS                PIC S9(11)V99 VALUE ZERO.
       01 WS-CC-CREDITS               PIC S9(11)V99 VALUE ZERO.
       01 WS-SLOT-OVERFLOW-COUNT      PIC 9(7) COMP VALUE ZERO.

       01 WS-JOURNAL-LINE-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-GRAND-DEBITS             PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-CREDITS            PIC S9(11)V99 VALUE ZERO.
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-H-MODE         PIC X(20) VALUE "CONSOLIDATED".
       01 WS-COLUMN-LINE     PIC X(70) VALUE
           "ACCT  NAME                            DEBITS         CREDITS".
       01 WS-DETAIL-LINE.
           02 WS-D-DEBITS       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CREDITS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-FLAG         PIC X(16).
       01 WS-COST-CENTER-LINE.
           02 FILLER            PIC X(13) VALUE "COST CENTER: ".
           02 WS-C-COST-CENTER  PIC X(15).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-C-DEPT-NAME    PIC X(25).
       01 WS-CC-TOTAL-LINE.
           02 FILLER            PIC X(39) VALUE
               "    COST CENTER TOTAL".
           02 WS-CT-DEBITS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-CT-CREDITS     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(39) VALUE
               "*** TOTALS".
       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT GL-TRIAL-PARM-FILE
           IF WS-GL-TRIAL-PARM-STATUS = "00"
               READ GL-TRIAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-REPORT-MODE = "D"
                           MOVE "D" TO WS-REPORT-MODE
                       END-IF
               END-READ
               CLOSE GL-TRIAL-PARM-FILE
           END-IF
           PERFORM 1100-LOAD-CHART THRU 1100-EXIT
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GL-JOURNAL-STATUS = "35"
               DISPLAY "No GLJRNL on file - nothing has posted yet"
               SET WS-EOF TO TRUE
           END-IF
           IF WS-BY-COST-CENTER
               OPEN INPUT DEPTMAST-FILE
               MOVE "BY COST CENTER" TO WS-H-MODE
           END-IF
           OPEN OUTPUT TRIAL-BALANCE-FILE
           WRITE TRIAL-BALANCE-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
                           WS-AT-NUMBER (WS-ACCT-COUNT)
                       MOVE GL-ACCT-NAME TO
                           WS-AT-NAME (WS-ACCT-COUNT)
                       MOVE GL-COST-CENTER-FLAG TO
                           WS-AT-CC-FLAG (WS-ACCT-COUNT)
                       MOVE ZERO TO WS-AT-DEBITS (WS-ACCT-COUNT)
                       MOVE ZERO TO WS-AT-CREDITS (WS-ACCT-COUNT)
               END-READ
           ADD GJ-CREDIT-AMOUNT TO WS-AT-CREDITS (WS-ACCT-FOUND-IDX)
           ADD GJ-DEBIT-AMOUNT  TO WS-GRAND-DEBITS
           ADD GJ-CREDIT-AMOUNT TO WS-GRAND-CREDITS
           IF WS-BY-COST-CENTER
               PERFORM 2200-FIND-COST-CENTER-SLOT THRU 2200-EXIT
               IF WS-SLOT-FOUND-IDX > ZERO
                   ADD GJ-DEBIT-AMOUNT
                       TO WS-ST-DEBITS (WS-SLOT-FOUND-IDX)
                   ADD GJ-CREDIT-AMOUNT
                       TO WS-ST-CREDITS (WS-SLOT-FOUND-IDX)
               END-IF
           END-IF
           READ GL-JOURNAL-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
               ADD 1 TO WS-ACCT-COUNT
               MOVE GJ-ACCT-NUMBER TO WS-AT-NUMBER (WS-ACCT-COUNT)
               MOVE "(NOT ON CHART)" TO WS-AT-NAME (WS-ACCT-COUNT)
               MOVE SPACE TO WS-AT-CC-FLAG (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AT-DEBITS (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AT-CREDITS (WS-ACCT-COUNT)
               MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IDX
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Find (or open) the journal line's slot within its cost
      *> center, entering a new cost center in code order.  A full
      *> table still counts in the consolidated totals; the cost
      *> center listing says how many lines it could not place.
      *>--------------------------------------------------------------
       2200-FIND-COST-CENTER-SLOT.
           MOVE ZERO TO WS-SLOT-FOUND-IDX
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                  OR WS-SLOT-FOUND-IDX > ZERO
               IF WS-ST-ACCT-IDX (WS-SLOT-IDX) = WS-ACCT-FOUND-IDX
                   AND WS-ST-COST-CENTER (WS-SLOT-IDX) = GJ-COST-CENTER
                   MOVE WS-SLOT-IDX TO WS-SLOT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SLOT-FOUND-IDX > ZERO
               GO TO 2200-EXIT
           END-IF
           IF WS-SLOT-COUNT >= 3000
               ADD 1 TO WS-SLOT-OVERFLOW-COUNT
               GO TO 2200-EXIT
           END-IF
           MOVE ZERO TO WS-CC-FOUND-IDX
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
                  OR WS-CC-FOUND-IDX > ZERO
               IF WS-CC-CODE (WS-CC-IDX) = GJ-COST-CENTER
                   MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CC-FOUND-IDX = ZERO AND WS-CC-COUNT >= 300
               ADD 1 TO WS-SLOT-OVERFLOW-COUNT
               GO TO 2200-EXIT
           END-IF
           IF WS-CC-FOUND-IDX = ZERO
               MOVE WS-CC-COUNT TO WS-CC-IDX
               MOVE "N" TO WS-CC-PLACED-SWITCH
               PERFORM UNTIL WS-CC-IDX = ZERO OR WS-CC-PLACED
                   IF WS-CC-CODE (WS-CC-IDX) < GJ-COST-CENTER
                       SET WS-CC-PLACED TO TRUE
                   ELSE
                       MOVE WS-CC-CODE (WS-CC-IDX)
                           TO WS-CC-CODE (WS-CC-IDX + 1)
                       SUBTRACT 1 FROM WS-CC-IDX
                   END-IF
               END-PERFORM
               MOVE GJ-COST-CENTER TO WS-CC-CODE (WS-CC-IDX + 1)
               ADD 1 TO WS-CC-COUNT
           END-IF

           ADD 1 TO WS-SLOT-COUNT
           MOVE WS-SLOT-COUNT TO WS-SLOT-FOUND-IDX
           MOVE WS-ACCT-FOUND-IDX TO WS-ST-ACCT-IDX (WS-SLOT-COUNT)
           MOVE GJ-COST-CENTER TO WS-ST-COST-CENTER (WS-SLOT-COUNT)
           MOVE ZERO TO WS-ST-DEBITS (WS-SLOT-COUNT)
           MOVE ZERO TO WS-ST-CREDITS (WS-SLOT-COUNT).
       2200-EXIT.
           EXIT.

       8000-PRINT-TRIAL-BALANCE.
           IF WS-BY-COST-CENTER
               PERFORM 8200-PRINT-ONE-COST-CENTER THRU 8200-EXIT
                   VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-SLOT-OVERFLOW-COUNT > ZERO
                   DISPLAY "GLTRIAL - " WS-SLOT-OVERFLOW-COUNT
                       " LINES NOT PLACED BY COST CENTER"
               END-IF
           ELSE
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   MOVE WS-AT-NUMBER (WS-ACCT-IDX)  TO WS-D-ACCT-NUMBER
                   MOVE WS-AT-NAME (WS-ACCT-IDX)    TO WS-D-ACCT-NAME
                   MOVE WS-AT-DEBITS (WS-ACCT-IDX)  TO WS-D-DEBITS
                   MOVE WS-AT-CREDITS (WS-ACCT-IDX) TO WS-D-CREDITS
                   MOVE SPACES                      TO WS-D-FLAG
                   WRITE TRIAL-BALANCE-LINE FROM WS-DETAIL-LINE
               END-PERFORM
           END-IF
           MOVE WS-GRAND-DEBITS  TO WS-T-DEBITS
           MOVE WS-GRAND-CREDITS TO WS-T-CREDITS
           WRITE TRIAL-BALANCE-LINE FROM WS-TOTAL-LINE
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One cost center: its heading, its accounts in chart order,
      *> and its subtotal.
      *>--------------------------------------------------------------
       8200-PRINT-ONE-COST-CENTER.
           MOVE WS-CC-CODE (WS-CC-IDX) TO WS-C-COST-CENTER
           IF WS-CC-CODE (WS-CC-IDX) = SPACES
               MOVE "COMPANY LEVEL" TO WS-C-COST-CENTER
               MOVE SPACES TO WS-C-DEPT-NAME
           ELSE
               PERFORM 8300-NAME-DEPARTMENT THRU 8300-EXIT
           END-IF
           MOVE SPACES TO TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE
           WRITE TRIAL-BALANCE-LINE FROM WS-COST-CENTER-LINE
           MOVE ZERO TO WS-CC-DEBITS WS-CC-CREDITS
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                   IF WS-ST-ACCT-IDX (WS-SLOT-IDX) = WS-ACCT-IDX
                       AND WS-ST-COST-CENTER (WS-SLOT-IDX)
                           = WS-CC-CODE (WS-CC-IDX)
                       PERFORM 8210-PRINT-SLOT THRU 8210-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-CC-DEBITS  TO WS-CT-DEBITS
           MOVE WS-CC-CREDITS TO WS-CT-CREDITS
           WRITE TRIAL-BALANCE-LINE FROM WS-CC-TOTAL-LINE.
       8200-EXIT.
           EXIT.

       8210-PRINT-SLOT.
           MOVE WS-AT-NUMBER (WS-ACCT-IDX)   TO WS-D-ACCT-NUMBER
           MOVE WS-AT-NAME (WS-ACCT-IDX)     TO WS-D-ACCT-NAME
           MOVE WS-ST-DEBITS (WS-SLOT-IDX)   TO WS-D-DEBITS
           MOVE WS-ST-CREDITS (WS-SLOT-IDX)  TO WS-D-CREDITS
           MOVE SPACES                       TO WS-D-FLAG
           IF WS-AT-BY-COST-CENTER (WS-ACCT-IDX)
               AND WS-ST-COST-CENTER (WS-SLOT-IDX) = SPACES
               MOVE "NO COST CENTER" TO WS-D-FLAG
           END-IF
           WRITE TRIAL-BALANCE-LINE FROM WS-DETAIL-LINE
           ADD WS-ST-DEBITS (WS-SLOT-IDX)  TO WS-CC-DEBITS
           ADD WS-ST-CREDITS (WS-SLOT-IDX) TO WS-CC-CREDITS.
       8210-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The department's name from DEPTMAST; one the master does
      *> not know is its own finding.
      *>--------------------------------------------------------------
       8300-NAME-DEPARTMENT.
           MOVE "NOT ON DEPTMAST" TO WS-C-DEPT-NAME
           IF WS-DEPTMAST-STATUS = "35"
               GO TO 8300-EXIT
           END-IF
           MOVE WS-CC-CODE (WS-CC-IDX) TO DEPT-CODE
           READ DEPTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEPT-NAME TO WS-C-DEPT-NAME
           END-READ.
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-GL-JOURNAL-STATUS NOT = "35"
               CLOSE GL-JOURNAL-FILE
           END-IF
           IF WS-BY-COST-CENTER AND WS-DEPTMAST-STATUS NOT = "35"
               CLOSE DEPTMAST-FILE
           END-IF
           CLOSE TRIAL-BALANCE-FILE.
       9000-EXIT.
           EXIT.
