       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recert.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Quarterly operator access recertification.  Nothing ever
      *> asked whether the operators on OPERMAST still needed the
      *> access they hold: an operator who changed jobs or left kept
      *> update authority until someone remembered to lock them out.
      *> Run after each calendar quarter closes, this program
      *>   - finds every operator's last successful sign-on and
      *>     last audited action on AUDITLOG and its AUDARCH archive,
      *>     and disables (OPERMAST flag D, see OPERREC.cpy) an
      *>     operator whose latest activity - sign-on, action,
      *>     password change or recertification - is more than the
      *>     SECPARM dormant-day count old (default 90), with an
      *>     AUDITLOG row for each;
      *>   - prints RECRTRPT, the operators grouped by department
      *>     with the department manager from DEPTMAST, showing for
      *>     the quarter just closed each operator's level, status,
      *>     last sign-on, sign-ons, audited actions, sensitive
      *>     changes made (PENDCHG) and changes approved as checker
      *>     (apprvq.cob), and flagging anyone who has been both
      *>     maker and checker;
      *>   - writes RECRTDEC, the managers' turnaround (RECRTDEC.cpy)
      *>     with a blank decision for every operator still enabled,
      *>     which operadm.cob applies once it has been marked.  While
      *>     the last turnaround still holds a marked row operadm.cob
      *>     has not applied, RECRTDEC is left as it is and the run
      *>     ends RC 8 with the refusal on RECRTRPT.
      *> An operator with no department is reported under
      *> UNASSIGNED until operadm.cob gives them one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-PARM-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARCHIVE-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-CHANGE-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT RECERT-DECISION-FILE ASSIGN TO "RECRTDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-DECISION-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEC-PARM-FILE.
       01 SEC-PARM-RECORD.
           02 SP-EXPIRY-DAYS          PIC 9(4).
           02 FILLER                  PIC X(2).
           02 SP-MAX-ATTEMPTS         PIC 9(2).
           02 FILLER                  PIC X(2).
           02 SP-DORMANT-DAYS         PIC 9(3).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD.
           02 AA-ARCHIVE-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AA-AUDIT-IMAGE          PIC X(91).

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  DEPTMAST-FILE.
           COPY DEPTREC.

       FD  RECERT-DECISION-FILE.
           COPY RECRTDEC.

       FD  RECERT-REPORT-FILE.
       01 RECERT-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
           02 WS-BUSINESS-YYYY     PIC 9(4).
           02 WS-BUSINESS-MM       PIC 9(2).
           02 WS-BUSINESS-DD       PIC 9(2).
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-SEC-PARM-STATUS          PIC XX VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS   PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS         PIC XX VALUE "00".
       01 WS-AUDIT-ARCHIVE-STATUS     PIC XX VALUE "00".
       01 WS-PENDING-CHANGE-STATUS    PIC XX VALUE "00".
       01 WS-DEPTMAST-STATUS          PIC XX VALUE "00".
       01 WS-RECERT-DECISION-STATUS   PIC XX VALUE "00".
       01 WS-RECERT-REPORT-STATUS     PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-REFUSED-SWITCH            PIC X VALUE "N".
           88 WS-RUN-REFUSED               VALUE "Y".
       01 WS-DEPTMAST-SWITCH           PIC X VALUE "N".
           88 WS-DEPTMAST-OPEN             VALUE "Y".
       01 WS-UNAPPLIED-SWITCH          PIC X VALUE "N".
           88 WS-DECISIONS-UNAPPLIED       VALUE "Y".

       01 WS-DORMANT-DAYS             PIC 9(3) VALUE 90.
       01 WS-TODAY-INTEGER            PIC 9(7) VALUE ZERO.
       01 WS-ACTIVITY-INTEGER         PIC 9(7) VALUE ZERO.
       01 WS-DORMANT-FOR-DAYS         PIC 9(7) VALUE ZERO.
       01 WS-LAST-ACTIVITY-DATE       PIC 9(8) VALUE ZERO.

      *>   The calendar quarter most recently closed.
       01 WS-QUARTER-START            PIC 9(8) VALUE ZERO.
       01 WS-QUARTER-START-PARTS REDEFINES WS-QUARTER-START.
           02 WS-QS-YYYY              PIC 9(4).
           02 WS-QS-MM                PIC 9(2).
           02 WS-QS-DD                PIC 9(2).
       01 WS-QUARTER-END              PIC 9(8) VALUE ZERO.
       01 WS-QUARTER-END-PARTS REDEFINES WS-QUARTER-END.
           02 WS-QE-YYYY              PIC 9(4).
           02 WS-QE-MM                PIC 9(2).
           02 WS-QE-DD                PIC 9(2).
       01 WS-QUARTER-NUMBER           PIC 9 VALUE ZERO.

      *>   One AUDITLOG row, read from the log itself or unpacked
      *>   from an AUDARCH archive image.
       01 WS-SCAN-ROW.
           02 WS-SC-PROGRAM-ID        PIC X(10).
           02 FILLER                  PIC X(2).
           02 WS-SC-KEY               PIC X(10).
           02 FILLER                  PIC X(2).
           02 WS-SC-DECISION          PIC X(30).
           02 FILLER                  PIC X(2).
           02 WS-SC-AGE               PIC X(2).
           02 FILLER                  PIC X(2).
           02 WS-SC-TIMESTAMP         PIC X(21).
           02 FILLER                  PIC X(2).
           02 WS-SC-OPERATOR-ID       PIC X(8).
       01 WS-SCAN-DATE                PIC 9(8) VALUE ZERO.
       01 WS-SCAN-ID                  PIC X(8) VALUE SPACES.

      *>   OPERMAST, loaded whole: the record image is kept so the
      *>   rewrite carries every field back exactly as read.
       01 WS-OPER-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-FOUND-IDX                PIC 9(3) COMP VALUE ZERO.
       01 WS-OPER-TABLE.
           02 WS-OPER-ENTRY OCCURS 100 TIMES.
               03 WS-OP-IMAGE         PIC X(65).
               03 WS-OP-ID            PIC X(8).
               03 WS-OP-DEPT-CODE     PIC X(15).
               03 WS-OP-STATUS        PIC X(12).
               03 WS-OP-LAST-SIGNON   PIC 9(8).
               03 WS-OP-LAST-ACTION   PIC 9(8).
               03 WS-OP-SIGNONS       PIC 9(5) COMP.
               03 WS-OP-ACTIONS       PIC 9(5) COMP.
               03 WS-OP-MADE          PIC 9(5) COMP.
               03 WS-OP-CHECKED       PIC 9(5) COMP.
               03 WS-OP-PRINTED       PIC X(1).

       01 WS-CURRENT-DEPT             PIC X(15) VALUE SPACES.
       01 WS-NEXT-DEPT-IDX            PIC 9(3) COMP VALUE ZERO.
       01 WS-MANAGER                  PIC X(30) VALUE SPACES.

       01 WS-DISABLED-NOW-COUNT       PIC 9(5) COMP VALUE ZERO.
       01 WS-ALREADY-DISABLED-COUNT   PIC 9(5) COMP VALUE ZERO.
       01 WS-DUAL-ROLE-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-DECISION-ROW-COUNT       PIC 9(5) COMP VALUE ZERO.
       01 WS-UNASSIGNED-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-NO-ACTIVITY-COUNT        PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1.
           02 FILLER            PIC X(37)
               VALUE "*** OPERATOR ACCESS RECERTIFICATION -".
           02 FILLER            PIC X(10) VALUE " QUARTER: ".
           02 WS-H-QUARTER-START PIC 9999/99/99.
           02 FILLER            PIC X(4)  VALUE " TO ".
           02 WS-H-QUARTER-END  PIC 9999/99/99.
           02 FILLER            PIC X(4)  VALUE " ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9999/99/99.
           02 FILLER            PIC X(16) VALUE "  DORMANT DAYS: ".
           02 WS-H-DORMANT-DAYS PIC ZZ9.
       01 WS-DEPT-LINE.
           02 FILLER            PIC X(12) VALUE "DEPARTMENT: ".
           02 WS-DL-DEPT-CODE   PIC X(15).
           02 FILLER            PIC X(11) VALUE "  MANAGER: ".
           02 WS-DL-MANAGER     PIC X(30).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(10) VALUE "OPERATOR".
           02 FILLER            PIC X(5)  VALUE "LVL".
           02 FILLER            PIC X(14) VALUE "STATUS".
           02 FILLER            PIC X(12) VALUE "LAST SIGNON".
           02 FILLER            PIC X(9)  VALUE "SIGN-ONS".
           02 FILLER            PIC X(9)  VALUE "ACTIONS".
           02 FILLER            PIC X(6)  VALUE "MADE".
           02 FILLER            PIC X(9)  VALUE "CHECKED".
       01 WS-DETAIL-LINE.
           02 WS-D-OPERATOR-ID  PIC X(8).
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-D-AUTH-LEVEL   PIC X(1).
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-D-STATUS       PIC X(12).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-LAST-SIGNON  PIC X(10).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-SIGNONS      PIC ZZZZ9.
           02 FILLER            PIC X(4)  VALUE SPACE.
           02 WS-D-ACTIONS      PIC ZZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-MADE         PIC ZZZZ9.
           02 FILLER            PIC X(3)  VALUE SPACE.
           02 WS-D-CHECKED      PIC ZZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-FLAG         PIC X(17).
       01 WS-SIGNON-EDIT            PIC 9999/99/99.
       01 WS-REFUSED-LINE.
           02 FILLER            PIC X(40)
               VALUE "*** RECRTDEC NOT REWRITTEN - MARKED DECI".
           02 FILLER            PIC X(40)
               VALUE "SIONS NOT YET APPLIED BY OPERADM ***".
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(4)  VALUE "*** ".
           02 WS-T-LABEL        PIC X(34).
           02 WS-T-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-REFUSED
               STOP RUN
           END-IF
           PERFORM 2000-SCAN-AUDIT-ARCHIVE THRU 2000-EXIT
           PERFORM 2500-SCAN-AUDIT-LOG THRU 2500-EXIT
           PERFORM 3000-SCAN-PENDING-CHANGES THRU 3000-EXIT
           PERFORM 4000-DISABLE-DORMANT THRU 4000-EXIT
           PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
           PERFORM 6000-WRITE-DECISIONS THRU 6000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)

           OPEN INPUT SEC-PARM-FILE
           IF WS-SEC-PARM-STATUS = "00"
               READ SEC-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-DORMANT-DAYS IS NUMERIC
                           AND SP-DORMANT-DAYS > ZERO
                           MOVE SP-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE SEC-PARM-FILE
           END-IF

      *>   The quarter before the one the business date falls in.
           COMPUTE WS-QUARTER-NUMBER = (WS-BUSINESS-MM - 1) / 3 + 1
           IF WS-QUARTER-NUMBER = 1
               COMPUTE WS-QS-YYYY = WS-BUSINESS-YYYY - 1
               MOVE 10 TO WS-QS-MM
           ELSE
               MOVE WS-BUSINESS-YYYY TO WS-QS-YYYY
               COMPUTE WS-QS-MM = (WS-QUARTER-NUMBER - 2) * 3 + 1
           END-IF
           MOVE 01 TO WS-QS-DD
           MOVE WS-QS-YYYY TO WS-QE-YYYY
           COMPUTE WS-QE-MM = WS-QS-MM + 2
           IF WS-QE-MM = 6 OR 9
               MOVE 30 TO WS-QE-DD
           ELSE
               MOVE 31 TO WS-QE-DD
           END-IF

           PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT
           IF WS-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT RECERT-REPORT-FILE
           MOVE WS-QUARTER-START TO WS-H-QUARTER-START
           MOVE WS-QUARTER-END   TO WS-H-QUARTER-END
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-DORMANT-DAYS  TO WS-H-DORMANT-DAYS
           WRITE RECERT-REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE RECERT-REPORT-LINE FROM WS-HEADING-LINE-2.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> More operators than the table holds would mean rewriting
      *> OPERMAST short, so the run stops instead, as operadm.cob
      *> does.
      *>--------------------------------------------------------------
       1100-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "No OPERMAST on file - nothing to recertify"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-OPER-COUNT >= 100
               READ OPERATOR-MASTER-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OPER-COUNT
                       PERFORM 1200-LOAD-ONE-OPERATOR THRU 1200-EXIT
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ OPERATOR-MASTER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           IF NOT WS-EOF
               DISPLAY "More than 100 operators on OPERMAST - "
                   "recertification not run"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-OPERATOR.
           IF OP-RECERT-DATE NOT NUMERIC
               MOVE ZERO TO OP-RECERT-DATE
           END-IF
           MOVE OPERATOR-RECORD TO WS-OP-IMAGE (WS-OPER-COUNT)
           MOVE OP-OPERATOR-ID  TO WS-OP-ID (WS-OPER-COUNT)
           MOVE OP-DEPT-CODE    TO WS-OP-DEPT-CODE (WS-OPER-COUNT)
           MOVE ZERO TO WS-OP-LAST-SIGNON (WS-OPER-COUNT)
           MOVE ZERO TO WS-OP-LAST-ACTION (WS-OPER-COUNT)
           MOVE ZERO TO WS-OP-SIGNONS (WS-OPER-COUNT)
           MOVE ZERO TO WS-OP-ACTIONS (WS-OPER-COUNT)
           MOVE ZERO TO WS-OP-MADE (WS-OPER-COUNT)
           MOVE ZERO TO WS-OP-CHECKED (WS-OPER-COUNT)
           MOVE "N"  TO WS-OP-PRINTED (WS-OPER-COUNT)
           EVALUATE TRUE
               WHEN OP-DISABLED
                   MOVE "DISABLED" TO WS-OP-STATUS (WS-OPER-COUNT)
               WHEN OP-LOCKED
                   MOVE "LOCKED"   TO WS-OP-STATUS (WS-OPER-COUNT)
               WHEN OTHER
                   MOVE "ACTIVE"   TO WS-OP-STATUS (WS-OPER-COUNT)
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Older audit rows live on AUDARCH once audarch.cob has moved
      *> them off the log; a sign-on there still counts.
      *>--------------------------------------------------------------
       2000-SCAN-AUDIT-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDIT-ARCHIVE-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ AUDIT-ARCHIVE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AA-AUDIT-IMAGE TO WS-SCAN-ROW
                       PERFORM 2100-TALLY-AUDIT-ROW THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE-FILE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A granted sign-on is logged under the operator's id as the
      *> key; every other row is credited to the operator who was
      *> signed on.  Only the last sign-on and last action dates
      *> look outside the quarter.
      *>--------------------------------------------------------------
       2100-TALLY-AUDIT-ROW.
           IF WS-SC-TIMESTAMP (1:8) NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE WS-SC-TIMESTAMP (1:8) TO WS-SCAN-DATE
           IF WS-SC-PROGRAM-ID = "OPERSIGN"
               IF WS-SC-DECISION NOT = "SIGN-ON GRANTED"
                   GO TO 2100-EXIT
               END-IF
               MOVE WS-SC-KEY (1:8) TO WS-SCAN-ID
               PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT
               IF WS-FOUND-IDX = ZERO
                   GO TO 2100-EXIT
               END-IF
               IF WS-SCAN-DATE > WS-OP-LAST-SIGNON (WS-FOUND-IDX)
                   MOVE WS-SCAN-DATE TO WS-OP-LAST-SIGNON (WS-FOUND-IDX)
               END-IF
               IF WS-SCAN-DATE NOT < WS-QUARTER-START
                   AND WS-SCAN-DATE NOT > WS-QUARTER-END
                   ADD 1 TO WS-OP-SIGNONS (WS-FOUND-IDX)
               END-IF
               GO TO 2100-EXIT
           END-IF
           MOVE WS-SC-OPERATOR-ID TO WS-SCAN-ID
           PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT
           IF WS-FOUND-IDX = ZERO
               GO TO 2100-EXIT
           END-IF
           IF WS-SCAN-DATE > WS-OP-LAST-ACTION (WS-FOUND-IDX)
               MOVE WS-SCAN-DATE TO WS-OP-LAST-ACTION (WS-FOUND-IDX)
           END-IF
           IF WS-SCAN-DATE < WS-QUARTER-START
               OR WS-SCAN-DATE > WS-QUARTER-END
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-OP-ACTIONS (WS-FOUND-IDX)
           IF WS-SC-PROGRAM-ID = "APPRVQ"
               ADD 1 TO WS-OP-CHECKED (WS-FOUND-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-OPERATOR.
           MOVE ZERO TO WS-FOUND-IDX
           IF WS-SCAN-ID = SPACES
               GO TO 2200-EXIT
           END-IF
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   OR WS-FOUND-IDX > ZERO
               IF WS-OP-ID (WS-OPER-IDX) = WS-SCAN-ID
                   MOVE WS-OPER-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2500-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ AUDIT-LOG-FILE INTO WS-SCAN-ROW
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-TALLY-AUDIT-ROW THRU 2100-EXIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Every sensitive change entered in the quarter, whatever
      *> became of it, counts to the clerk who made it.
      *>--------------------------------------------------------------
       3000-SCAN-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-CHANGE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ PENDING-CHANGE-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-TALLY-CHANGE THRU 3100-EXIT
               END-READ
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE.
       3000-EXIT.
           EXIT.

       3100-TALLY-CHANGE.
           IF PC-ENTERED-STAMP (1:8) NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           MOVE PC-ENTERED-STAMP (1:8) TO WS-SCAN-DATE
           IF WS-SCAN-DATE < WS-QUARTER-START
               OR WS-SCAN-DATE > WS-QUARTER-END
               GO TO 3100-EXIT
           END-IF
           MOVE PC-MAKER-ID TO WS-SCAN-ID
           PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT
           IF WS-FOUND-IDX > ZERO
               ADD 1 TO WS-OP-MADE (WS-FOUND-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Dormancy runs from the latest of the last sign-on, the last
      *> audited action under the operator's id, the last password
      *> change and the last recertification.  An operator with none
      *> of these on record has no date to run from, so is left
      *> enabled and reported as NO ACTIVITY for the manager to
      *> decide on the turnaround.  A disabled operator is written
      *> back to OPERMAST at once and logged; operadm.cob's unlock
      *> re-enables one.
      *>--------------------------------------------------------------
       4000-DISABLE-DORMANT.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               PERFORM 4100-CHECK-DORMANT THRU 4100-EXIT
           END-PERFORM
           IF WS-DISABLED-NOW-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF
           OPEN OUTPUT OPERATOR-MASTER-FILE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               WRITE OPERATOR-RECORD FROM WS-OP-IMAGE (WS-OPER-IDX)
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.
       4000-EXIT.
           EXIT.

       4100-CHECK-DORMANT.
           MOVE WS-OP-IMAGE (WS-OPER-IDX) TO OPERATOR-RECORD
           IF OP-DISABLED
               ADD 1 TO WS-ALREADY-DISABLED-COUNT
               GO TO 4100-EXIT
           END-IF
           MOVE WS-OP-LAST-SIGNON (WS-OPER-IDX) TO WS-LAST-ACTIVITY-DATE
           IF WS-OP-LAST-ACTION (WS-OPER-IDX) > WS-LAST-ACTIVITY-DATE
               MOVE WS-OP-LAST-ACTION (WS-OPER-IDX)
                   TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF OP-PASSWORD-CHANGED NUMERIC
               AND OP-PASSWORD-CHANGED > WS-LAST-ACTIVITY-DATE
               MOVE OP-PASSWORD-CHANGED TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF OP-RECERT-DATE > WS-LAST-ACTIVITY-DATE
               MOVE OP-RECERT-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF WS-LAST-ACTIVITY-DATE > WS-BUSINESS-DATE
               GO TO 4100-EXIT
           END-IF
           IF WS-LAST-ACTIVITY-DATE = ZERO
               MOVE "NO ACTIVITY" TO WS-OP-STATUS (WS-OPER-IDX)
               ADD 1 TO WS-NO-ACTIVITY-COUNT
               GO TO 4100-EXIT
           END-IF
           COMPUTE WS-ACTIVITY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-LAST-ACTIVITY-DATE)
           COMPUTE WS-DORMANT-FOR-DAYS =
               WS-TODAY-INTEGER - WS-ACTIVITY-INTEGER
           IF WS-DORMANT-FOR-DAYS NOT > WS-DORMANT-DAYS
               GO TO 4100-EXIT
           END-IF
           MOVE "D" TO OP-LOCKED-FLAG
           MOVE OPERATOR-RECORD TO WS-OP-IMAGE (WS-OPER-IDX)
           MOVE "DISABLED NOW" TO WS-OP-STATUS (WS-OPER-IDX)
           ADD 1 TO WS-DISABLED-NOW-COUNT

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "RECERT"         TO AL-PROGRAM-ID
           MOVE OP-OPERATOR-ID   TO AL-KEY
           MOVE "DISABLED - DORMANT" TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE "BATCH"          TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Departments in code order, each operator printed once under
      *> the first pass that reaches their department; spaces sort
      *> first, so UNASSIGNED heads the report.
      *>--------------------------------------------------------------
       5000-PRINT-REPORT.
           OPEN INPUT DEPTMAST-FILE
           IF WS-DEPTMAST-STATUS = "00"
               SET WS-DEPTMAST-OPEN TO TRUE
           END-IF
           PERFORM 5100-FIND-NEXT-DEPT THRU 5100-EXIT
           PERFORM UNTIL WS-NEXT-DEPT-IDX = ZERO
               MOVE WS-OP-DEPT-CODE (WS-NEXT-DEPT-IDX)
                   TO WS-CURRENT-DEPT
               PERFORM 5200-PRINT-DEPARTMENT THRU 5200-EXIT
               PERFORM 5100-FIND-NEXT-DEPT THRU 5100-EXIT
           END-PERFORM
           IF WS-DEPTMAST-OPEN
               CLOSE DEPTMAST-FILE
           END-IF

           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           MOVE "OPERATORS REVIEWED"            TO WS-T-LABEL
           MOVE WS-OPER-COUNT                   TO WS-T-COUNT
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "WITH NO DEPARTMENT"            TO WS-T-LABEL
           MOVE WS-UNASSIGNED-COUNT             TO WS-T-COUNT
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "DISABLED THIS RUN - DORMANT"   TO WS-T-LABEL
           MOVE WS-DISABLED-NOW-COUNT           TO WS-T-COUNT
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "NO ACTIVITY ON RECORD"         TO WS-T-LABEL
           MOVE WS-NO-ACTIVITY-COUNT            TO WS-T-COUNT
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "ALREADY DISABLED"              TO WS-T-LABEL
           MOVE WS-ALREADY-DISABLED-COUNT       TO WS-T-COUNT
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "BOTH MAKER AND CHECKER"        TO WS-T-LABEL
           MOVE WS-DUAL-ROLE-COUNT              TO WS-T-COUNT
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE.
       5000-EXIT.
           EXIT.

       5100-FIND-NEXT-DEPT.
           MOVE ZERO TO WS-NEXT-DEPT-IDX
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OP-PRINTED (WS-OPER-IDX) = "N"
                   IF WS-NEXT-DEPT-IDX = ZERO
                       MOVE WS-OPER-IDX TO WS-NEXT-DEPT-IDX
                   ELSE
                       IF WS-OP-DEPT-CODE (WS-OPER-IDX) <
                           WS-OP-DEPT-CODE (WS-NEXT-DEPT-IDX)
                           MOVE WS-OPER-IDX TO WS-NEXT-DEPT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       5100-EXIT.
           EXIT.

       5200-PRINT-DEPARTMENT.
           MOVE SPACES TO WS-MANAGER
           IF WS-CURRENT-DEPT = SPACES
               MOVE "UNASSIGNED" TO WS-DL-DEPT-CODE
               MOVE "(ASSIGN IN OPERADM)" TO WS-MANAGER
           ELSE
               MOVE WS-CURRENT-DEPT TO WS-DL-DEPT-CODE
               MOVE "NOT ON DEPTMAST" TO WS-MANAGER
               IF WS-DEPTMAST-OPEN
                   MOVE WS-CURRENT-DEPT TO DEPT-CODE
                   READ DEPTMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DEPT-MANAGER TO WS-MANAGER
                   END-READ
               END-IF
           END-IF
           MOVE WS-MANAGER TO WS-DL-MANAGER
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE FROM WS-DEPT-LINE
           WRITE RECERT-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OP-PRINTED (WS-OPER-IDX) = "N"
                   AND WS-OP-DEPT-CODE (WS-OPER-IDX) = WS-CURRENT-DEPT
                   PERFORM 5300-PRINT-OPERATOR THRU 5300-EXIT
               END-IF
           END-PERFORM.
       5200-EXIT.
           EXIT.

       5300-PRINT-OPERATOR.
           MOVE "Y" TO WS-OP-PRINTED (WS-OPER-IDX)
           MOVE WS-OP-IMAGE (WS-OPER-IDX) TO OPERATOR-RECORD
           IF OP-DEPT-CODE = SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF
           MOVE OP-OPERATOR-ID TO WS-D-OPERATOR-ID
           MOVE OP-AUTH-LEVEL  TO WS-D-AUTH-LEVEL
           MOVE WS-OP-STATUS (WS-OPER-IDX) TO WS-D-STATUS
           IF WS-OP-LAST-SIGNON (WS-OPER-IDX) = ZERO
               MOVE "NEVER" TO WS-D-LAST-SIGNON
           ELSE
               MOVE WS-OP-LAST-SIGNON (WS-OPER-IDX) TO WS-SIGNON-EDIT
               MOVE WS-SIGNON-EDIT TO WS-D-LAST-SIGNON
           END-IF
           MOVE WS-OP-SIGNONS (WS-OPER-IDX) TO WS-D-SIGNONS
           MOVE WS-OP-ACTIONS (WS-OPER-IDX) TO WS-D-ACTIONS
           MOVE WS-OP-MADE (WS-OPER-IDX)    TO WS-D-MADE
           MOVE WS-OP-CHECKED (WS-OPER-IDX) TO WS-D-CHECKED
           MOVE SPACES TO WS-D-FLAG
           IF WS-OP-MADE (WS-OPER-IDX) > ZERO
               AND WS-OP-CHECKED (WS-OPER-IDX) > ZERO
               MOVE "MAKER AND CHECKER" TO WS-D-FLAG
               ADD 1 TO WS-DUAL-ROLE-COUNT
           END-IF
           WRITE RECERT-REPORT-LINE FROM WS-DETAIL-LINE.
       5300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A fresh turnaround every quarter: one undecided row for each
      *> operator still enabled, under their department.  A decision
      *> a manager has marked but operadm.cob has not yet applied
      *> would be lost with the old turnaround, so it is refused.
      *>--------------------------------------------------------------
       6000-WRITE-DECISIONS.
           PERFORM 6100-CHECK-UNAPPLIED THRU 6100-EXIT
           IF WS-DECISIONS-UNAPPLIED
               WRITE RECERT-REPORT-LINE FROM WS-REFUSED-LINE
               DISPLAY "RECRTDEC still holds marked decisions not "
                   "applied by operadm - not rewritten"
               MOVE 8 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT RECERT-DECISION-FILE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE WS-OP-IMAGE (WS-OPER-IDX) TO OPERATOR-RECORD
               IF NOT OP-DISABLED
                   MOVE SPACES          TO RECERT-DECISION-RECORD
                   MOVE OP-DEPT-CODE    TO RD-DEPT-CODE
                   MOVE OP-OPERATOR-ID  TO RD-OPERATOR-ID
                   MOVE OP-AUTH-LEVEL   TO RD-AUTH-LEVEL
                   MOVE ZERO            TO RD-APPLIED-DATE
                   WRITE RECERT-DECISION-RECORD
                   ADD 1 TO WS-DECISION-ROW-COUNT
               END-IF
           END-PERFORM
           CLOSE RECERT-DECISION-FILE.
       6000-EXIT.
           EXIT.

       6100-CHECK-UNAPPLIED.
           OPEN INPUT RECERT-DECISION-FILE
           IF WS-RECERT-DECISION-STATUS NOT = "00"
               GO TO 6100-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF OR WS-DECISIONS-UNAPPLIED
               READ RECERT-DECISION-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT RD-UNDECIDED
                           AND (RD-APPLIED-DATE NOT NUMERIC
                               OR RD-APPLIED-DATE = ZERO)
                           SET WS-DECISIONS-UNAPPLIED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECERT-DECISION-FILE.
       6100-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "DECISION ROWS WRITTEN"         TO WS-T-LABEL
           MOVE WS-DECISION-ROW-COUNT           TO WS-T-COUNT
           WRITE RECERT-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE RECERT-REPORT-FILE
           DISPLAY "Recertification: " WS-OPER-COUNT " operators, "
               WS-DISABLED-NOW-COUNT " disabled as dormant, "
               WS-DECISION-ROW-COUNT " decision rows written".
       9000-EXIT.
           EXIT.
