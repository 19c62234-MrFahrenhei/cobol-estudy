       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctchk.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Sanctions screening of one party, CALLed by the screening
      *> batch (sanctscr.cob) for every customer and deposit
      *> account, and at entry by firstRun, convload and apprvq as
      *> a customer is written or its date of birth changes.  The
      *> caller names the party (type C customer or A deposit
      *> account, its id, name, date of birth - zero when there is
      *> none - and state) and its own program id; every WATCHLST
      *> entry is scored against it by sanctmch.cob, and each
      *> potential hit is raised on the SCRNQ review queue (see
      *> SCRNREC.cpy) for compliance to clear or confirm from
      *> scrnrev.cob.  The watch list is loaded once, on the first
      *> CALL of the run, and SCRNQ is only opened for a party that
      *> has hits.  A list longer than the 2000 entries held in
      *> storage is still screened in full: the entries past the
      *> table are read back off WATCHLST and scored on every CALL,
      *> slower but never short.
      *>
      *> A party already on the queue for the same entry keeps its
      *> row: a pending or confirmed row takes the fresh score and
      *> details, and a cleared row stays cleared unless the
      *> party's name, date of birth or state has changed since
      *> compliance cleared it, in which case it is pending again.
      *> The caller gets back the number of rows raised or reopened
      *> by this CALL and the number of this party's hits now open
      *> (pending or confirmed).  No WATCHLST means nothing to
      *> screen against: every party passes and the run is told
      *> so once.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT SCREENING-QUEUE-FILE ASSIGN TO "SCRNQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-KEY
               FILE STATUS IS WS-SCRNQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       01 WATCH-LIST-FILE-RECORD      PIC X(66).

       FD  SCREENING-QUEUE-FILE.
           COPY SCRNREC.

       WORKING-STORAGE SECTION.
       01 WS-WATCH-LIST-STATUS        PIC XX VALUE "00".
       01 WS-SCRNQ-STATUS             PIC XX VALUE "00".
           88 WS-SCRNQ-NEW                VALUE "35".
       01 WS-WATCH-EOF-SWITCH         PIC X VALUE "N".
           88 WS-WATCH-EOF                VALUE "Y".
       01 WS-LOADED-SWITCH            PIC X VALUE "N".
           88 WS-WATCH-LIST-LOADED        VALUE "Y".
       01 WS-SCRNQ-OPEN-SWITCH        PIC X VALUE "N".
           88 WS-SCRNQ-OPEN               VALUE "Y".
       01 WS-WATCH-OVERFLOW-SWITCH    PIC X VALUE "N".
           88 WS-WATCH-OVERFLOW           VALUE "Y".

       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".

       01 WS-WATCH-COUNT              PIC 9(4) COMP VALUE ZERO.
       01 WS-WATCH-IDX                PIC 9(4) COMP VALUE ZERO.
       01 WS-WATCH-RECORD-NO          PIC 9(7) COMP VALUE ZERO.
       01 WS-WATCH-TABLE.
           02 WS-WATCH-ENTRY OCCURS 2000 TIMES.
               03 WS-WE-IMAGE         PIC X(66).

           COPY WATCHREC.

       01 WS-MATCH-SCORE              PIC 9(3) VALUE ZERO.
       01 WS-MATCH-TYPE               PIC X(6) VALUE SPACES.
       01 WS-HIT-SWITCH               PIC X VALUE "N".
           88 WS-POTENTIAL-HIT            VALUE "Y".

       LINKAGE SECTION.
       01 LK-SC-PARTY-TYPE            PIC X.
       01 LK-SC-PARTY-ID              PIC 9(7).
       01 LK-SC-PARTY-NAME            PIC X(20).
       01 LK-SC-PARTY-DOB             PIC 9(8).
       01 LK-SC-PARTY-STATE           PIC X(2).
       01 LK-SC-SOURCE                PIC X(8).
       01 LK-SC-NEW-HITS              PIC 9(3).
       01 LK-SC-OPEN-HITS             PIC 9(3).

       PROCEDURE DIVISION USING LK-SC-PARTY-TYPE LK-SC-PARTY-ID
               LK-SC-PARTY-NAME LK-SC-PARTY-DOB LK-SC-PARTY-STATE
               LK-SC-SOURCE LK-SC-NEW-HITS LK-SC-OPEN-HITS.
       0000-MAIN-PARA.
           MOVE ZERO TO LK-SC-NEW-HITS
           MOVE ZERO TO LK-SC-OPEN-HITS
           IF NOT WS-WATCH-LIST-LOADED
               PERFORM 1000-LOAD-WATCH-LIST THRU 1000-EXIT
           END-IF
           IF LK-SC-PARTY-NAME = SPACES
               GOBACK
           END-IF

           PERFORM 2000-SCREEN-ONE-ENTRY THRU 2000-EXIT
               VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
           IF WS-WATCH-OVERFLOW
               PERFORM 3000-SCREEN-REST-OF-LIST THRU 3000-EXIT
           END-IF
           IF WS-SCRNQ-OPEN
               CLOSE SCREENING-QUEUE-FILE
               MOVE "N" TO WS-SCRNQ-OPEN-SWITCH
           END-IF
           GOBACK.

       1000-LOAD-WATCH-LIST.
           SET WS-WATCH-LIST-LOADED TO TRUE
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-STATUS NOT = "00"
               DISPLAY "SANCTCHK - NO WATCHLST, NOTHING SCREENED"
               GO TO 1000-EXIT
           END-IF
           PERFORM UNTIL WS-WATCH-EOF
               READ WATCH-LIST-FILE
                   AT END SET WS-WATCH-EOF TO TRUE
                   NOT AT END
                       IF WS-WATCH-COUNT < 2000
                           ADD 1 TO WS-WATCH-COUNT
                           MOVE WATCH-LIST-FILE-RECORD
                               TO WS-WE-IMAGE (WS-WATCH-COUNT)
                       ELSE
                           DISPLAY "SANCTCHK - WATCHLST OVER 2000 "
                               "ENTRIES, REST SCREENED FROM FILE"
                           SET WS-WATCH-OVERFLOW TO TRUE
                           SET WS-WATCH-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST-FILE.
       1000-EXIT.
           EXIT.

       2000-SCREEN-ONE-ENTRY.
           MOVE WS-WE-IMAGE (WS-WATCH-IDX) TO WATCH-LIST-RECORD
           PERFORM 2010-SCORE-ENTRY THRU 2010-EXIT.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The watch-list entry in WATCH-LIST-RECORD against the party.
      *>--------------------------------------------------------------
       2010-SCORE-ENTRY.
           CALL "sanctmch" USING LK-SC-PARTY-NAME LK-SC-PARTY-DOB
               LK-SC-PARTY-STATE WATCH-LIST-RECORD WS-MATCH-SCORE
               WS-MATCH-TYPE WS-HIT-SWITCH
           IF NOT WS-POTENTIAL-HIT
               GO TO 2010-EXIT
           END-IF

           IF NOT WS-SCRNQ-OPEN
               OPEN I-O SCREENING-QUEUE-FILE
               IF WS-SCRNQ-NEW
                   OPEN OUTPUT SCREENING-QUEUE-FILE
                   CLOSE SCREENING-QUEUE-FILE
                   OPEN I-O SCREENING-QUEUE-FILE
               END-IF
               SET WS-SCRNQ-OPEN TO TRUE
           END-IF

           MOVE LK-SC-PARTY-TYPE TO SQ-PARTY-TYPE
           MOVE LK-SC-PARTY-ID   TO SQ-PARTY-ID
           MOVE SW-ENTRY-ID      TO SQ-ENTRY-ID
           READ SCREENING-QUEUE-FILE
               INVALID KEY
                   PERFORM 2100-RAISE-HIT THRU 2100-EXIT
                   GO TO 2010-EXIT
           END-READ

           EVALUATE TRUE
               WHEN SQ-CLEARED
                   IF SQ-PARTY-NAME = LK-SC-PARTY-NAME
                       AND SQ-PARTY-DOB = LK-SC-PARTY-DOB
                       AND SQ-PARTY-STATE = LK-SC-PARTY-STATE
                       GO TO 2010-EXIT
                   END-IF
                   PERFORM 2200-FILL-ROW THRU 2200-EXIT
                   SET SQ-PENDING TO TRUE
                   MOVE WS-BUSINESS-DATE TO SQ-RAISED-DATE
                   MOVE ZERO   TO SQ-DECIDED-DATE
                   MOVE SPACES TO SQ-DECIDED-BY
                   ADD 1 TO LK-SC-NEW-HITS
               WHEN OTHER
                   PERFORM 2200-FILL-ROW THRU 2200-EXIT
           END-EVALUATE
           REWRITE SCREENING-QUEUE-RECORD
           ADD 1 TO LK-SC-OPEN-HITS.
       2010-EXIT.
           EXIT.

       2100-RAISE-HIT.
           PERFORM 2200-FILL-ROW THRU 2200-EXIT
           SET SQ-PENDING TO TRUE
           MOVE WS-BUSINESS-DATE TO SQ-RAISED-DATE
           MOVE ZERO   TO SQ-DECIDED-DATE
           MOVE SPACES TO SQ-DECIDED-BY
           WRITE SCREENING-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "SANCTCHK - SCRNQ WRITE FAILED, STATUS "
                       WS-SCRNQ-STATUS
                   GO TO 2100-EXIT
           END-WRITE
           ADD 1 TO LK-SC-NEW-HITS
           ADD 1 TO LK-SC-OPEN-HITS.
       2100-EXIT.
           EXIT.

       2200-FILL-ROW.
           MOVE LK-SC-PARTY-NAME  TO SQ-PARTY-NAME
           MOVE LK-SC-PARTY-DOB   TO SQ-PARTY-DOB
           MOVE LK-SC-PARTY-STATE TO SQ-PARTY-STATE
           MOVE SW-NAME           TO SQ-WATCH-NAME
           MOVE SW-LIST-CODE      TO SQ-LIST-CODE
           MOVE WS-MATCH-SCORE    TO SQ-SCORE
           MOVE WS-MATCH-TYPE     TO SQ-MATCH-TYPE
           MOVE LK-SC-SOURCE      TO SQ-SOURCE.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Entries past the table: WATCHLST is read again, the first
      *> 2000 already screened from storage passed over, and each
      *> later entry scored as it is read.
      *>--------------------------------------------------------------
       3000-SCREEN-REST-OF-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-STATUS NOT = "00"
               DISPLAY "SANCTCHK - WATCHLST COULD NOT BE REREAD, "
                   "STATUS " WS-WATCH-LIST-STATUS
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO WS-WATCH-RECORD-NO
           MOVE "N" TO WS-WATCH-EOF-SWITCH
           PERFORM UNTIL WS-WATCH-EOF
               READ WATCH-LIST-FILE
                   AT END SET WS-WATCH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WATCH-RECORD-NO
                       IF WS-WATCH-RECORD-NO > WS-WATCH-COUNT
                           MOVE WATCH-LIST-FILE-RECORD
                               TO WATCH-LIST-RECORD
                           PERFORM 2010-SCORE-ENTRY THRU 2010-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST-FILE.
       3000-EXIT.
           EXIT.
