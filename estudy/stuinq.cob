      *> map uses for its BMS output.  The browse STARTs on the
      *> 5-byte student id as a GENERIC key and walks the student's
      *> terms from there.
      *> 10/15/2026 - a student with a STUHOLD registration hold
      *> shows it on the SHOLD line under the GPA - the reason code
      *> and the hold's text - read off the KSDS on the 5-byte
      *> student id as a GENERIC key, so the advisor knows before
      *> the student tries to register.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY STUMAP.
       COPY GRADEHIST.
       COPY SYSSTAT.
       COPY STUHOLD.

       01 WS-RESP                 PIC S9(8) COMP.
       01 WS-STAT-RESP            PIC S9(8) COMP.
           02 WS-BK-STUDENT-ID    PIC 9(5).
           02 WS-BK-TERM          PIC X(6).

      *>--------------------------------------------------------------
      *> STUHOLD key: student id plus reason code, read GENERIC on
      *> the id so the student's first hold comes back.
      *>--------------------------------------------------------------
       01 WS-HOLD-KEY.
           02 WS-HK-STUDENT-ID    PIC 9(5).
           02 WS-HK-REASON-CODE   PIC X(2).
       01 WS-HOLD-RESP            PIC S9(8) COMP.

       01 WS-COMMAREA.
           02 WS-CA-LAST-STUDENT-ID PIC 9(5).

           PERFORM 2500-CHECK-BATCH-WINDOW THRU 2500-EXIT
           IF SS-BATCH-RUNNING
               PERFORM 3100-CLEAR-TRANSCRIPT-ROWS THRU 3100-EXIT
               MOVE SPACES TO SHOLDO
               MOVE "SYSTEM IN NIGHTLY PROCESSING - TRY AGAIN LATER"
                   TO SMSGO
           ELSE
               PERFORM 3000-BUILD-TRANSCRIPT THRU 3000-EXIT
               PERFORM 3300-SHOW-HOLD THRU 3300-EXIT
           END-IF

           MOVE -1 TO SIDL
           MOVE WS-ROW-LINE     TO SROWO (WS-ROW-IDX).
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The student's first STUHOLD row, if any, goes on the SHOLD
      *> line; no hold, or no STUHOLD file, leaves it blank.
      *>--------------------------------------------------------------
       3300-SHOW-HOLD.
           MOVE SPACES TO SHOLDO
           MOVE WS-SEARCH-STUDENT-ID TO WS-HK-STUDENT-ID
           MOVE LOW-VALUES TO WS-HK-REASON-CODE

           EXEC CICS READ FILE('STUHOLD')
               INTO(STUDENT-HOLD-RECORD)
               RIDFLD(WS-HOLD-KEY)
               KEYLENGTH(5)
               GENERIC
               GTEQ
               RESP(WS-HOLD-RESP)
           END-EXEC
           IF WS-HOLD-RESP NOT = DFHRESP(NORMAL)
               GO TO 3300-EXIT
           END-IF
           IF SH-STUDENT-ID NOT = WS-SEARCH-STUDENT-ID
               GO TO 3300-EXIT
           END-IF

           STRING "REGISTRATION HOLD " DELIMITED BY SIZE
               SH-REASON-CODE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               SH-HOLD-TEXT DELIMITED BY SIZE
               INTO SHOLDO.
       3300-EXIT.
           EXIT.
