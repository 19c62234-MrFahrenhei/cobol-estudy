      *> the E marker.  With no PROCCAL on disk T answers U and B
      *> falls back to the BUSDATE next date - a missing control
      *> file still must not stop the night.
      *> 10/15/2026 - function F hands back the first business day
      *> of the period after the current date's: the earliest
      *> calendar date in a later month typed B or E, or the first
      *> of next month when no calendar covers it.  jepost.cob
      *> dates an auto-reversing journal entry's mirror image by it.
      *> 10/15/2026 - function A takes a date from the caller and
      *> hands back the first business day on or after it: the
      *> earliest calendar date from it onward typed B or E.  Where
      *> no calendar covers it, a Saturday or Sunday moves to the
      *> Monday.  sorun.cob and somaint.cob date a standing order's
      *> next payment by it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-ANSWER-TYPE              PIC X VALUE "U".
       01 WS-NEXT-BUSINESS-DATE       PIC 9(8) VALUE ZERO.
       01 WS-ASK-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-NEXT-PERIOD-START        PIC 9(8) VALUE ZERO.
       01 WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD-START.
           02 WS-NP-YYYY              PIC 9(4).
           02 WS-NP-MM                PIC 9(2).
           02 WS-NP-DD                PIC 9(2).
       01 WS-GIVEN-DATE               PIC 9(8) VALUE ZERO.
       01 WS-GIVEN-DAY-NUMBER         PIC 9(7) VALUE ZERO.
       01 WS-WEEKDAY                  PIC 9(1) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-DATE-FUNCTION     PIC X.
           88 LK-WANT-NEXT         VALUE "N".
           88 LK-WANT-DAY-TYPE     VALUE "T".
           88 LK-WANT-NEXT-BUSINESS VALUE "B".
           88 LK-WANT-NEXT-PERIOD-START VALUE "F".
           88 LK-WANT-ON-OR-AFTER  VALUE "A".
       01 LK-BUSINESS-DATE     PIC 9(8).
       01 LK-DATE-SOURCE       PIC X.
           88 LK-FROM-BUSDATE      VALUE "B".
       PROCEDURE DIVISION USING LK-DATE-FUNCTION LK-BUSINESS-DATE
               LK-DATE-SOURCE.
       0000-MAIN-PARA.
           IF LK-WANT-ON-OR-AFTER
               MOVE LK-BUSINESS-DATE TO WS-GIVEN-DATE
           END-IF
           SET LK-FROM-SYSTEM TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:8) TO LK-BUSINESS-DATE

           IF LK-WANT-NEXT-BUSINESS
               PERFORM 2000-ANSWER-NEXT-BUSINESS THRU 2000-EXIT
           END-IF
           IF LK-WANT-NEXT-PERIOD-START
               PERFORM 3000-ANSWER-NEXT-PERIOD-START THRU 3000-EXIT
           END-IF
           IF LK-WANT-ON-OR-AFTER
               PERFORM 4000-ANSWER-ON-OR-AFTER THRU 4000-EXIT
           END-IF
           GOBACK.

      *>--------------------------------------------------------------
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The first business day of the next period: the smallest
      *> calendar date on or after the first of next month typed B
      *> or E.  With no calendar the first of next month stands in.
      *>--------------------------------------------------------------
       3000-ANSWER-NEXT-PERIOD-START.
           MOVE LK-BUSINESS-DATE TO WS-NEXT-PERIOD-START
           IF WS-NP-MM = 12
               ADD 1 TO WS-NP-YYYY
               MOVE 1 TO WS-NP-MM
           ELSE
               ADD 1 TO WS-NP-MM
           END-IF
           MOVE 1 TO WS-NP-DD
           COMPUTE WS-ASK-DATE = WS-NEXT-PERIOD-START - 1
           MOVE ZERO TO WS-NEXT-BUSINESS-DATE
           MOVE "N"  TO WS-CAL-EOF-SWITCH
           OPEN INPUT PROC-CALENDAR-FILE
           IF WS-PROC-CALENDAR-STATUS NOT = "00"
               MOVE WS-NEXT-PERIOD-START TO LK-BUSINESS-DATE
               GO TO 3000-EXIT
           END-IF
           PERFORM 2100-SCAN-FOR-NEXT THRU 2100-EXIT
               UNTIL WS-CAL-EOF
           CLOSE PROC-CALENDAR-FILE
           IF WS-NEXT-BUSINESS-DATE > ZERO
               MOVE WS-NEXT-BUSINESS-DATE TO LK-BUSINESS-DATE
           ELSE
               MOVE WS-NEXT-PERIOD-START TO LK-BUSINESS-DATE
           END-IF.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The first business day on or after the caller's date: the
      *> smallest calendar date from it onward typed B or E.  Past
      *> the calendar's end (or with none on disk) only the weekend
      *> is known - Saturday and Sunday move to Monday.
      *>--------------------------------------------------------------
       4000-ANSWER-ON-OR-AFTER.
           MOVE WS-GIVEN-DATE TO LK-BUSINESS-DATE
           COMPUTE WS-ASK-DATE = WS-GIVEN-DATE - 1
           MOVE ZERO TO WS-NEXT-BUSINESS-DATE
           MOVE "N"  TO WS-CAL-EOF-SWITCH
           OPEN INPUT PROC-CALENDAR-FILE
           IF WS-PROC-CALENDAR-STATUS = "00"
               PERFORM 2100-SCAN-FOR-NEXT THRU 2100-EXIT
                   UNTIL WS-CAL-EOF
               CLOSE PROC-CALENDAR-FILE
           END-IF
           IF WS-NEXT-BUSINESS-DATE > ZERO
               MOVE WS-NEXT-BUSINESS-DATE TO LK-BUSINESS-DATE
               GO TO 4000-EXIT
           END-IF
      *>   Day 1 of the integer calendar (01/01/1601) was a Monday.
           COMPUTE WS-GIVEN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-GIVEN-DATE)
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (WS-GIVEN-DAY-NUMBER - 1, 7)
           EVALUATE WS-WEEKDAY
               WHEN 5
                   ADD 2 TO WS-GIVEN-DAY-NUMBER
               WHEN 6
                   ADD 1 TO WS-GIVEN-DAY-NUMBER
           END-EVALUATE
           COMPUTE LK-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER (WS-GIVEN-DAY-NUMBER).
       4000-EXIT.
           EXIT.
