       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanctmch.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Sanctions match scoring: compares one party (a customer or
      *> a deposit account's name, date of birth and state) with
      *> one watch-list entry (WATCHREC.cpy) and returns a score,
      *> the kind of name match behind it, and whether the score
      *> is a potential hit for the review queue.  Pure computation
      *> with no files, so the batch screening (sanctchk.cob) and
      *> the CUPD transaction score exactly alike.
      *>
      *> Both names are normalized first the way custbrws.cob's
      *> name search reads a name - significant up to the last
      *> non-blank - after lifting to upper case, turning
      *> punctuation into blanks and closing up runs of blanks, so
      *> "O'Brien,  Pat" and "O BRIEN PAT" compare equal.  Then:
      *>     exact name                                  70
      *>     one name the front of the other (the shorter
      *>     at least 5 characters - CUST-NAME holds only
      *>     20, so a long listed name arrives cut off)    50
      *>     85% or more of the characters agree by
      *>     position (a misspelling or transposition)    40
      *> and with a name match in hand, the date of birth adds 25
      *> when it agrees exactly, 10 when only the year agrees, and
      *> takes off 20 when the list gives a different year; a US
      *> entry in the party's own state adds 5.  A date either side
      *> does not know (zero) neither adds nor takes off.  A score
      *> of 50 or more is a potential hit: an exact or front-of-name
      *> match on its own, a close spelling only with the birth
      *> year behind it.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HIT-THRESHOLD            PIC 9(3) VALUE 50.
       01 WS-SCORE                    PIC S9(3) VALUE ZERO.

       01 WS-NORM-IN                  PIC X(30) VALUE SPACES.
       01 WS-NORM-WORK                PIC X(30) VALUE SPACES.
       01 WS-NORM-OUT                 PIC X(30) VALUE SPACES.
       01 WS-NORM-LENGTH              PIC 99 COMP VALUE ZERO.
       01 WS-NORM-IDX                 PIC 99 COMP VALUE ZERO.

       01 WS-PARTY-NORM               PIC X(30) VALUE SPACES.
       01 WS-PARTY-LENGTH             PIC 99 COMP VALUE ZERO.
       01 WS-WATCH-NORM               PIC X(30) VALUE SPACES.
       01 WS-WATCH-LENGTH             PIC 99 COMP VALUE ZERO.
       01 WS-SHORT-LENGTH             PIC 99 COMP VALUE ZERO.
       01 WS-LONG-LENGTH              PIC 99 COMP VALUE ZERO.
       01 WS-SAME-COUNT               PIC 99 COMP VALUE ZERO.
       01 WS-CHAR-IDX                 PIC 99 COMP VALUE ZERO.
       01 WS-SAME-PERCENT             PIC 9(3) VALUE ZERO.

       01 WS-PARTY-DATE.
           02 WS-PD-MOB               PIC 99.
           02 WS-PD-DOB               PIC 99.
           02 WS-PD-YOB               PIC 9(4).

       LINKAGE SECTION.
       01 LK-MC-PARTY-NAME            PIC X(20).
       01 LK-MC-PARTY-DOB             PIC 9(8).
       01 LK-MC-PARTY-STATE           PIC X(2).
           COPY WATCHREC.
       01 LK-MC-SCORE                 PIC 9(3).
       01 LK-MC-MATCH-TYPE            PIC X(6).
       01 LK-MC-HIT-SWITCH            PIC X.

       PROCEDURE DIVISION USING LK-MC-PARTY-NAME LK-MC-PARTY-DOB
               LK-MC-PARTY-STATE WATCH-LIST-RECORD LK-MC-SCORE
               LK-MC-MATCH-TYPE LK-MC-HIT-SWITCH.
       0000-MAIN-PARA.
           MOVE ZERO   TO WS-SCORE
           MOVE ZERO   TO LK-MC-SCORE
           MOVE SPACES TO LK-MC-MATCH-TYPE
           MOVE "N"    TO LK-MC-HIT-SWITCH

           MOVE LK-MC-PARTY-NAME TO WS-NORM-IN
           PERFORM 1000-NORMALIZE-NAME THRU 1000-EXIT
           MOVE WS-NORM-OUT    TO WS-PARTY-NORM
           MOVE WS-NORM-LENGTH TO WS-PARTY-LENGTH
           MOVE SW-NAME TO WS-NORM-IN
           PERFORM 1000-NORMALIZE-NAME THRU 1000-EXIT
           MOVE WS-NORM-OUT    TO WS-WATCH-NORM
           MOVE WS-NORM-LENGTH TO WS-WATCH-LENGTH
           IF WS-PARTY-LENGTH = ZERO OR WS-WATCH-LENGTH = ZERO
               GOBACK
           END-IF

           PERFORM 2000-SCORE-NAME THRU 2000-EXIT
           IF WS-SCORE = ZERO
               GOBACK
           END-IF
           PERFORM 3000-SCORE-DOB-AND-STATE THRU 3000-EXIT

           IF WS-SCORE < ZERO
               MOVE ZERO TO WS-SCORE
           END-IF
           MOVE WS-SCORE TO LK-MC-SCORE
           IF LK-MC-SCORE >= WS-HIT-THRESHOLD
               MOVE "Y" TO LK-MC-HIT-SWITCH
           END-IF
           GOBACK.

      *>--------------------------------------------------------------
      *> Upper case, punctuation to blanks, leading and repeated
      *> blanks closed up; the length is the last non-blank.
      *>--------------------------------------------------------------
       1000-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE (WS-NORM-IN) TO WS-NORM-WORK
           INSPECT WS-NORM-WORK CONVERTING ".,-'/&()"
               TO "        "
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO   TO WS-NORM-LENGTH
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
               UNTIL WS-NORM-IDX > 30
               IF WS-NORM-WORK (WS-NORM-IDX:1) NOT = SPACE
                   ADD 1 TO WS-NORM-LENGTH
                   MOVE WS-NORM-WORK (WS-NORM-IDX:1)
                       TO WS-NORM-OUT (WS-NORM-LENGTH:1)
               ELSE
                   IF WS-NORM-LENGTH > ZERO
                       AND WS-NORM-OUT (WS-NORM-LENGTH:1) NOT = SPACE
                       ADD 1 TO WS-NORM-LENGTH
                   END-IF
               END-IF
           END-PERFORM
      *>   A trailing blank may have been counted above.
           IF WS-NORM-LENGTH > ZERO
               AND WS-NORM-OUT (WS-NORM-LENGTH:1) = SPACE
               SUBTRACT 1 FROM WS-NORM-LENGTH
           END-IF.
       1000-EXIT.
           EXIT.

       2000-SCORE-NAME.
           IF WS-PARTY-LENGTH = WS-WATCH-LENGTH
               AND WS-PARTY-NORM = WS-WATCH-NORM
               MOVE 70 TO WS-SCORE
               MOVE "EXACT" TO LK-MC-MATCH-TYPE
               GO TO 2000-EXIT
           END-IF

           IF WS-PARTY-LENGTH < WS-WATCH-LENGTH
               MOVE WS-PARTY-LENGTH TO WS-SHORT-LENGTH
               MOVE WS-WATCH-LENGTH TO WS-LONG-LENGTH
           ELSE
               MOVE WS-WATCH-LENGTH TO WS-SHORT-LENGTH
               MOVE WS-PARTY-LENGTH TO WS-LONG-LENGTH
           END-IF
           IF WS-SHORT-LENGTH >= 5
               AND WS-PARTY-NORM (1:WS-SHORT-LENGTH) =
                   WS-WATCH-NORM (1:WS-SHORT-LENGTH)
               MOVE 50 TO WS-SCORE
               MOVE "PREFIX" TO LK-MC-MATCH-TYPE
               GO TO 2000-EXIT
           END-IF

      *>   Close spelling: characters agreeing position by position
      *>   over the longer name, so a length difference counts
      *>   against the match.
           MOVE ZERO TO WS-SAME-COUNT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-SHORT-LENGTH
               IF WS-PARTY-NORM (WS-CHAR-IDX:1) =
                       WS-WATCH-NORM (WS-CHAR-IDX:1)
                   ADD 1 TO WS-SAME-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-SAME-PERCENT =
               (WS-SAME-COUNT * 100) / WS-LONG-LENGTH
           IF WS-SAME-PERCENT >= 85
               MOVE 40 TO WS-SCORE
               MOVE "CLOSE" TO LK-MC-MATCH-TYPE
           END-IF.
       2000-EXIT.
           EXIT.

       3000-SCORE-DOB-AND-STATE.
           MOVE LK-MC-PARTY-DOB TO WS-PARTY-DATE
           IF WS-PD-YOB NOT = ZERO AND SW-YOB NOT = ZERO
               EVALUATE TRUE
                   WHEN WS-PD-YOB = SW-YOB
                           AND WS-PD-MOB = SW-MOB
                           AND WS-PD-DOB = SW-DOB
                       ADD 25 TO WS-SCORE
                   WHEN WS-PD-YOB = SW-YOB
                       ADD 10 TO WS-SCORE
                   WHEN OTHER
                       SUBTRACT 20 FROM WS-SCORE
               END-EVALUATE
           END-IF
           IF SW-COUNTRY = "US" AND SW-STATE NOT = SPACES
               AND SW-STATE = LK-MC-PARTY-STATE
               ADD 5 TO WS-SCORE
           END-IF.
       3000-EXIT.
           EXIT.
