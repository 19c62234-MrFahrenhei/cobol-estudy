       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fadcalc.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Shared depreciation subprogram: one month's charge for one
      *> fixed asset (see FAREC.cpy), so the monthly run (fadepr.cob)
      *> and the projected schedule (fareg.cob) can never disagree
      *> about the arithmetic.  Straight-line spreads cost less
      *> salvage evenly over the useful life in months; declining
      *> balance charges twice the straight-line rate on the book
      *> value still standing, switching to straight-line over the
      *> months left once that charges more.  Neither ever takes the
      *> book value below salvage, and the last month of life takes
      *> whatever rounding has left so the asset lands exactly on
      *> its salvage value.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-REMAINING-BASE    PIC S9(9)V99 VALUE ZERO.
       01 WS-MONTHS-LEFT       PIC S9(3) VALUE ZERO.
       01 WS-LEVEL-CHARGE      PIC S9(9)V99 VALUE ZERO.

       LINKAGE SECTION.
       01 LK-METHOD            PIC X.
           88 LK-STRAIGHT-LINE     VALUE "S".
           88 LK-DECLINING-BALANCE VALUE "D".
       01 LK-COST              PIC 9(9)V99.
       01 LK-SALVAGE           PIC 9(9)V99.
       01 LK-USEFUL-LIFE       PIC 9(3).
       01 LK-MONTHS-TAKEN      PIC 9(3).
       01 LK-ACCUM-DEPRECIATION PIC 9(9)V99.
       01 LK-MONTH-CHARGE      PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-METHOD LK-COST LK-SALVAGE
               LK-USEFUL-LIFE LK-MONTHS-TAKEN LK-ACCUM-DEPRECIATION
               LK-MONTH-CHARGE.
       0000-MAIN-PARA.
           MOVE ZERO TO LK-MONTH-CHARGE
           COMPUTE WS-REMAINING-BASE =
               LK-COST - LK-SALVAGE - LK-ACCUM-DEPRECIATION
           IF WS-REMAINING-BASE NOT > ZERO OR LK-USEFUL-LIFE = ZERO
               GOBACK
           END-IF
           COMPUTE WS-MONTHS-LEFT = LK-USEFUL-LIFE - LK-MONTHS-TAKEN
           IF WS-MONTHS-LEFT NOT > 1
               MOVE WS-REMAINING-BASE TO LK-MONTH-CHARGE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LK-DECLINING-BALANCE
                   COMPUTE LK-MONTH-CHARGE ROUNDED =
                       (LK-COST - LK-ACCUM-DEPRECIATION) * 2
                           / LK-USEFUL-LIFE
                   COMPUTE WS-LEVEL-CHARGE ROUNDED =
                       WS-REMAINING-BASE / WS-MONTHS-LEFT
                   IF WS-LEVEL-CHARGE > LK-MONTH-CHARGE
                       MOVE WS-LEVEL-CHARGE TO LK-MONTH-CHARGE
                   END-IF
               WHEN OTHER
                   COMPUTE LK-MONTH-CHARGE ROUNDED =
                       (LK-COST - LK-SALVAGE) / LK-USEFUL-LIFE
           END-EVALUATE
           IF LK-MONTH-CHARGE > WS-REMAINING-BASE
               MOVE WS-REMAINING-BASE TO LK-MONTH-CHARGE
           END-IF
           GOBACK.
