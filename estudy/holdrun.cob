       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdrun.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Nightly registration-hold run: the money side telling the
      *> registrar who may not register.  Every student with a
      *> STUCUST link is held (STUHOLD reason PD) when the linked
      *> customer has open tuition items - the 7NNNNN series
      *> tuition.cob and dropadd.cob post - with a balance older
      *> than the HOLDPRM past-due days, and held (reason CL) when
      *> the customer has reached the HOLDPRM escalation level on
      *> dunning.cob's COLLSTAT and still owes something more than
      *> 30 days old - dunning's own test for staying there.  An
      *> automatic hold whose customer no longer qualifies - paid
      *> down, credited, written off, or dropped from collections -
      *> is released the same night; cashrcpt.cob releases on the
      *> spot when a receipt pays the balance down.  Holds the
      *> registrar or the dean's office placed through holdmnt.cob
      *> are theirs to release and are only counted here.  Every
      *> hold set or released lists on the HOLDRPT register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-PARM-FILE ASSIGN TO "HOLDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-PARM-STATUS.
           SELECT STUDENT-CUST-FILE ASSIGN TO "STUCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-CUST-STATUS.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-OPEN-ITEM-STATUS.
           SELECT COLLECTION-STATUS-FILE ASSIGN TO "COLLSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTION-STATUS-STATUS.
           SELECT STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STUDENT-HOLD-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-PARM-FILE.
           COPY HOLDPRM.

       FD  STUDENT-CUST-FILE.
       01 STUDENT-CUST-RECORD.
           02 SC-STUDENT-ID           PIC 9(5).
           02 FILLER                  PIC X(2).
           02 SC-CUST-IDENT           PIC 9(7).

       FD  AR-OPEN-ITEM-FILE.
           COPY ARREC.

       FD  COLLECTION-STATUS-FILE.
       01 COLLECTION-STATUS-RECORD.
           02 CS-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CS-ESCALATION-LEVEL     PIC 9(1).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 CS-LAST-LETTER-DATE     PIC 9(8).

       FD  STUDENT-HOLD-FILE.
           COPY STUHOLD.

       FD  HOLD-REGISTER-FILE.
       01 HOLD-REGISTER-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-HOLD-PARM-STATUS         PIC XX VALUE "00".
       01 WS-STUDENT-CUST-STATUS      PIC XX VALUE "00".
       01 WS-AR-OPEN-ITEM-STATUS      PIC XX VALUE "00".
       01 WS-COLLECTION-STATUS-STATUS PIC XX VALUE "00".
       01 WS-STUDENT-HOLD-STATUS      PIC XX VALUE "00".
           88 WS-STUDENT-HOLD-NEW         VALUE "35".
       01 WS-HOLD-REGISTER-STATUS     PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".
       01 WS-HOLD-SCAN-EOF-SWITCH      PIC X VALUE "N".
           88 WS-HOLD-SCAN-EOF             VALUE "Y".
       01 WS-CUST-FULL-SWITCH          PIC X VALUE "N".
           88 WS-CUST-TABLE-FULL           VALUE "Y".
       01 WS-LINK-OVERFLOW-SWITCH      PIC X VALUE "N".
           88 WS-LINK-TABLE-OVERFLOW       VALUE "Y".
       01 WS-RELEASE-FULL-SWITCH       PIC X VALUE "N".
           88 WS-RELEASE-TABLE-FULL        VALUE "Y".
       01 WS-QUALIFIES-SWITCH          PIC X VALUE "N".
           88 WS-HOLD-QUALIFIES            VALUE "Y".

       01 WS-PAST-DUE-DAYS            PIC 9(3) VALUE 60.
       01 WS-HOLD-LEVEL               PIC 9(1) VALUE 3.
       01 WS-RUN-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01 WS-DAYS-OPEN                PIC S9(7) VALUE ZERO.
       01 WS-ITEM-BALANCE             PIC S9(7)V99 VALUE ZERO.
       01 WS-FIND-CUST-IDENT          PIC 9(7) VALUE ZERO.
       01 WS-LINKED-CUST-IDENT        PIC 9(7) VALUE ZERO.
       01 WS-SET-REASON               PIC X(2) VALUE SPACES.
       01 WS-RELEASE-WHY              PIC X(24) VALUE SPACES.
       01 WS-DAYS-DISPLAY             PIC ZZ9.

      *>--------------------------------------------------------------
      *> The student-to-customer link: a hold follows the student,
      *> the money owed follows the customer.
      *>--------------------------------------------------------------
       01 WS-LINK-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-LINK-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-LINK-TABLE.
           02 WS-LINK-ENTRY OCCURS 500 TIMES.
               03 WS-LK-STUDENT-ID    PIC 9(5).
               03 WS-LK-CUST-IDENT    PIC 9(7).
       01 WS-LINK-FOUND-SWITCH        PIC X VALUE "N".
           88 WS-LINK-FOUND               VALUE "Y".

      *>--------------------------------------------------------------
      *> Every linked customer owing anything more than 30 days old,
      *> with the tuition part of it past the hold age and the
      *> COLLSTAT level if it is at or past the hold level.
      *>--------------------------------------------------------------
       01 WS-CUST-COUNT               PIC 9(3) COMP VALUE ZERO.
       01 WS-CUST-IDX                 PIC 9(3) COMP VALUE ZERO.
       01 WS-CUST-FOUND-IDX           PIC 9(3) COMP VALUE ZERO.
       01 WS-CUST-TABLE.
           02 WS-CUST-ENTRY OCCURS 500 TIMES.
               03 WS-CU-CUST-IDENT    PIC 9(7).
               03 WS-CU-OVER-30       PIC S9(7)V99.
               03 WS-CU-PAST-DUE      PIC S9(7)V99.
               03 WS-CU-LEVEL         PIC 9(1).

      *>--------------------------------------------------------------
      *> Automatic holds that no longer qualify, collected in one
      *> pass of STUHOLD before any is deleted so the scan never
      *> loses its place.  Anything past the table's size is
      *> released on the next night's run.
      *>--------------------------------------------------------------
       01 WS-RELEASE-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 WS-RELEASE-IDX              PIC 9(3) COMP VALUE ZERO.
       01 WS-RELEASE-TABLE.
           02 WS-RELEASE-ENTRY OCCURS 500 TIMES.
               03 WS-RL-STUDENT-ID    PIC 9(5).
               03 WS-RL-REASON-CODE   PIC X(2).
               03 WS-RL-CUST-IDENT    PIC 9(7).
               03 WS-RL-WHY           PIC X(24).

       01 WS-HOLDS-SET-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-HOLDS-KEPT-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-HOLDS-RELEASED-COUNT     PIC 9(5) COMP VALUE ZERO.
       01 WS-MANUAL-HOLD-COUNT        PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** STUDENT REGISTRATION HOLDS ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(17) VALUE "  PAST-DUE DAYS: ".
           02 WS-H-DAYS         PIC ZZ9.
           02 FILLER            PIC X(20) VALUE
               "  COLLSTAT LEVEL: ".
           02 WS-H-LEVEL        PIC 9.
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-STUDENT-ID   PIC 9(5).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-REASON       PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-AMOUNT       PIC ZZZ,ZZ9.99-.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(24).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(13) VALUE "*** HOLDS SET".
           02 FILLER            PIC X(2)  VALUE ": ".
           02 WS-T-SET          PIC ZZZZ9.
           02 FILLER            PIC X(12) VALUE " CONTINUED: ".
           02 WS-T-KEPT         PIC ZZZZ9.
           02 FILLER            PIC X(11) VALUE " RELEASED: ".
           02 WS-T-RELEASED     PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " MANUAL: ".
           02 WS-T-MANUAL       PIC ZZZZ9.
       01 WS-SKIPPED-LINE-1.
           02 FILLER            PIC X(40)
               VALUE "*** RELEASE PASS SKIPPED - STUCUST LINKS".
           02 FILLER            PIC X(40)
               VALUE " OR HOLD CUSTOMERS EXCEED 500 ROWS".
       01 WS-SKIPPED-LINE-2.
           02 FILLER            PIC X(40)
               VALUE "*** NO HOLD RELEASED TONIGHT - HOLDS SET".
           02 FILLER            PIC X(40)
               VALUE " ONLY FOR THE ROWS LOADED".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-LOAD-STUDENT-LINKS THRU 1100-EXIT
           PERFORM 1200-FIND-PAST-DUE-TUITION THRU 1200-EXIT
           PERFORM 1300-FIND-COLLECTIONS THRU 1300-EXIT
           IF WS-LINK-TABLE-OVERFLOW OR WS-CUST-TABLE-FULL
               PERFORM 2400-NOTE-RELEASES-SKIPPED THRU 2400-EXIT
           ELSE
               PERFORM 2000-FIND-RELEASES THRU 2000-EXIT
               PERFORM 2500-RELEASE-ONE-HOLD THRU 2500-EXIT
                   VARYING WS-RELEASE-IDX FROM 1 BY 1
                   UNTIL WS-RELEASE-IDX > WS-RELEASE-COUNT
           END-IF
           PERFORM 3000-SET-STUDENT-HOLDS THRU 3000-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           IF WS-LINK-TABLE-OVERFLOW OR WS-CUST-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           OPEN INPUT HOLD-PARM-FILE
           IF WS-HOLD-PARM-STATUS = "35"
               DISPLAY "No HOLDPRM on file - holding at 60 days "
                   "and the final demand"
           ELSE
               READ HOLD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HP-PAST-DUE-DAYS    TO WS-PAST-DUE-DAYS
                       MOVE HP-COLLECTION-LEVEL TO WS-HOLD-LEVEL
               END-READ
               CLOSE HOLD-PARM-FILE
           END-IF
           OPEN I-O STUDENT-HOLD-FILE
           IF WS-STUDENT-HOLD-NEW
               OPEN OUTPUT STUDENT-HOLD-FILE
               CLOSE STUDENT-HOLD-FILE
               OPEN I-O STUDENT-HOLD-FILE
           END-IF
           OPEN OUTPUT HOLD-REGISTER-FILE
           WRITE HOLD-REGISTER-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-PAST-DUE-DAYS TO WS-H-DAYS
           MOVE WS-HOLD-LEVEL    TO WS-H-LEVEL
           WRITE HOLD-REGISTER-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO HOLD-REGISTER-LINE
           WRITE HOLD-REGISTER-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-STUDENT-LINKS.
           OPEN INPUT STUDENT-CUST-FILE
           IF WS-STUDENT-CUST-STATUS = "35"
               DISPLAY "STUCUST missing - no student can be held "
                   "for money owed"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-LINK-COUNT >= 500
               READ STUDENT-CUST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINK-COUNT
                       MOVE SC-STUDENT-ID TO
                           WS-LK-STUDENT-ID (WS-LINK-COUNT)
                       MOVE SC-CUST-IDENT TO
                           WS-LK-CUST-IDENT (WS-LINK-COUNT)
               END-READ
           END-PERFORM
           IF NOT WS-EOF
               READ STUDENT-CUST-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       SET WS-LINK-TABLE-OVERFLOW TO TRUE
                       DISPLAY "STUCUST exceeds the 500-link load - "
                           "later students not held tonight"
               END-READ
           END-IF
           CLOSE STUDENT-CUST-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Open items of linked customers with a balance more than 30
      *> days old add up by customer; the tuition items among them
      *> older than the past-due days add up separately.
      *>--------------------------------------------------------------
       1200-FIND-PAST-DUE-TUITION.
           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-ITEM-STATUS = "35"
               DISPLAY "No ARFILE on disk - no tuition past due"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-CHECK-ONE-ITEM THRU 1250-EXIT
               UNTIL WS-EOF
           CLOSE AR-OPEN-ITEM-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1250-CHECK-ONE-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF AR-ITEM-CLOSED
               GO TO 1250-EXIT
           END-IF
           COMPUTE WS-ITEM-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           IF WS-ITEM-BALANCE NOT > ZERO
               GO TO 1250-EXIT
           END-IF
           COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE (AR-INVOICE-DATE)
           IF WS-DAYS-OPEN NOT > 30
               AND WS-DAYS-OPEN NOT > WS-PAST-DUE-DAYS
               GO TO 1250-EXIT
           END-IF
           MOVE "N" TO WS-LINK-FOUND-SWITCH
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                  OR WS-LINK-FOUND
               IF WS-LK-CUST-IDENT (WS-LINK-IDX) = AR-CUST-IDENT
                   SET WS-LINK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-LINK-FOUND
               GO TO 1250-EXIT
           END-IF
           MOVE AR-CUST-IDENT TO WS-FIND-CUST-IDENT
           PERFORM 1400-FIND-OR-ADD-CUSTOMER THRU 1400-EXIT
           IF WS-CUST-FOUND-IDX = ZERO
               GO TO 1250-EXIT
           END-IF
           IF WS-DAYS-OPEN > 30
               ADD WS-ITEM-BALANCE
                   TO WS-CU-OVER-30 (WS-CUST-FOUND-IDX)
           END-IF
           IF AR-INVOICE-NO NOT < 700000
               AND AR-INVOICE-NO NOT > 709999
               AND WS-DAYS-OPEN > WS-PAST-DUE-DAYS
               ADD WS-ITEM-BALANCE
                   TO WS-CU-PAST-DUE (WS-CUST-FOUND-IDX)
           END-IF.
       1250-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Customers at or past the hold level on COLLSTAT, among those
      *> still owing past 30 days; a level of zero on the card turns
      *> the collections hold off.
      *>--------------------------------------------------------------
       1300-FIND-COLLECTIONS.
           IF WS-HOLD-LEVEL = ZERO
               GO TO 1300-EXIT
           END-IF
           OPEN INPUT COLLECTION-STATUS-FILE
           IF WS-COLLECTION-STATUS-STATUS = "35"
               GO TO 1300-EXIT
           END-IF
           PERFORM 1350-CHECK-ONE-CUSTOMER THRU 1350-EXIT
               UNTIL WS-EOF
           CLOSE COLLECTION-STATUS-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1300-EXIT.
           EXIT.

       1350-CHECK-ONE-CUSTOMER.
           READ COLLECTION-STATUS-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1350-EXIT
           END-READ
           IF CS-ESCALATION-LEVEL < WS-HOLD-LEVEL
               GO TO 1350-EXIT
           END-IF
           MOVE CS-CUST-IDENT TO WS-FIND-CUST-IDENT
           PERFORM 2250-FIND-CUSTOMER THRU 2250-EXIT
           IF WS-CUST-FOUND-IDX > ZERO
               MOVE CS-ESCALATION-LEVEL
                   TO WS-CU-LEVEL (WS-CUST-FOUND-IDX)
           END-IF.
       1350-EXIT.
           EXIT.

       1400-FIND-OR-ADD-CUSTOMER.
           MOVE ZERO TO WS-CUST-FOUND-IDX
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                  OR WS-CUST-FOUND-IDX > ZERO
               IF WS-CU-CUST-IDENT (WS-CUST-IDX) = WS-FIND-CUST-IDENT
                   MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CUST-FOUND-IDX > ZERO
               GO TO 1400-EXIT
           END-IF
           IF WS-CUST-COUNT >= 500
               IF NOT WS-CUST-TABLE-FULL
                   DISPLAY "Hold customer table full - later "
                       "customers not held tonight"
                   SET WS-CUST-TABLE-FULL TO TRUE
               END-IF
               GO TO 1400-EXIT
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CUST-COUNT      TO WS-CUST-FOUND-IDX
           MOVE WS-FIND-CUST-IDENT TO WS-CU-CUST-IDENT (WS-CUST-COUNT)
           MOVE ZERO               TO WS-CU-OVER-30 (WS-CUST-COUNT)
           MOVE ZERO               TO WS-CU-PAST-DUE (WS-CUST-COUNT)
           MOVE ZERO               TO WS-CU-LEVEL (WS-CUST-COUNT).
       1400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Walk STUHOLD: the manual holds are counted and left alone;
      *> an automatic hold whose student's customer no longer
      *> qualifies for that reason goes on the release list.
      *>--------------------------------------------------------------
       2000-FIND-RELEASES.
           MOVE LOW-VALUES TO SH-KEY
           START STUDENT-HOLD-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-CHECK-ONE-HOLD THRU 2100-EXIT
               UNTIL WS-HOLD-SCAN-EOF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-HOLD.
           READ STUDENT-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-SCAN-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT SH-AUTOMATIC-HOLD
               ADD 1 TO WS-MANUAL-HOLD-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO WS-QUALIFIES-SWITCH
           PERFORM 2200-FIND-STUDENT-LINK THRU 2200-EXIT
           IF NOT WS-LINK-FOUND
               MOVE "RELEASED - NO LINK" TO WS-RELEASE-WHY
               PERFORM 2300-LIST-RELEASE THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE WS-LINKED-CUST-IDENT TO WS-FIND-CUST-IDENT
           PERFORM 2250-FIND-CUSTOMER THRU 2250-EXIT
           IF WS-CUST-FOUND-IDX > ZERO
               IF SH-PAST-DUE-TUITION
                   AND WS-CU-PAST-DUE (WS-CUST-FOUND-IDX) > ZERO
                   SET WS-HOLD-QUALIFIES TO TRUE
               END-IF
               IF SH-IN-COLLECTIONS
                   AND WS-CU-LEVEL (WS-CUST-FOUND-IDX) > ZERO
                   AND WS-CU-OVER-30 (WS-CUST-FOUND-IDX) > ZERO
                   SET WS-HOLD-QUALIFIES TO TRUE
               END-IF
           END-IF
           IF WS-HOLD-QUALIFIES
               GO TO 2100-EXIT
           END-IF
           IF SH-PAST-DUE-TUITION
               MOVE "RELEASED - PAID DOWN" TO WS-RELEASE-WHY
           ELSE
               MOVE "RELEASED - OUT OF COLLNS" TO WS-RELEASE-WHY
           END-IF
           PERFORM 2300-LIST-RELEASE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

       2200-FIND-STUDENT-LINK.
           MOVE "N" TO WS-LINK-FOUND-SWITCH
           MOVE ZERO TO WS-LINKED-CUST-IDENT
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                  OR WS-LINK-FOUND
               IF WS-LK-STUDENT-ID (WS-LINK-IDX) = SH-STUDENT-ID
                   SET WS-LINK-FOUND TO TRUE
                   MOVE WS-LK-CUST-IDENT (WS-LINK-IDX)
                       TO WS-LINKED-CUST-IDENT
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2250-FIND-CUSTOMER.
           MOVE ZERO TO WS-CUST-FOUND-IDX
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                  OR WS-CUST-FOUND-IDX > ZERO
               IF WS-CU-CUST-IDENT (WS-CUST-IDX) = WS-FIND-CUST-IDENT
                   MOVE WS-CUST-IDX TO WS-CUST-FOUND-IDX
               END-IF
           END-PERFORM.
       2250-EXIT.
           EXIT.

       2300-LIST-RELEASE.
           IF WS-RELEASE-COUNT >= 500
               IF NOT WS-RELEASE-TABLE-FULL
                   DISPLAY "Release table full - later holds "
                       "release on the next run"
                   SET WS-RELEASE-TABLE-FULL TO TRUE
               END-IF
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-RELEASE-COUNT
           MOVE SH-STUDENT-ID  TO WS-RL-STUDENT-ID (WS-RELEASE-COUNT)
           MOVE SH-REASON-CODE TO WS-RL-REASON-CODE (WS-RELEASE-COUNT)
           MOVE SH-CUST-IDENT  TO WS-RL-CUST-IDENT (WS-RELEASE-COUNT)
           MOVE WS-RELEASE-WHY TO WS-RL-WHY (WS-RELEASE-COUNT).
       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A student or customer left off the tables would look like
      *> a paid-down hold, so no automatic hold is released on a
      *> night either table overflows.
      *>--------------------------------------------------------------
       2400-NOTE-RELEASES-SKIPPED.
           DISPLAY "Release pass skipped - tables overflowed, "
               "no hold released tonight"
           WRITE HOLD-REGISTER-LINE FROM WS-SKIPPED-LINE-1
           WRITE HOLD-REGISTER-LINE FROM WS-SKIPPED-LINE-2
           MOVE SPACES TO HOLD-REGISTER-LINE
           WRITE HOLD-REGISTER-LINE.
       2400-EXIT.
           EXIT.

       2500-RELEASE-ONE-HOLD.
           MOVE WS-RL-STUDENT-ID (WS-RELEASE-IDX)  TO SH-STUDENT-ID
           MOVE WS-RL-REASON-CODE (WS-RELEASE-IDX) TO SH-REASON-CODE
           DELETE STUDENT-HOLD-FILE RECORD
               INVALID KEY
                   GO TO 2500-EXIT
           END-DELETE
           ADD 1 TO WS-HOLDS-RELEASED-COUNT
           MOVE WS-RL-STUDENT-ID (WS-RELEASE-IDX)  TO WS-D-STUDENT-ID
           MOVE WS-RL-REASON-CODE (WS-RELEASE-IDX) TO WS-D-REASON
           MOVE WS-RL-CUST-IDENT (WS-RELEASE-IDX)  TO WS-D-CUST-IDENT
           MOVE ZERO TO WS-D-AMOUNT
           MOVE WS-RL-WHY (WS-RELEASE-IDX) TO WS-D-ACTION
           WRITE HOLD-REGISTER-LINE FROM WS-DETAIL-LINE.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Each linked student whose customer qualifies tonight is
      *> held for each reason that applies - a new hold is written,
      *> one already on file is refreshed with tonight's figures.
      *>--------------------------------------------------------------
       3000-SET-STUDENT-HOLDS.
           MOVE WS-LK-CUST-IDENT (WS-LINK-IDX) TO WS-FIND-CUST-IDENT
           PERFORM 2250-FIND-CUSTOMER THRU 2250-EXIT
           IF WS-CUST-FOUND-IDX = ZERO
               GO TO 3000-EXIT
           END-IF
           IF WS-CU-PAST-DUE (WS-CUST-FOUND-IDX) > ZERO
               MOVE "PD" TO WS-SET-REASON
               PERFORM 3100-PLACE-ONE-HOLD THRU 3100-EXIT
           END-IF
           IF WS-CU-LEVEL (WS-CUST-FOUND-IDX) > ZERO
               AND WS-CU-OVER-30 (WS-CUST-FOUND-IDX) > ZERO
               MOVE "CL" TO WS-SET-REASON
               PERFORM 3100-PLACE-ONE-HOLD THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PLACE-ONE-HOLD.
           MOVE WS-LK-STUDENT-ID (WS-LINK-IDX) TO SH-STUDENT-ID
           MOVE WS-SET-REASON TO SH-REASON-CODE
           READ STUDENT-HOLD-FILE
               INVALID KEY
                   PERFORM 3200-BUILD-NEW-HOLD THRU 3200-EXIT
                   WRITE STUDENT-HOLD-RECORD
                       INVALID KEY
                           GO TO 3100-EXIT
                   END-WRITE
                   ADD 1 TO WS-HOLDS-SET-COUNT
                   MOVE SH-STUDENT-ID      TO WS-D-STUDENT-ID
                   MOVE SH-REASON-CODE     TO WS-D-REASON
                   MOVE SH-CUST-IDENT      TO WS-D-CUST-IDENT
                   MOVE SH-AMOUNT-PAST-DUE TO WS-D-AMOUNT
                   MOVE "HOLD SET" TO WS-D-ACTION
                   WRITE HOLD-REGISTER-LINE FROM WS-DETAIL-LINE
                   GO TO 3100-EXIT
           END-READ
           MOVE WS-CU-CUST-IDENT (WS-CUST-FOUND-IDX) TO SH-CUST-IDENT
           MOVE WS-CU-PAST-DUE (WS-CUST-FOUND-IDX)
               TO SH-AMOUNT-PAST-DUE
           MOVE WS-CU-LEVEL (WS-CUST-FOUND-IDX) TO SH-COLLECTION-LEVEL
           REWRITE STUDENT-HOLD-RECORD
           ADD 1 TO WS-HOLDS-KEPT-COUNT.
       3100-EXIT.
           EXIT.

       3200-BUILD-NEW-HOLD.
           MOVE "S"              TO SH-PLACED-BY
           MOVE WS-BUSINESS-DATE TO SH-HOLD-DATE
           MOVE "BATCH"          TO SH-OPERATOR-ID
           MOVE WS-CU-CUST-IDENT (WS-CUST-FOUND-IDX) TO SH-CUST-IDENT
           MOVE WS-CU-PAST-DUE (WS-CUST-FOUND-IDX)
               TO SH-AMOUNT-PAST-DUE
           MOVE WS-CU-LEVEL (WS-CUST-FOUND-IDX) TO SH-COLLECTION-LEVEL
           MOVE SPACES TO SH-HOLD-TEXT
           IF SH-PAST-DUE-TUITION
               MOVE WS-PAST-DUE-DAYS TO WS-DAYS-DISPLAY
               STRING "TUITION PAST DUE OVER " DELIMITED BY SIZE
                   WS-DAYS-DISPLAY DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO SH-HOLD-TEXT
           ELSE
               STRING "IN COLLECTIONS - LEVEL " DELIMITED BY SIZE
                   SH-COLLECTION-LEVEL DELIMITED BY SIZE
                   INTO SH-HOLD-TEXT
           END-IF.
       3200-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO HOLD-REGISTER-LINE
           WRITE HOLD-REGISTER-LINE
           MOVE WS-HOLDS-SET-COUNT      TO WS-T-SET
           MOVE WS-HOLDS-KEPT-COUNT     TO WS-T-KEPT
           MOVE WS-HOLDS-RELEASED-COUNT TO WS-T-RELEASED
           MOVE WS-MANUAL-HOLD-COUNT    TO WS-T-MANUAL
           WRITE HOLD-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Holds set:       " WS-HOLDS-SET-COUNT
           DISPLAY "Holds continued: " WS-HOLDS-KEPT-COUNT
           DISPLAY "Holds released:  " WS-HOLDS-RELEASED-COUNT
           DISPLAY "Manual holds:    " WS-MANUAL-HOLD-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE STUDENT-HOLD-FILE
           CLOSE HOLD-REGISTER-FILE.
       9000-EXIT.
           EXIT.
