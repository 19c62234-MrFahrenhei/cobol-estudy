       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. posugg.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Purchase-order suggestion run, the step after stockrpt.cob's
      *> REORDER flag.  Every ITEMMAST stock record (the 99999999-
      *> dated record, see ITEMREC.cpy) whose on-hand quantity plus
      *> what is already on order is at or under its REORDPRM
      *> reorder point gets a SUGGESTED line on POMAST (see
      *> POREC.cpy) for the REORDPRM reorder quantity; all of one
      *> run's lines go on a single PO numbered from the POCTL
      *> sequence, for purchasing to issue to a vendor through
      *> pomaint.cob.  An item already covered by what is on order
      *> is listed but not suggested again.  A REORDPRM row with no
      *> reorder quantity orders up to its reorder point's worth,
      *> and never less than one.  The POSUGREG register lists
      *> every line suggested and every item held back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-ITEM-MASTER-STATUS.
           SELECT REORDER-PARM-FILE ASSIGN TO "REORDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-PARM-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
           SELECT PO-CONTROL-FILE ASSIGN TO "POCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-CONTROL-STATUS.
           SELECT SUGGESTION-REGISTER-FILE ASSIGN TO "POSUGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGGESTION-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  REORDER-PARM-FILE.
       01 REORDER-PARM-RECORD.
           02 RP-ITEM-CODE        PIC X(8).
           02 FILLER              PIC X(2).
           02 RP-REORDER-POINT    PIC 9(5).
           02 FILLER              PIC X(2).
           02 RP-REORDER-QTY      PIC 9(5).

       FD  PURCHASE-ORDER-FILE.
           COPY POREC.

       FD  PO-CONTROL-FILE.
       01 PO-CONTROL-RECORD.
           02 PC-NEXT-PO-NUMBER       PIC 9(6).

       FD  SUGGESTION-REGISTER-FILE.
       01 SUGGESTION-REGISTER-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-ITEM-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-REORDER-PARM-STATUS      PIC XX VALUE "00".
       01 WS-PURCHASE-ORDER-STATUS    PIC XX VALUE "00".
       01 WS-PO-CONTROL-STATUS        PIC XX VALUE "00".
       01 WS-SUGGESTION-REGISTER-STATUS PIC XX VALUE "00".

       01 WS-EOF-SWITCH                PIC X VALUE "N".
           88 WS-EOF                       VALUE "Y".

       01 WS-REORDER-COUNT-LOADED     PIC 9(3) COMP VALUE ZERO.
       01 WS-REORDER-IDX              PIC 9(3) COMP VALUE ZERO.
       01 WS-REORDER-TABLE.
           02 WS-REORDER-ENTRY OCCURS 200 TIMES.
               03 WS-RP-ITEM-CODE     PIC X(8).
               03 WS-RP-POINT         PIC 9(5).
               03 WS-RP-QTY           PIC 9(5).
       01 WS-ITEM-REORDER-POINT       PIC 9(5) VALUE ZERO.
       01 WS-ITEM-REORDER-QTY         PIC 9(5) VALUE ZERO.

      *>--------------------------------------------------------------
      *> Quantity on order per item, gathered from POMAST before
      *> any line is suggested.
      *>--------------------------------------------------------------
       01 WS-ON-ORDER-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-ON-ORDER-IDX             PIC 9(3) COMP VALUE ZERO.
       01 WS-ON-ORDER-FOUND-IDX       PIC 9(3) COMP VALUE ZERO.
       01 WS-ON-ORDER-TABLE.
           02 WS-ON-ORDER-ENTRY OCCURS 500 TIMES.
               03 WS-OO-ITEM-CODE     PIC X(8).
               03 WS-OO-QTY           PIC 9(7).
       01 WS-ITEM-ON-ORDER            PIC 9(7) VALUE ZERO.
       01 WS-AVAILABLE-QTY            PIC S9(8) VALUE ZERO.

       01 WS-NEXT-PO-NUMBER           PIC 9(6) VALUE 100001.
       01 WS-RUN-PO-NUMBER            PIC 9(6) VALUE ZERO.
       01 WS-RUN-LINE-NO              PIC 9(3) VALUE ZERO.

       01 WS-ITEM-COUNT               PIC 9(5) COMP VALUE ZERO.
       01 WS-SUGGESTED-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-ON-ORDER-HELD-COUNT      PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** PURCHASE ORDER SUGGESTIONS ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
           02 FILLER            PIC X(6)  VALUE "  PO: ".
           02 WS-H-PO-NUMBER    PIC 9(6).
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-DESCRIPTION  PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ON-HAND      PIC -ZZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ON-ORDER     PIC Z,ZZZ,ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-ACTION       PIC X(20).
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(18) VALUE "*** SUGGESTED: ".
           02 WS-T-SUGGESTED    PIC ZZZZ9.
           02 FILLER            PIC X(14) VALUE "  ON ORDER: ".
           02 WS-T-ON-ORDER     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-RECORD THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1100-LOAD-REORDER-PARMS THRU 1100-EXIT
           PERFORM 1200-LOAD-PO-CONTROL THRU 1200-EXIT
           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-PURCHASE-ORDER-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF
           PERFORM 1300-LOAD-ON-ORDER THRU 1300-EXIT
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEM-MASTER-STATUS = "35"
               DISPLAY "No ITEMMAST on disk - nothing to suggest"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT SUGGESTION-REGISTER-FILE
           WRITE SUGGESTION-REGISTER-LINE FROM WS-HEADING-LINE-1
           MOVE WS-BUSINESS-DATE TO WS-H-RUN-DATE
           MOVE WS-NEXT-PO-NUMBER TO WS-H-PO-NUMBER
           WRITE SUGGESTION-REGISTER-LINE FROM WS-HEADING-LINE-2
           IF NOT WS-EOF
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The same REORDPRM stockrpt.cob reads: reorder point, then
      *> reorder quantity.
      *>--------------------------------------------------------------
       1100-LOAD-REORDER-PARMS.
           OPEN INPUT REORDER-PARM-FILE
           IF WS-REORDER-PARM-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-EOF OR WS-REORDER-COUNT-LOADED >= 200
               READ REORDER-PARM-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REORDER-COUNT-LOADED
                       MOVE RP-ITEM-CODE TO
                           WS-RP-ITEM-CODE (WS-REORDER-COUNT-LOADED)
                       MOVE RP-REORDER-POINT TO
                           WS-RP-POINT (WS-REORDER-COUNT-LOADED)
                       IF RP-REORDER-QTY IS NUMERIC
                           MOVE RP-REORDER-QTY TO
                               WS-RP-QTY (WS-REORDER-COUNT-LOADED)
                       ELSE
                           MOVE ZERO TO
                               WS-RP-QTY (WS-REORDER-COUNT-LOADED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REORDER-PARM-FILE
           MOVE "N" TO WS-EOF-SWITCH.
       1100-EXIT.
           EXIT.

       1200-LOAD-PO-CONTROL.
           OPEN INPUT PO-CONTROL-FILE
           IF WS-PO-CONTROL-STATUS = "35"
               DISPLAY "POCTL missing - PO numbers start at "
                   WS-NEXT-PO-NUMBER
               GO TO 1200-EXIT
           END-IF
           READ PO-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PC-NEXT-PO-NUMBER > WS-NEXT-PO-NUMBER
                       MOVE PC-NEXT-PO-NUMBER TO WS-NEXT-PO-NUMBER
                   END-IF
           END-READ
           CLOSE PO-CONTROL-FILE.
       1200-EXIT.
           EXIT.

       1300-LOAD-ON-ORDER.
           PERFORM UNTIL WS-EOF
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF PO-ON-ORDER
                           PERFORM 1350-ADD-ON-ORDER THRU 1350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.
       1300-EXIT.
           EXIT.

       1350-ADD-ON-ORDER.
           MOVE PO-ITEM-CODE TO IT-ITEM-CODE
           PERFORM 2200-FIND-ON-ORDER THRU 2200-EXIT
           IF WS-ON-ORDER-FOUND-IDX = ZERO
               IF WS-ON-ORDER-COUNT >= 500
                   DISPLAY "Over 500 items on order - " PO-ITEM-CODE
                       " not counted"
                   GO TO 1350-EXIT
               END-IF
               ADD 1 TO WS-ON-ORDER-COUNT
               MOVE WS-ON-ORDER-COUNT TO WS-ON-ORDER-FOUND-IDX
               MOVE PO-ITEM-CODE TO
                   WS-OO-ITEM-CODE (WS-ON-ORDER-FOUND-IDX)
               MOVE ZERO TO WS-OO-QTY (WS-ON-ORDER-FOUND-IDX)
           END-IF
           IF PO-QTY-ORDERED > PO-QTY-RECEIVED
               COMPUTE WS-OO-QTY (WS-ON-ORDER-FOUND-IDX) =
                   WS-OO-QTY (WS-ON-ORDER-FOUND-IDX)
                   + PO-QTY-ORDERED - PO-QTY-RECEIVED
           END-IF.
       1350-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Only the 99999999 stock records are candidates; an item is
      *> suggested when what it has plus what is coming does not
      *> clear its reorder point.
      *>--------------------------------------------------------------
       2000-CHECK-ONE-RECORD.
           IF IT-EFFECTIVE-DATE NOT = 99999999
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           PERFORM 2100-FIND-REORDER-PARMS THRU 2100-EXIT
           IF IT-QTY-ON-HAND > WS-ITEM-REORDER-POINT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-FIND-ON-ORDER THRU 2200-EXIT
           MOVE ZERO TO WS-ITEM-ON-ORDER
           IF WS-ON-ORDER-FOUND-IDX > ZERO
               MOVE WS-OO-QTY (WS-ON-ORDER-FOUND-IDX)
                   TO WS-ITEM-ON-ORDER
           END-IF
           MOVE IT-ITEM-CODE     TO WS-D-ITEM-CODE
           MOVE IT-DESCRIPTION   TO WS-D-DESCRIPTION
           MOVE IT-QTY-ON-HAND   TO WS-D-ON-HAND
           MOVE WS-ITEM-ON-ORDER TO WS-D-ON-ORDER
           COMPUTE WS-AVAILABLE-QTY = IT-QTY-ON-HAND + WS-ITEM-ON-ORDER
           IF WS-AVAILABLE-QTY > WS-ITEM-REORDER-POINT
               MOVE "ALREADY ON ORDER" TO WS-D-ACTION
               WRITE SUGGESTION-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-ON-ORDER-HELD-COUNT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2300-SUGGEST-LINE THRU 2300-EXIT.
       2000-NEXT.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FIND-REORDER-PARMS.
           MOVE ZERO TO WS-ITEM-REORDER-POINT
           MOVE ZERO TO WS-ITEM-REORDER-QTY
           PERFORM VARYING WS-REORDER-IDX FROM 1 BY 1
               UNTIL WS-REORDER-IDX > WS-REORDER-COUNT-LOADED
               IF WS-RP-ITEM-CODE (WS-REORDER-IDX) = IT-ITEM-CODE
                   MOVE WS-RP-POINT (WS-REORDER-IDX)
                       TO WS-ITEM-REORDER-POINT
                   MOVE WS-RP-QTY (WS-REORDER-IDX)
                       TO WS-ITEM-REORDER-QTY
               END-IF
           END-PERFORM
           IF WS-ITEM-REORDER-QTY = ZERO
               MOVE WS-ITEM-REORDER-POINT TO WS-ITEM-REORDER-QTY
           END-IF
           IF WS-ITEM-REORDER-QTY = ZERO
               MOVE 1 TO WS-ITEM-REORDER-QTY
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-ON-ORDER.
           MOVE ZERO TO WS-ON-ORDER-FOUND-IDX
           PERFORM VARYING WS-ON-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ON-ORDER-IDX > WS-ON-ORDER-COUNT
                  OR WS-ON-ORDER-FOUND-IDX > ZERO
               IF WS-OO-ITEM-CODE (WS-ON-ORDER-IDX) = IT-ITEM-CODE
                   MOVE WS-ON-ORDER-IDX TO WS-ON-ORDER-FOUND-IDX
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The run's first suggestion takes the next PO number; every
      *> later one is another line on the same PO.
      *>--------------------------------------------------------------
       2300-SUGGEST-LINE.
           IF WS-RUN-LINE-NO >= 999
               MOVE "PO FULL - NEXT RUN" TO WS-D-ACTION
               WRITE SUGGESTION-REGISTER-LINE FROM WS-DETAIL-LINE
               GO TO 2300-EXIT
           END-IF
           IF WS-RUN-PO-NUMBER = ZERO
               MOVE WS-NEXT-PO-NUMBER TO WS-RUN-PO-NUMBER
               ADD 1 TO WS-NEXT-PO-NUMBER
           END-IF
           ADD 1 TO WS-RUN-LINE-NO
           MOVE WS-RUN-PO-NUMBER    TO PO-NUMBER
           MOVE WS-RUN-LINE-NO      TO PO-LINE-NO
           SET PO-SUGGESTED TO TRUE
           MOVE IT-ITEM-CODE        TO PO-ITEM-CODE
           MOVE IT-DESCRIPTION      TO PO-DESCRIPTION
           MOVE SPACES              TO PO-VENDOR-ID
           MOVE WS-BUSINESS-DATE    TO PO-ORDER-DATE
           MOVE WS-ITEM-REORDER-QTY TO PO-QTY-ORDERED
           MOVE ZERO                TO PO-QTY-RECEIVED
           MOVE ZERO                TO PO-UNIT-COST
           MOVE ZERO                TO PO-LAST-RECEIPT-DATE
           MOVE ZERO                TO PO-QTY-INVOICED
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   MOVE "PO KEY ON FILE" TO WS-D-ACTION
                   WRITE SUGGESTION-REGISTER-LINE FROM WS-DETAIL-LINE
                   GO TO 2300-EXIT
           END-WRITE
           MOVE SPACES TO WS-D-ACTION
           STRING "SUGGEST " WS-ITEM-REORDER-QTY DELIMITED BY SIZE
               INTO WS-D-ACTION
           WRITE SUGGESTION-REGISTER-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-SUGGESTED-COUNT.
       2300-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-SUGGESTED-COUNT     TO WS-T-SUGGESTED
           MOVE WS-ON-ORDER-HELD-COUNT TO WS-T-ON-ORDER
           WRITE SUGGESTION-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Stock items checked:  " WS-ITEM-COUNT
           DISPLAY "Lines suggested:      " WS-SUGGESTED-COUNT
           DISPLAY "Already on order:     " WS-ON-ORDER-HELD-COUNT
           IF WS-RUN-PO-NUMBER > ZERO
               DISPLAY "Suggested PO:         " WS-RUN-PO-NUMBER
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           OPEN OUTPUT PO-CONTROL-FILE
           MOVE WS-NEXT-PO-NUMBER TO PC-NEXT-PO-NUMBER
           WRITE PO-CONTROL-RECORD
           CLOSE PO-CONTROL-FILE
           IF WS-ITEM-MASTER-STATUS NOT = "35"
               CLOSE ITEM-MASTER-FILE
           END-IF
           CLOSE PURCHASE-ORDER-FILE
           CLOSE SUGGESTION-REGISTER-FILE.
       9000-EXIT.
           EXIT.
