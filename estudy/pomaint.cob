       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pomaint.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Purchase-order maintenance for purchasing, over the POMAST
      *> lines posugg.cob suggests (see POREC.cpy).  A suggested PO
      *> is issued here to one vendor, who must be active on
      *> VENDMAST (see VENDREC.cpy): each suggested line takes the
      *> agreed unit cost and, if purchasing wants a different
      *> amount, a new quantity, and goes OPEN for porecv.cob to
      *> receive against.  A line nothing has arrived on can be
      *> cancelled; one partly received is closed short instead, so
      *> what did arrive stays on the record.  Menu-driven the same
      *> way itemmnt.cob maintains ITEMMAST, gated at update level
      *> by opersign, and every issue and cancel lands on AUDITLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PURCHASE-ORDER-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
           COPY POREC.

       FD  VENDOR-MASTER-FILE.
           COPY VENDREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-PURCHASE-ORDER-STATUS PIC XX VALUE "00".
           88 WS-POMAST-NEW            VALUE "35".
       01 WS-VENDOR-MASTER-STATUS  PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS      PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-LIST       VALUE 1.
           88 WS-CHOICE-ISSUE      VALUE 2.
           88 WS-CHOICE-CANCEL     VALUE 3.
           88 WS-CHOICE-EXIT       VALUE 4.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-PO-EOF-SWITCH     PIC X VALUE "N".
           88 WS-PO-EOF            VALUE "Y".

       01 WS-PO-NUMBER         PIC 9(6) VALUE ZERO.
       01 WS-PO-LINE-NO        PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-ID         PIC X(8) VALUE SPACES.
       01 WS-UNIT-COST         PIC 9(5)V99 VALUE ZERO.
       01 WS-QUANTITY          PIC 9(7) VALUE ZERO.
       01 WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ISSUED-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-AUDIT-DECISION    PIC X(30) VALUE SPACES.
       01 WS-AUDIT-KEY         PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-POMAST THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           CLOSE PURCHASE-ORDER-FILE
           CLOSE VENDOR-MASTER-FILE
           STOP RUN.

       1000-OPEN-POMAST.
           OPEN I-O PURCHASE-ORDER-FILE
           IF WS-POMAST-NEW
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-MASTER-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               OPEN INPUT VENDOR-MASTER-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. List a purchase order"
           DISPLAY "2. Issue a suggested purchase order"
           DISPLAY "3. Cancel a purchase order line"
           DISPLAY "4. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-LIST
                   PERFORM 3000-LIST-PO THRU 3000-EXIT
               WHEN WS-CHOICE-ISSUE
                   PERFORM 4000-ISSUE-PO THRU 4000-EXIT
               WHEN WS-CHOICE-CANCEL
                   PERFORM 5000-CANCEL-LINE THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-PO.
           DISPLAY "PO number: " WITH NO ADVANCING
           ACCEPT WS-PO-NUMBER
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM 3100-START-PO THRU 3100-EXIT
           PERFORM UNTIL WS-PO-EOF
               DISPLAY PO-LINE-NO " " PO-STATUS " " PO-ITEM-CODE " "
                   PO-DESCRIPTION " ORD " PO-QTY-ORDERED
                   " RCV " PO-QTY-RECEIVED " @ " PO-UNIT-COST
                   " " PO-VENDOR-ID
               ADD 1 TO WS-LINE-COUNT
               PERFORM 3200-NEXT-PO-LINE THRU 3200-EXIT
           END-PERFORM
           IF WS-LINE-COUNT = ZERO
               DISPLAY "PO " WS-PO-NUMBER " not on file"
           END-IF.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Position on WS-PO-NUMBER's first line; WS-PO-EOF is set
      *> when the PO has no (more) lines.
      *>--------------------------------------------------------------
       3100-START-PO.
           MOVE "N" TO WS-PO-EOF-SWITCH
           MOVE WS-PO-NUMBER TO PO-NUMBER
           MOVE ZERO TO PO-LINE-NO
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   SET WS-PO-EOF TO TRUE
                   GO TO 3100-EXIT
           END-START
           PERFORM 3200-NEXT-PO-LINE THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

       3200-NEXT-PO-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ
           IF PO-NUMBER NOT = WS-PO-NUMBER
               SET WS-PO-EOF TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Issue: one vendor for the whole PO, a unit cost on every
      *> suggested line, the quantity kept unless purchasing keys a
      *> new one.  Lines already issued or closed pass untouched.
      *>--------------------------------------------------------------
       4000-ISSUE-PO.
           DISPLAY "PO number: " WITH NO ADVANCING
           ACCEPT WS-PO-NUMBER
           DISPLAY "Vendor id: " WITH NO ADVANCING
           ACCEPT WS-VENDOR-ID
           IF WS-VENDOR-ID = SPACES
               DISPLAY "Vendor id required - PO not issued"
               GO TO 4000-EXIT
           END-IF
           MOVE WS-VENDOR-ID TO VN-VENDOR-ID
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "Vendor " WS-VENDOR-ID
                       " not on VENDMAST - PO not issued"
                   GO TO 4000-EXIT
           END-READ
           IF NOT VN-ACTIVE
               DISPLAY "Vendor " WS-VENDOR-ID
                   " is inactive - PO not issued"
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-ISSUED-COUNT
           PERFORM 3100-START-PO THRU 3100-EXIT
           PERFORM UNTIL WS-PO-EOF
               IF PO-SUGGESTED
                   PERFORM 4100-ISSUE-ONE-LINE THRU 4100-EXIT
               END-IF
               PERFORM 3200-NEXT-PO-LINE THRU 3200-EXIT
           END-PERFORM
           IF WS-ISSUED-COUNT = ZERO
               DISPLAY "No suggested lines on PO " WS-PO-NUMBER
               GO TO 4000-EXIT
           END-IF
           MOVE WS-PO-NUMBER TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-DECISION
           STRING "PO ISSUED TO " WS-VENDOR-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DECISION
           PERFORM 6000-LOG-DECISION THRU 6000-EXIT
           DISPLAY WS-ISSUED-COUNT " line(s) issued on PO "
               WS-PO-NUMBER.
       4000-EXIT.
           EXIT.

       4100-ISSUE-ONE-LINE.
           DISPLAY "Line " PO-LINE-NO " " PO-ITEM-CODE " "
               PO-DESCRIPTION " suggested qty " PO-QTY-ORDERED
           DISPLAY "  Unit cost: " WITH NO ADVANCING
           ACCEPT WS-UNIT-COST
           IF WS-UNIT-COST = ZERO
               DISPLAY "  Unit cost required - line left suggested"
               GO TO 4100-EXIT
           END-IF
           DISPLAY "  Quantity (0 keeps suggested): " WITH NO ADVANCING
           ACCEPT WS-QUANTITY
           IF WS-QUANTITY > ZERO
               MOVE WS-QUANTITY TO PO-QTY-ORDERED
           END-IF
           MOVE WS-UNIT-COST TO PO-UNIT-COST
           MOVE WS-VENDOR-ID TO PO-VENDOR-ID
           SET PO-OPEN TO TRUE
           REWRITE PURCHASE-ORDER-RECORD
           ADD 1 TO WS-ISSUED-COUNT.
       4100-EXIT.
           EXIT.

       5000-CANCEL-LINE.
           DISPLAY "PO number: " WITH NO ADVANCING
           ACCEPT WS-PO-NUMBER
           DISPLAY "Line number: " WITH NO ADVANCING
           ACCEPT WS-PO-LINE-NO
           MOVE WS-PO-NUMBER  TO PO-NUMBER
           MOVE WS-PO-LINE-NO TO PO-LINE-NO
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY "PO line not on file"
                   GO TO 5000-EXIT
           END-READ
           IF NOT PO-ON-ORDER
               DISPLAY "Line is already closed or cancelled"
               GO TO 5000-EXIT
           END-IF
           IF PO-QTY-RECEIVED > ZERO
               SET PO-CLOSED TO TRUE
               MOVE "PO LINE CLOSED SHORT" TO WS-AUDIT-DECISION
           ELSE
               SET PO-CANCELLED TO TRUE
               MOVE "PO LINE CANCELLED" TO WS-AUDIT-DECISION
           END-IF
           REWRITE PURCHASE-ORDER-RECORD
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-PO-NUMBER "-" WS-PO-LINE-NO DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           PERFORM 6000-LOG-DECISION THRU 6000-EXIT
           DISPLAY WS-AUDIT-DECISION.
       5000-EXIT.
           EXIT.

       6000-LOG-DECISION.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "POMAINT"         TO AL-PROGRAM-ID
           MOVE WS-AUDIT-KEY      TO AL-KEY
           MOVE WS-AUDIT-DECISION TO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID    TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.
