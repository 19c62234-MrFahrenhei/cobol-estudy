       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. quotgen.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Quote generation from the estimating desk's takeoffs.
      *> matcost.cob writes each takeoff flagged for a quote to
      *> QUOTTAKE instead of MATLITEM; this run turns every
      *> customer-and-invoice group of those lines into one
      *> customer quote, revision 01 (see QUOTEHDR.cpy and
      *> QUOTELIN.cpy), numbered from the QTCTL control record.
      *> Each line is priced at the ITEMMAST price in effect today,
      *> the same base price the invoice run would charge; an item
      *> with no price in effect goes on the quote at zero for
      *> sales to price in a revision (quotmnt.cob), and the quote
      *> cannot be accepted until ITEMMAST has a price in effect
      *> for it.  A quote is good for 30 days from today, is
      *> flagged for its printed document (quotdoc.cob), and is
      *> listed on the QUOTREG register; a takeoff for a customer
      *> not on CUSTMAST is listed there instead of quoted.
      *> QUOTTAKE is cleared once consumed, the way invoice.cob
      *> clears MATLITEM, so a takeoff can never be quoted twice -
      *> except the lines of a takeoff refused for its customer,
      *> which are set aside on the QUOTHELD work file as they are
      *> read and put back on QUOTTAKE, so the takeoff is quoted
      *> on the first run after the customer is set up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-TAKEOFF-FILE ASSIGN TO "QUOTTAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-TAKEOFF-STATUS.
           SELECT QUOTE-CONTROL-FILE ASSIGN TO "QTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-CONTROL-STATUS.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTEHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-KEY
               FILE STATUS IS WS-QUOTEHDR-STATUS.
           SELECT QUOTE-LINE-FILE ASSIGN TO "QUOTELIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-KEY
               FILE STATUS IS WS-QUOTELIN-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDENT
               ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-ITEM-MASTER-STATUS.
           SELECT QUOTE-HELD-FILE ASSIGN TO "QUOTHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-HELD-STATUS.
           SELECT QUOTE-REGISTER-FILE ASSIGN TO "QUOTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-TAKEOFF-FILE.
       01 QUOTE-TAKEOFF-RECORD.
           02 QK-CUST-IDENT       PIC 9(7).
           02 QK-INVOICE-NO       PIC 9(6).
           02 QK-ITEM-CODE        PIC X(8).
           02 QK-QUANTITY         PIC 9(5).
           02 QK-TAX-RATE         PIC 9V999.
           02 QK-DISCOUNT-RATE    PIC 9V999.

       FD  QUOTE-HELD-FILE.
       01 QUOTE-HELD-RECORD           PIC X(34).

       FD  QUOTE-CONTROL-FILE.
       01 QUOTE-CONTROL-RECORD.
           02 QC-NEXT-QUOTE-NO    PIC 9(6).

       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.

       FD  QUOTE-LINE-FILE.
           COPY QUOTELIN.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  QUOTE-REGISTER-FILE.
       01 QUOTE-REGISTER-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-QUOTE-TAKEOFF-STATUS     PIC XX VALUE "00".
       01 WS-QUOTE-CONTROL-STATUS     PIC XX VALUE "00".
       01 WS-QUOTEHDR-STATUS          PIC XX VALUE "00".
           88 WS-QUOTEHDR-NEW             VALUE "35".
       01 WS-QUOTELIN-STATUS          PIC XX VALUE "00".
           88 WS-QUOTELIN-NEW             VALUE "35".
       01 WS-CUSTMAST-STATUS          PIC XX VALUE "00".
       01 WS-ITEM-MASTER-STATUS       PIC XX VALUE "00".
       01 WS-QUOTE-REGISTER-STATUS    PIC XX VALUE "00".
       01 WS-QUOTE-HELD-STATUS        PIC XX VALUE "00".

       01 WS-DATE-FUNCTION            PIC X VALUE "C".
       01 WS-BUSINESS-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE              PIC X VALUE "S".

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-ITEM-EOF-SWITCH          PIC X VALUE "N".
           88 WS-ITEM-EOF                 VALUE "Y".
       01 WS-QUOTE-OPEN-SWITCH        PIC X VALUE "N".
           88 WS-QUOTE-IN-PROGRESS        VALUE "Y".
       01 WS-GROUP-REJECT-SWITCH      PIC X VALUE "N".
           88 WS-GROUP-REJECTED           VALUE "Y".
       01 WS-CUSTMAST-SWITCH          PIC X VALUE "Y".
           88 WS-CUSTMAST-ON-FILE         VALUE "Y".

      *>   How long a quote holds its prices.
       01 WS-QUOTE-VALID-DAYS         PIC 9(3) VALUE 30.
       01 WS-EXPIRY-DATE              PIC 9(8) VALUE ZERO.

       01 WS-NEXT-QUOTE-NO            PIC 9(6) VALUE 1.
       01 WS-GROUP-CUST-IDENT         PIC 9(7) VALUE ZERO.
       01 WS-GROUP-INVOICE-NO         PIC 9(6) VALUE ZERO.
       01 WS-LINE-NO                  PIC 9(3) VALUE ZERO.
       01 WS-QUOTE-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01 WS-UNPRICED-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-ITEM-PRICE               PIC 9(5)V99 VALUE ZERO.
       01 WS-ITEM-DESCRIPTION         PIC X(20) VALUE SPACES.
       01 WS-CUSTOMER-NAME            PIC X(20) VALUE SPACES.

       01 WS-TAKEOFF-COUNT            PIC 9(5) COMP VALUE ZERO.
       01 WS-QUOTE-COUNT              PIC 9(5) COMP VALUE ZERO.
       01 WS-REJECT-COUNT             PIC 9(5) COMP VALUE ZERO.
       01 WS-HELD-COUNT               PIC 9(5) COMP VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(40)
           VALUE "*** QUOTES RAISED FROM TAKEOFFS ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 FILLER            PIC X(11) VALUE "QUOTE  REV".
           02 FILLER            PIC X(9)  VALUE "CUSTOMER".
           02 FILLER            PIC X(22) VALUE "NAME".
           02 FILLER            PIC X(6)  VALUE "LINES".
           02 FILLER            PIC X(15) VALUE "         TOTAL".
           02 FILLER            PIC X(10) VALUE " EXPIRES".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-QUOTE-NO     PIC 9(6).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-REVISION     PIC 9(2).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-D-CUST-IDENT   PIC 9(7).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NAME         PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-LINES        PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-EXPIRY       PIC 9(8).
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-NOTE         PIC X(26).
       01 WS-UNPRICED-NOTE.
           02 WS-UN-COUNT       PIC ZZ9.
           02 FILLER            PIC X(23)
               VALUE " UNPRICED - REVISE".
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(14) VALUE "*** TAKEOFFS:".
           02 WS-T-TAKEOFFS     PIC ZZZZ9.
           02 FILLER            PIC X(9)  VALUE " QUOTES:".
           02 WS-T-QUOTES       PIC ZZZZ9.
           02 FILLER            PIC X(11) VALUE " REJECTED:".
           02 WS-T-REJECTS      PIC ZZZZ9.
           02 FILLER            PIC X(13) VALUE " LINES HELD:".
           02 WS-T-HELD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TAKEOFF THRU 2000-EXIT
               UNTIL WS-EOF
           IF WS-QUOTE-IN-PROGRESS
               PERFORM 2900-FINISH-QUOTE THRU 2900-EXIT
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   + WS-QUOTE-VALID-DAYS)
           PERFORM 1100-LOAD-QUOTE-CONTROL THRU 1100-EXIT
           OPEN OUTPUT QUOTE-REGISTER-FILE
           WRITE QUOTE-REGISTER-LINE FROM WS-HEADING-LINE-1
           WRITE QUOTE-REGISTER-LINE FROM WS-HEADING-LINE-2
           OPEN INPUT QUOTE-TAKEOFF-FILE
           IF WS-QUOTE-TAKEOFF-STATUS NOT = "00"
               DISPLAY "No QUOTTAKE on disk - no quotes raised"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "35"
               MOVE "N" TO WS-CUSTMAST-SWITCH
           END-IF
           OPEN INPUT ITEM-MASTER-FILE
           OPEN OUTPUT QUOTE-HELD-FILE
           OPEN I-O QUOTE-HEADER-FILE
           IF WS-QUOTEHDR-NEW
               OPEN OUTPUT QUOTE-HEADER-FILE
               CLOSE QUOTE-HEADER-FILE
               OPEN I-O QUOTE-HEADER-FILE
           END-IF
           OPEN I-O QUOTE-LINE-FILE
           IF WS-QUOTELIN-NEW
               OPEN OUTPUT QUOTE-LINE-FILE
               CLOSE QUOTE-LINE-FILE
               OPEN I-O QUOTE-LINE-FILE
           END-IF
           READ QUOTE-TAKEOFF-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Quote numbers come from QTCTL, never from anyone's memory.
      *>--------------------------------------------------------------
       1100-LOAD-QUOTE-CONTROL.
           OPEN INPUT QUOTE-CONTROL-FILE
           IF WS-QUOTE-CONTROL-STATUS = "35"
               DISPLAY "QTCTL missing - quotes start at 000001"
               GO TO 1100-EXIT
           END-IF
           READ QUOTE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE QC-NEXT-QUOTE-NO TO WS-NEXT-QUOTE-NO
           END-READ
           CLOSE QUOTE-CONTROL-FILE
           IF WS-NEXT-QUOTE-NO = ZERO
               MOVE 1 TO WS-NEXT-QUOTE-NO
           END-IF.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One takeoff line.  A change of customer or invoice number
      *> closes the quote in progress and starts the next.
      *>--------------------------------------------------------------
       2000-PROCESS-TAKEOFF.
           ADD 1 TO WS-TAKEOFF-COUNT
           IF NOT WS-QUOTE-IN-PROGRESS
               OR QK-CUST-IDENT NOT = WS-GROUP-CUST-IDENT
               OR QK-INVOICE-NO NOT = WS-GROUP-INVOICE-NO
               IF WS-QUOTE-IN-PROGRESS
                   PERFORM 2900-FINISH-QUOTE THRU 2900-EXIT
               END-IF
               PERFORM 2100-START-QUOTE THRU 2100-EXIT
           END-IF
           IF WS-GROUP-REJECTED
               WRITE QUOTE-HELD-RECORD FROM QUOTE-TAKEOFF-RECORD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               PERFORM 2200-ADD-LINE THRU 2200-EXIT
           END-IF
           READ QUOTE-TAKEOFF-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-START-QUOTE.
           SET WS-QUOTE-IN-PROGRESS TO TRUE
           MOVE "N" TO WS-GROUP-REJECT-SWITCH
           MOVE QK-CUST-IDENT TO WS-GROUP-CUST-IDENT
           MOVE QK-INVOICE-NO TO WS-GROUP-INVOICE-NO
           MOVE ZERO TO WS-LINE-NO
           MOVE ZERO TO WS-QUOTE-TOTAL
           MOVE ZERO TO WS-UNPRICED-COUNT
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF WS-CUSTMAST-ON-FILE
               MOVE QK-CUST-IDENT TO CUST-IDENT
               READ CUSTMAST-FILE
                   INVALID KEY
                       SET WS-GROUP-REJECTED TO TRUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUSTOMER-NAME
               END-READ
           ELSE
               SET WS-GROUP-REJECTED TO TRUE
           END-IF
           IF WS-GROUP-REJECTED
               MOVE ZERO          TO WS-D-QUOTE-NO
               MOVE ZERO          TO WS-D-REVISION
               MOVE QK-CUST-IDENT TO WS-D-CUST-IDENT
               MOVE SPACES        TO WS-D-NAME
               MOVE ZERO          TO WS-D-LINES
               MOVE ZERO          TO WS-D-TOTAL
               MOVE ZERO          TO WS-D-EXPIRY
               MOVE "CUSTOMER NOT ON CUSTMAST" TO WS-D-NOTE
               WRITE QUOTE-REGISTER-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE WS-NEXT-QUOTE-NO TO QH-QUOTE-NO
           ADD 1 TO WS-NEXT-QUOTE-NO.
       2100-EXIT.
           EXIT.

       2200-ADD-LINE.
           PERFORM 2300-PRICE-ITEM THRU 2300-EXIT
           ADD 1 TO WS-LINE-NO
           MOVE QH-QUOTE-NO         TO QL-QUOTE-NO
           MOVE 1                   TO QL-REVISION
           MOVE WS-LINE-NO          TO QL-LINE-NO
           MOVE QK-ITEM-CODE        TO QL-ITEM-CODE
           MOVE WS-ITEM-DESCRIPTION TO QL-DESCRIPTION
           MOVE QK-QUANTITY         TO QL-QUANTITY
           MOVE WS-ITEM-PRICE       TO QL-UNIT-PRICE
           COMPUTE QL-EXTENDED-PRICE = QK-QUANTITY * WS-ITEM-PRICE
           MOVE QK-TAX-RATE         TO QL-TAX-RATE
           MOVE QK-DISCOUNT-RATE    TO QL-DISCOUNT-RATE
           WRITE QUOTE-LINE-RECORD
               INVALID KEY
                   DISPLAY "QUOTELIN WRITE FAILED FOR QUOTE "
                       QL-QUOTE-NO " LINE " QL-LINE-NO
                   GO TO 2200-EXIT
           END-WRITE
           ADD QL-EXTENDED-PRICE TO WS-QUOTE-TOTAL
           IF WS-ITEM-PRICE = ZERO
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The latest ITEMMAST price record not after today, read the
      *> way invoice.cob's price scan reads it.
      *>--------------------------------------------------------------
       2300-PRICE-ITEM.
           MOVE ZERO   TO WS-ITEM-PRICE
           MOVE SPACES TO WS-ITEM-DESCRIPTION
           MOVE "N" TO WS-ITEM-EOF-SWITCH
           MOVE QK-ITEM-CODE TO IT-ITEM-CODE
           MOVE ZERO         TO IT-EFFECTIVE-DATE
           START ITEM-MASTER-FILE KEY IS NOT LESS THAN ITEM-KEY
               INVALID KEY
                   GO TO 2300-EXIT
           END-START
           PERFORM UNTIL WS-ITEM-EOF
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END SET WS-ITEM-EOF TO TRUE
                   NOT AT END
                       IF IT-ITEM-CODE NOT = QK-ITEM-CODE
                           OR IT-EFFECTIVE-DATE > WS-BUSINESS-DATE
                           SET WS-ITEM-EOF TO TRUE
                       ELSE
                           MOVE IT-UNIT-PRICE  TO WS-ITEM-PRICE
                           MOVE IT-DESCRIPTION TO WS-ITEM-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM.
       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Close the quote in progress: its header, flagged for the
      *> printed document, and its register line.
      *>--------------------------------------------------------------
       2900-FINISH-QUOTE.
           MOVE "N" TO WS-QUOTE-OPEN-SWITCH
           IF WS-GROUP-REJECTED OR WS-LINE-NO = ZERO
               GO TO 2900-EXIT
           END-IF
           MOVE 1                   TO QH-REVISION
           MOVE WS-GROUP-CUST-IDENT TO QH-CUST-IDENT
           MOVE WS-GROUP-INVOICE-NO TO QH-INVOICE-NO
           SET QH-OPEN              TO TRUE
           MOVE WS-BUSINESS-DATE    TO QH-QUOTE-DATE
           MOVE WS-EXPIRY-DATE      TO QH-EXPIRY-DATE
           MOVE WS-LINE-NO          TO QH-LINE-COUNT
           MOVE WS-QUOTE-TOTAL      TO QH-QUOTE-TOTAL
           SET QH-TO-BE-PRINTED     TO TRUE
           MOVE "BATCH"             TO QH-OPERATOR-ID
           MOVE ZERO                TO QH-DECIDED-DATE
           MOVE SPACES              TO QH-DECIDED-BY
           WRITE QUOTE-HEADER-RECORD
               INVALID KEY
                   DISPLAY "QUOTEHDR WRITE FAILED FOR QUOTE "
                       QH-QUOTE-NO
                   GO TO 2900-EXIT
           END-WRITE
           ADD 1 TO WS-QUOTE-COUNT

           MOVE QH-QUOTE-NO       TO WS-D-QUOTE-NO
           MOVE QH-REVISION       TO WS-D-REVISION
           MOVE QH-CUST-IDENT     TO WS-D-CUST-IDENT
           MOVE WS-CUSTOMER-NAME  TO WS-D-NAME
           MOVE QH-LINE-COUNT     TO WS-D-LINES
           MOVE QH-QUOTE-TOTAL    TO WS-D-TOTAL
           MOVE QH-EXPIRY-DATE    TO WS-D-EXPIRY
           MOVE SPACES            TO WS-D-NOTE
           IF WS-UNPRICED-COUNT > ZERO
               MOVE WS-UNPRICED-COUNT TO WS-UN-COUNT
               MOVE WS-UNPRICED-NOTE  TO WS-D-NOTE
           END-IF
           WRITE QUOTE-REGISTER-LINE FROM WS-DETAIL-LINE.
       2900-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE WS-TAKEOFF-COUNT TO WS-T-TAKEOFFS
           MOVE WS-QUOTE-COUNT   TO WS-T-QUOTES
           MOVE WS-REJECT-COUNT  TO WS-T-REJECTS
           MOVE WS-HELD-COUNT    TO WS-T-HELD
           WRITE QUOTE-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY "Takeoff lines read: " WS-TAKEOFF-COUNT
           DISPLAY "Quotes raised:      " WS-QUOTE-COUNT
           DISPLAY "Groups rejected:    " WS-REJECT-COUNT
           DISPLAY "Lines held:         " WS-HELD-COUNT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE QUOTE-REGISTER-FILE
           IF WS-QUOTE-TAKEOFF-STATUS = "35"
               GO TO 9000-EXIT
           END-IF
           CLOSE QUOTE-TAKEOFF-FILE
           CLOSE QUOTE-HELD-FILE
           PERFORM 9100-RESTORE-HELD-LINES THRU 9100-EXIT
           IF WS-CUSTMAST-ON-FILE
               CLOSE CUSTMAST-FILE
           END-IF
           CLOSE ITEM-MASTER-FILE
           CLOSE QUOTE-HEADER-FILE
           CLOSE QUOTE-LINE-FILE
           OPEN OUTPUT QUOTE-CONTROL-FILE
           MOVE WS-NEXT-QUOTE-NO TO QC-NEXT-QUOTE-NO
           WRITE QUOTE-CONTROL-RECORD
           CLOSE QUOTE-CONTROL-FILE.
       9000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> QUOTTAKE is rewritten with only the lines set aside for a
      *> customer not yet on CUSTMAST - empty when there were none.
      *>--------------------------------------------------------------
       9100-RESTORE-HELD-LINES.
           OPEN OUTPUT QUOTE-TAKEOFF-FILE
           OPEN INPUT QUOTE-HELD-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ QUOTE-HELD-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       WRITE QUOTE-TAKEOFF-RECORD
                           FROM QUOTE-HELD-RECORD
               END-READ
           END-PERFORM
           CLOSE QUOTE-HELD-FILE
           CLOSE QUOTE-TAKEOFF-FILE.
       9100-EXIT.
           EXIT.
