       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. somaint.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for STANDORD, the standing-order master
      *> (see STORDREC.cpy) sorun.cob generates the scheduled
      *> transfers from.  Menu-driven the same way vendmnt.cob
      *> maintains VENDMAST: add an order, update one, list every
      *> order on file, or end one.  An order is added with its
      *> first payment due on the start date, moved to a business
      *> day by datesrv; after that only the amount, the end date,
      *> and the status (active or suspended) can change - a new
      *> account or schedule is a new order.  An end date earlier
      *> than the order's next scheduled payment is refused.  An
      *> ended order stays on file so its history can be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDORD-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STANDORD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDORD-FILE.
           COPY STORDREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-STANDORD-STATUS   PIC XX VALUE "00".
           88 WS-STANDORD-OK       VALUE "00".
           88 WS-STANDORD-NEW      VALUE "35".
           88 WS-STANDORD-EOF      VALUE "10".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-ADD        VALUE 1.
           88 WS-CHOICE-UPDATE     VALUE 2.
           88 WS-CHOICE-LIST       VALUE 3.
           88 WS-CHOICE-END        VALUE 4.
           88 WS-CHOICE-EXIT       VALUE 5.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-FIELDS-SWITCH     PIC X VALUE "N".
           88 WS-FIELDS-VALID      VALUE "Y".

       01 WS-EDIT-DATE         PIC 9(8) VALUE ZERO.
       01 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           02 WS-ED-YYYY           PIC 9(4).
           02 WS-ED-MM             PIC 9(2).
           02 WS-ED-DD             PIC 9(2).
       01 WS-DATE-SWITCH       PIC X VALUE "N".
           88 WS-DATE-VALID        VALUE "Y".
       01 WS-MONTH-LENGTHS     PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           02 WS-MONTH-LENGTH      PIC 9(2) OCCURS 12 TIMES.
       01 WS-DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
       01 WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REMAINDER    PIC 9(3) VALUE ZERO.

       01 WS-DATE-FUNCTION     PIC X VALUE "A".
       01 WS-ADJUSTED-DATE     PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE       PIC X VALUE "S".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-STANDORD THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-STANDORD THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open STANDORD for update, creating it on a fresh system
      *> (same idiom as VENDMAST).
      *>--------------------------------------------------------------
       1000-OPEN-STANDORD.
           OPEN I-O STANDORD-FILE
           IF WS-STANDORD-NEW
               OPEN OUTPUT STANDORD-FILE
               CLOSE STANDORD-FILE
               OPEN I-O STANDORD-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Add standing order"
           DISPLAY "2. Update standing order"
           DISPLAY "3. List standing orders"
           DISPLAY "4. End standing order"
           DISPLAY "5. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 3000-ADD-ORDER THRU 3000-EXIT
               WHEN WS-CHOICE-UPDATE
                   PERFORM 4000-UPDATE-ORDER THRU 4000-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-ORDERS THRU 5000-EXIT
               WHEN WS-CHOICE-END
                   PERFORM 6000-END-ORDER THRU 6000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A new order: who pays whom, how much, how often, and from
      *> when to when.  Its first payment is due on the start date,
      *> or the business day after if that is not one.
      *>--------------------------------------------------------------
       3000-ADD-ORDER.
           DISPLAY "Enter order id: " WITH NO ADVANCING
           ACCEPT SO-ORDER-ID
           IF SO-ORDER-ID = SPACES
               DISPLAY "Order id is required"
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-FIELDS-SWITCH
           DISPLAY "Enter from account: " WITH NO ADVANCING
           ACCEPT SO-FROM-ACCT
           DISPLAY "Enter target (A another account, R customer "
               "receivable): " WITH NO ADVANCING
           ACCEPT SO-TARGET-TYPE
           MOVE ZERO TO SO-TO-ACCT SO-TO-CUST-IDENT
           IF SO-TO-ACCOUNT
               DISPLAY "Enter to account: " WITH NO ADVANCING
               ACCEPT SO-TO-ACCT
           END-IF
           IF SO-TO-RECEIVABLE
               DISPLAY "Enter customer id: " WITH NO ADVANCING
               ACCEPT SO-TO-CUST-IDENT
           END-IF
           DISPLAY "Enter frequency (W weekly, M monthly, Q "
               "quarterly): " WITH NO ADVANCING
           ACCEPT SO-FREQUENCY
           DISPLAY "Enter start date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT SO-START-DATE

           IF SO-FROM-ACCT = ZERO
               DISPLAY "From account is required"
               GO TO 3000-EXIT
           END-IF
           IF NOT SO-TO-ACCOUNT AND NOT SO-TO-RECEIVABLE
               DISPLAY "Target must be A or R"
               GO TO 3000-EXIT
           END-IF
           IF SO-TO-ACCOUNT
               AND (SO-TO-ACCT = ZERO OR SO-TO-ACCT = SO-FROM-ACCT)
               DISPLAY "To account is required and must differ"
               GO TO 3000-EXIT
           END-IF
           IF SO-TO-RECEIVABLE AND SO-TO-CUST-IDENT = ZERO
               DISPLAY "Customer id is required"
               GO TO 3000-EXIT
           END-IF
           IF NOT SO-WEEKLY AND NOT SO-MONTHLY AND NOT SO-QUARTERLY
               DISPLAY "Frequency must be W, M, or Q"
               GO TO 3000-EXIT
           END-IF
           MOVE SO-START-DATE TO WS-EDIT-DATE
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT
           IF NOT WS-DATE-VALID
               DISPLAY "Start date is not a valid date"
               GO TO 3000-EXIT
           END-IF
           MOVE SO-START-DATE TO SO-SCHEDULED-DATE
           PERFORM 3500-ACCEPT-TERMS THRU 3500-EXIT
           IF NOT WS-FIELDS-VALID
               GO TO 3000-EXIT
           END-IF

           MOVE SO-START-DATE TO WS-ADJUSTED-DATE
           CALL "datesrv" USING WS-DATE-FUNCTION WS-ADJUSTED-DATE
               WS-DATE-SOURCE
           MOVE WS-ADJUSTED-DATE TO SO-NEXT-DUE-DATE
           MOVE ZERO TO SO-LAST-RUN-DATE
           MOVE SPACE TO SO-LAST-RESULT
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order " SO-ORDER-ID " already on file"
               NOT INVALID KEY
                   DISPLAY "Order " SO-ORDER-ID
                       " added - first payment due " SO-NEXT-DUE-DATE
           END-WRITE.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The terms that may change over an order's life: amount,
      *> end date (zero for open-ended), and status.  An end date
      *> may not fall before the payment the schedule stands at.
      *>--------------------------------------------------------------
       3500-ACCEPT-TERMS.
           MOVE "N" TO WS-FIELDS-SWITCH
           DISPLAY "Enter amount: " WITH NO ADVANCING
           ACCEPT SO-AMOUNT
           DISPLAY "Enter end date (YYYYMMDD, 0 if open-ended): "
               WITH NO ADVANCING
           ACCEPT SO-END-DATE
           DISPLAY "Enter status (A active, S suspended): "
               WITH NO ADVANCING
           ACCEPT SO-STATUS

           IF SO-AMOUNT = ZERO
               DISPLAY "Amount is required"
               GO TO 3500-EXIT
           END-IF
           IF SO-END-DATE NOT = ZERO
               MOVE SO-END-DATE TO WS-EDIT-DATE
               PERFORM 7000-EDIT-DATE THRU 7000-EXIT
               IF NOT WS-DATE-VALID
                   DISPLAY "End date is not a valid date"
                   GO TO 3500-EXIT
               END-IF
               IF SO-END-DATE < SO-START-DATE
                   DISPLAY "End date is before the start date"
                   GO TO 3500-EXIT
               END-IF
               IF SO-END-DATE < SO-SCHEDULED-DATE
                   DISPLAY "End date is before the next scheduled "
                       "payment " SO-SCHEDULED-DATE
                   GO TO 3500-EXIT
               END-IF
           END-IF
           IF NOT SO-ACTIVE AND NOT SO-SUSPENDED
               DISPLAY "Status must be A or S"
               GO TO 3500-EXIT
           END-IF
           SET WS-FIELDS-VALID TO TRUE.
       3500-EXIT.
           EXIT.

       4000-UPDATE-ORDER.
           DISPLAY "Enter order id to update: " WITH NO ADVANCING
           ACCEPT SO-ORDER-ID

           READ STANDORD-FILE
               INVALID KEY
                   DISPLAY "Order " SO-ORDER-ID " not found"
                   GO TO 4000-EXIT
           END-READ
           IF SO-ENDED
               DISPLAY "Order " SO-ORDER-ID " has ended"
               GO TO 4000-EXIT
           END-IF

           PERFORM 3500-ACCEPT-TERMS THRU 3500-EXIT
           IF NOT WS-FIELDS-VALID
               GO TO 4000-EXIT
           END-IF

           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order " SO-ORDER-ID
                       " could not be updated"
               NOT INVALID KEY
                   DISPLAY "Order " SO-ORDER-ID " updated"
           END-REWRITE.
       4000-EXIT.
           EXIT.

       5000-LIST-ORDERS.
           MOVE LOW-VALUES TO SO-ORDER-ID
           START STANDORD-FILE KEY IS NOT LESS THAN SO-ORDER-ID
               INVALID KEY
                   DISPLAY "No standing orders on file"
                   GO TO 5000-EXIT
           END-START

           PERFORM 5100-LIST-ONE-ORDER THRU 5100-EXIT
               UNTIL WS-STANDORD-EOF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-ORDER.
           READ STANDORD-FILE NEXT RECORD
               AT END
                   SET WS-STANDORD-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ

           IF SO-TO-ACCOUNT
               DISPLAY SO-ORDER-ID " " SO-STATUS " FROM " SO-FROM-ACCT
                   " TO ACCT " SO-TO-ACCT " " SO-AMOUNT " "
                   SO-FREQUENCY " NEXT " SO-NEXT-DUE-DATE
                   " END " SO-END-DATE " LAST " SO-LAST-RESULT
           ELSE
               DISPLAY SO-ORDER-ID " " SO-STATUS " FROM " SO-FROM-ACCT
                   " TO AR " SO-TO-CUST-IDENT " " SO-AMOUNT " "
                   SO-FREQUENCY " NEXT " SO-NEXT-DUE-DATE
                   " END " SO-END-DATE " LAST " SO-LAST-RESULT
           END-IF.
       5100-EXIT.
           EXIT.

       6000-END-ORDER.
           DISPLAY "Enter order id to end: " WITH NO ADVANCING
           ACCEPT SO-ORDER-ID

           READ STANDORD-FILE
               INVALID KEY
                   DISPLAY "Order " SO-ORDER-ID " not found"
                   GO TO 6000-EXIT
           END-READ
           SET SO-ENDED TO TRUE
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order " SO-ORDER-ID
                       " could not be updated"
               NOT INVALID KEY
                   DISPLAY "Order " SO-ORDER-ID " ended"
           END-REWRITE.
       6000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A real calendar date: the schedule arithmetic in sorun.cob
      *> counts days from it, so February 30th must not get in.
      *>--------------------------------------------------------------
       7000-EDIT-DATE.
           MOVE "N" TO WS-DATE-SWITCH
           IF WS-EDIT-DATE IS NOT NUMERIC
               OR WS-ED-YYYY NOT > 1900
               OR WS-ED-MM < 1 OR WS-ED-MM > 12
               GO TO 7000-EXIT
           END-IF
           MOVE WS-MONTH-LENGTH (WS-ED-MM) TO WS-DAYS-IN-MONTH
           IF WS-ED-MM = 2
               DIVIDE WS-ED-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-ED-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-ED-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ED-DD >= 1 AND WS-ED-DD <= WS-DAYS-IN-MONTH
               SET WS-DATE-VALID TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.

       9000-CLOSE-STANDORD.
           CLOSE STANDORD-FILE.
       9000-EXIT.
           EXIT.
