       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. garnmnt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for GARNORD, the court-ordered wage
      *> garnishments payroll.cob applies after taxes (see
      *> GARNREC.cpy).  Menu-driven the same way dedmaint.cob
      *> maintains DEDMAST, update-level operators only through the
      *> shared opersign sign-on: add an order, update one, delete
      *> one, or list every order on file, keyed by employee and
      *> priority.  An update keeps the withheld-to-date and last
      *> pay date payroll has posted but re-keys every other field,
      *> the arrears or judgment balance included, so the balance
      *> keyed must be the one payroll has brought it down to (or
      *> the agency's corrected figure), not the original order's.
      *> Every add, update, and delete writes an AUDITLOG row under
      *> the operator's id - these orders are court documents.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GARNORD-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARNISHMENT-ORDER-FILE.
           COPY GARNREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-GARNORD-STATUS   PIC XX VALUE "00".
           88 WS-GARNORD-OK       VALUE "00".
           88 WS-GARNORD-NOTFND   VALUE "23".
           88 WS-GARNORD-NEW      VALUE "35".
           88 WS-GARNORD-EOF      VALUE "10".
       01 WS-AUDIT-LOG-STATUS  PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-ADD        VALUE 1.
           88 WS-CHOICE-UPDATE     VALUE 2.
           88 WS-CHOICE-DELETE     VALUE 3.
           88 WS-CHOICE-LIST       VALUE 4.
           88 WS-CHOICE-EXIT       VALUE 5.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-AUDIT-ACTION      PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-GARNORD THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-GARNORD THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open GARNORD for update, creating it on a fresh system
      *> (same idiom as DEDMAST).
      *>--------------------------------------------------------------
       1000-OPEN-GARNORD.
           OPEN I-O GARNISHMENT-ORDER-FILE
           IF WS-GARNORD-NEW
               OPEN OUTPUT GARNISHMENT-ORDER-FILE
               CLOSE GARNISHMENT-ORDER-FILE
               OPEN I-O GARNISHMENT-ORDER-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Add garnishment order"
           DISPLAY "2. Update garnishment order"
           DISPLAY "3. Delete garnishment order"
           DISPLAY "4. List garnishment orders"
           DISPLAY "5. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 3000-ADD-ORDER THRU 3000-EXIT
               WHEN WS-CHOICE-UPDATE
                   PERFORM 4000-UPDATE-ORDER THRU 4000-EXIT
               WHEN WS-CHOICE-DELETE
                   PERFORM 4500-DELETE-ORDER THRU 4500-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-ORDERS THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-ADD-ORDER.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           PERFORM 3600-ACCEPT-FIELDS THRU 3600-EXIT
           MOVE ZERO TO GO-WITHHELD-TO-DATE
           MOVE ZERO TO GO-LAST-PAY-DATE

           WRITE GARNISHMENT-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order already on file for employee "
                       GO-EMP-ID " priority " GO-PRIORITY
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "Order added"
           MOVE "ADDED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3500-ACCEPT-KEY.
           DISPLAY "Enter employee ID (5 digits): " WITH NO ADVANCING
           ACCEPT GO-EMP-ID
           DISPLAY "Enter priority (01-99): " WITH NO ADVANCING
           ACCEPT GO-PRIORITY.
       3500-EXIT.
           EXIT.

       3600-ACCEPT-FIELDS.
           DISPLAY "Enter order type (S=support, C=creditor): "
               WITH NO ADVANCING
           ACCEPT GO-ORDER-TYPE
           IF NOT GO-SUPPORT-ORDER AND NOT GO-CREDITOR-ORDER
               MOVE "C" TO GO-ORDER-TYPE
           END-IF
           DISPLAY "Enter case number: " WITH NO ADVANCING
           ACCEPT GO-CASE-NUMBER
           DISPLAY "Enter agency code: " WITH NO ADVANCING
           ACCEPT GO-AGENCY-CODE
           DISPLAY "Enter method (F=flat, P=percent of disposable): "
               WITH NO ADVANCING
           ACCEPT GO-METHOD
           IF NOT GO-FLAT-AMOUNT AND NOT GO-PERCENT-OF-DISPOSABLE
               MOVE "F" TO GO-METHOD
           END-IF
           DISPLAY "Enter amount (or percent): " WITH NO ADVANCING
           ACCEPT GO-AMOUNT
           IF GO-SUPPORT-ORDER
               DISPLAY "Enter arrears payment per period: "
                   WITH NO ADVANCING
               ACCEPT GO-ARREARS-PAYMENT
               DISPLAY "Enter arrears balance: " WITH NO ADVANCING
           ELSE
               MOVE ZERO TO GO-ARREARS-PAYMENT
               DISPLAY "Enter judgment balance owed: "
                   WITH NO ADVANCING
           END-IF
           ACCEPT GO-ARREARS-BALANCE
           DISPLAY "Enter start date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT GO-START-DATE
           DISPLAY "Enter stop date (YYYYMMDD, 0=open): "
               WITH NO ADVANCING
           ACCEPT GO-STOP-DATE.
       3600-EXIT.
           EXIT.

       4000-UPDATE-ORDER.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           READ GARNISHMENT-ORDER-FILE
               INVALID KEY
                   DISPLAY "Order not found"
                   GO TO 4000-EXIT
           END-READ
           PERFORM 3600-ACCEPT-FIELDS THRU 3600-EXIT
           REWRITE GARNISHMENT-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order could not be updated"
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "Order updated"
           MOVE "UPDATED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       4500-DELETE-ORDER.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           READ GARNISHMENT-ORDER-FILE
               INVALID KEY
                   DISPLAY "Order not found"
                   GO TO 4500-EXIT
           END-READ
           DELETE GARNISHMENT-ORDER-FILE
               INVALID KEY
                   DISPLAY "Order not found"
                   GO TO 4500-EXIT
           END-DELETE
           DISPLAY "Order deleted"
           MOVE "DELETED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       4500-EXIT.
           EXIT.

       5000-LIST-ORDERS.
           MOVE LOW-VALUES TO GO-KEY
           START GARNISHMENT-ORDER-FILE KEY IS NOT LESS THAN GO-KEY
               INVALID KEY
                   DISPLAY "No garnishment orders on file"
                   GO TO 5000-EXIT
           END-START

           PERFORM 5100-LIST-ONE-ORDER THRU 5100-EXIT
               UNTIL WS-GARNORD-EOF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-ORDER.
           READ GARNISHMENT-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-GARNORD-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ

           DISPLAY GO-EMP-ID " " GO-PRIORITY " " GO-ORDER-TYPE " "
               GO-CASE-NUMBER " " GO-AGENCY-CODE " " GO-METHOD " "
               GO-AMOUNT " " GO-ARREARS-PAYMENT " "
               GO-ARREARS-BALANCE " " GO-START-DATE " "
               GO-STOP-DATE " " GO-WITHHELD-TO-DATE.
       5100-EXIT.
           EXIT.

       6000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "GARNMNT" TO AL-PROGRAM-ID
           MOVE GO-KEY TO AL-KEY
           MOVE SPACES TO AL-DECISION
           STRING WS-AUDIT-ACTION DELIMITED BY SPACE
               " CASE " GO-CASE-NUMBER DELIMITED BY SIZE
               INTO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

       9000-CLOSE-GARNORD.
           CLOSE GARNISHMENT-ORDER-FILE.
       9000-EXIT.
           EXIT.
