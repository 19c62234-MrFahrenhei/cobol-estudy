       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendmnt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for VENDMAST, the vendor master (see
      *> VENDREC.cpy) the payables side keys on: the vendor id a PO
      *> is issued to, the remit-to address a check is mailed to,
      *> and the payment terms an invoice is dated from.  Menu-driven
      *> the same way deptmnt.cob maintains DEPTMAST: add a vendor,
      *> update one, or list every vendor on file.  A vendor is never
      *> deleted - its invoices and checks stay on file against it -
      *> but one set inactive takes no new invoices and is not paid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDMAST-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS WS-VENDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDMAST-FILE.
           COPY VENDREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-VENDMAST-STATUS   PIC XX VALUE "00".
           88 WS-VENDMAST-OK       VALUE "00".
           88 WS-VENDMAST-NEW      VALUE "35".
           88 WS-VENDMAST-EOF      VALUE "10".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-ADD        VALUE 1.
           88 WS-CHOICE-UPDATE     VALUE 2.
           88 WS-CHOICE-LIST       VALUE 3.
           88 WS-CHOICE-EXIT       VALUE 4.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-FIELDS-SWITCH     PIC X VALUE "N".
           88 WS-FIELDS-VALID      VALUE "Y".

      *> A bill not raised against a PO lands on general expense
      *> unless the vendor says otherwise.
       01 WS-DEFAULT-EXPENSE-ACCT  PIC 9(4) VALUE 5100.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-VENDMAST THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-VENDMAST THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open VENDMAST for update, creating it on a fresh system
      *> (same idiom as DEPTMAST).
      *>--------------------------------------------------------------
       1000-OPEN-VENDMAST.
           OPEN I-O VENDMAST-FILE
           IF WS-VENDMAST-NEW
               OPEN OUTPUT VENDMAST-FILE
               CLOSE VENDMAST-FILE
               OPEN I-O VENDMAST-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Add vendor"
           DISPLAY "2. Update vendor"
           DISPLAY "3. List vendors"
           DISPLAY "4. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 3000-ADD-VENDOR THRU 3000-EXIT
               WHEN WS-CHOICE-UPDATE
                   PERFORM 4000-UPDATE-VENDOR THRU 4000-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-VENDORS THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-ADD-VENDOR.
           DISPLAY "Enter vendor id: " WITH NO ADVANCING
           ACCEPT VN-VENDOR-ID
           IF VN-VENDOR-ID = SPACES
               DISPLAY "Vendor id is required"
               GO TO 3000-EXIT
           END-IF
           SET VN-ACTIVE TO TRUE
           PERFORM 3500-ACCEPT-FIELDS THRU 3500-EXIT
           IF NOT WS-FIELDS-VALID
               GO TO 3000-EXIT
           END-IF

           WRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "Vendor " VN-VENDOR-ID " already on file"
               NOT INVALID KEY
                   DISPLAY "Vendor " VN-VENDOR-ID " added to VENDMAST"
           END-WRITE.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Terms: the discount window cannot outrun the net days, and
      *> a discount percent needs a window to take it in.
      *>--------------------------------------------------------------
       3500-ACCEPT-FIELDS.
           MOVE "N" TO WS-FIELDS-SWITCH
           DISPLAY "Enter vendor name: " WITH NO ADVANCING
           ACCEPT VN-NAME
           DISPLAY "Enter street: " WITH NO ADVANCING
           ACCEPT VN-STREET
           DISPLAY "Enter city: " WITH NO ADVANCING
           ACCEPT VN-CITY
           DISPLAY "Enter state: " WITH NO ADVANCING
           ACCEPT VN-STATE
           DISPLAY "Enter postal code: " WITH NO ADVANCING
           ACCEPT VN-POSTAL-CODE
           DISPLAY "Enter early-pay discount percent (0 if none): "
               WITH NO ADVANCING
           ACCEPT VN-DISCOUNT-PERCENT
           DISPLAY "Enter discount days: " WITH NO ADVANCING
           ACCEPT VN-DISCOUNT-DAYS
           DISPLAY "Enter net days: " WITH NO ADVANCING
           ACCEPT VN-NET-DAYS
           DISPLAY "Enter expense account (0 for "
               WS-DEFAULT-EXPENSE-ACCT "): " WITH NO ADVANCING
           ACCEPT VN-EXPENSE-ACCT
           DISPLAY "Enter status (A active, I inactive): "
               WITH NO ADVANCING
           ACCEPT VN-STATUS

           IF VN-NAME = SPACES
               DISPLAY "Vendor name is required"
               GO TO 3500-EXIT
           END-IF
           IF NOT VN-ACTIVE AND NOT VN-INACTIVE
               DISPLAY "Status must be A or I"
               GO TO 3500-EXIT
           END-IF
           IF VN-DISCOUNT-PERCENT > ZERO
               AND (VN-DISCOUNT-DAYS = ZERO
                    OR VN-DISCOUNT-DAYS > VN-NET-DAYS)
               DISPLAY "Discount days must be 1 to the net days"
               GO TO 3500-EXIT
           END-IF
           IF VN-DISCOUNT-PERCENT = ZERO
               MOVE ZERO TO VN-DISCOUNT-DAYS
           END-IF
           IF VN-EXPENSE-ACCT = ZERO
               MOVE WS-DEFAULT-EXPENSE-ACCT TO VN-EXPENSE-ACCT
           END-IF
           SET WS-FIELDS-VALID TO TRUE.
       3500-EXIT.
           EXIT.

       4000-UPDATE-VENDOR.
           DISPLAY "Enter vendor id to update: " WITH NO ADVANCING
           ACCEPT VN-VENDOR-ID

           READ VENDMAST-FILE
               INVALID KEY
                   DISPLAY "Vendor " VN-VENDOR-ID " not found"
                   GO TO 4000-EXIT
           END-READ

           PERFORM 3500-ACCEPT-FIELDS THRU 3500-EXIT
           IF NOT WS-FIELDS-VALID
               GO TO 4000-EXIT
           END-IF

           REWRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "Vendor " VN-VENDOR-ID
                       " could not be updated"
               NOT INVALID KEY
                   DISPLAY "Vendor " VN-VENDOR-ID " updated"
           END-REWRITE.
       4000-EXIT.
           EXIT.

       5000-LIST-VENDORS.
           MOVE LOW-VALUES TO VN-VENDOR-ID
           START VENDMAST-FILE KEY IS NOT LESS THAN VN-VENDOR-ID
               INVALID KEY
                   DISPLAY "No vendors on file"
                   GO TO 5000-EXIT
           END-START

           PERFORM 5100-LIST-ONE-VENDOR THRU 5100-EXIT
               UNTIL WS-VENDMAST-EOF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-VENDOR.
           READ VENDMAST-FILE NEXT RECORD
               AT END
                   SET WS-VENDMAST-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ

           DISPLAY VN-VENDOR-ID " " VN-NAME " " VN-STATUS " "
               VN-DISCOUNT-PERCENT "% " VN-DISCOUNT-DAYS " NET "
               VN-NET-DAYS " ACCT " VN-EXPENSE-ACCT.
       5100-EXIT.
           EXIT.

       9000-CLOSE-VENDMAST.
           CLOSE VENDMAST-FILE.
       9000-EXIT.
           EXIT.
