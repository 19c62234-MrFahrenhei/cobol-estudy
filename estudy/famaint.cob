       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. famaint.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for FAMAST, the fixed-asset master (see
      *> FAREC.cpy) the monthly depreciation run works from.
      *> Menu-driven the same way vendmnt.cob maintains VENDMAST: add
      *> an asset, update one, list every asset on file, or enter a
      *> disposal.  The department is validated against DEPTMAST the
      *> way empmaint.cob validates an employee's.  Once depreciation
      *> has been taken the cost, life, method, and salvage are what
      *> the ledger was charged on and can no longer be changed here;
      *> only the description and department can.  A disposal only
      *> records the date and proceeds and sets the asset pending -
      *> fadepr.cob takes the final month, works out the gain or
      *> loss, and posts it at month-end.  An asset is never
      *> deleted; a disposed one stays on file for the register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMAST-FILE ASSIGN TO "FAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-NUMBER
               FILE STATUS IS WS-FAMAST-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAMAST-FILE.
           COPY FAREC.

       FD  DEPTMAST-FILE.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-FAMAST-STATUS     PIC XX VALUE "00".
           88 WS-FAMAST-OK         VALUE "00".
           88 WS-FAMAST-NEW        VALUE "35".
           88 WS-FAMAST-EOF        VALUE "10".
       01 WS-DEPTMAST-STATUS   PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-ADD        VALUE 1.
           88 WS-CHOICE-UPDATE     VALUE 2.
           88 WS-CHOICE-LIST       VALUE 3.
           88 WS-CHOICE-DISPOSE    VALUE 4.
           88 WS-CHOICE-EXIT       VALUE 5.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-FIELDS-SWITCH     PIC X VALUE "N".
           88 WS-FIELDS-VALID      VALUE "Y".
       01 WS-DEPT-CHECK-SWITCH PIC X VALUE "N".
           88 WS-DEPT-CHECKING     VALUE "Y".
           88 WS-DEPT-UNCHECKED    VALUE "N".
       01 WS-DEPT-VALID-SWITCH PIC X VALUE "N".
           88 WS-DEPT-VALID        VALUE "Y".
           88 WS-DEPT-INVALID      VALUE "N".

       01 WS-EDIT-DATE         PIC 9(8) VALUE ZERO.
       01 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           02 WS-ED-YYYY           PIC 9(4).
           02 WS-ED-MM             PIC 9(2).
           02 WS-ED-DD             PIC 9(2).
       01 WS-DATE-SWITCH       PIC X VALUE "N".
           88 WS-DATE-VALID        VALUE "Y".
       01 WS-BOOK-VALUE        PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           PERFORM 1000-OPEN-FAMAST THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-FAMAST THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open FAMAST for update, creating it on a fresh system (same
      *> idiom as VENDMAST); DEPTMAST only validates when present.
      *>--------------------------------------------------------------
       1000-OPEN-FAMAST.
           OPEN I-O FAMAST-FILE
           IF WS-FAMAST-NEW
               OPEN OUTPUT FAMAST-FILE
               CLOSE FAMAST-FILE
               OPEN I-O FAMAST-FILE
           END-IF
           OPEN INPUT DEPTMAST-FILE
           IF WS-DEPTMAST-STATUS = "00"
               SET WS-DEPT-CHECKING TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Add asset"
           DISPLAY "2. Update asset"
           DISPLAY "3. List assets"
           DISPLAY "4. Dispose of asset"
           DISPLAY "5. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 3000-ADD-ASSET THRU 3000-EXIT
               WHEN WS-CHOICE-UPDATE
                   PERFORM 4000-UPDATE-ASSET THRU 4000-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-ASSETS THRU 5000-EXIT
               WHEN WS-CHOICE-DISPOSE
                   PERFORM 6000-DISPOSE-ASSET THRU 6000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-ADD-ASSET.
           DISPLAY "Enter asset number: " WITH NO ADVANCING
           ACCEPT FA-ASSET-NUMBER
           IF FA-ASSET-NUMBER = SPACES
               DISPLAY "Asset number is required"
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO FA-ACCUM-DEPRECIATION FA-MONTHS-DEPRECIATED
               FA-LAST-DEPR-PERIOD FA-DISPOSAL-DATE
               FA-DISPOSAL-PROCEEDS FA-GAIN-LOSS
           SET FA-ACTIVE TO TRUE
           PERFORM 3500-ACCEPT-DESCRIPTION THRU 3500-EXIT
           IF NOT WS-FIELDS-VALID
               GO TO 3000-EXIT
           END-IF
           PERFORM 3600-ACCEPT-COST-FIELDS THRU 3600-EXIT
           IF NOT WS-FIELDS-VALID
               GO TO 3000-EXIT
           END-IF

           WRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Asset " FA-ASSET-NUMBER " already on file"
               NOT INVALID KEY
                   DISPLAY "Asset " FA-ASSET-NUMBER " added to FAMAST"
           END-WRITE.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Description and the department that uses the asset,
      *> re-prompting until a department on file is keyed.  With no
      *> department master on disk the entry is taken as keyed.
      *>--------------------------------------------------------------
       3500-ACCEPT-DESCRIPTION.
           MOVE "N" TO WS-FIELDS-SWITCH
           DISPLAY "Enter description: " WITH NO ADVANCING
           ACCEPT FA-DESCRIPTION
           IF FA-DESCRIPTION = SPACES
               DISPLAY "Description is required"
               GO TO 3500-EXIT
           END-IF
           SET WS-DEPT-INVALID TO TRUE
           PERFORM UNTIL WS-DEPT-VALID
               DISPLAY "Enter department: " WITH NO ADVANCING
               ACCEPT FA-DEPARTMENT
               IF WS-DEPT-UNCHECKED
                   SET WS-DEPT-VALID TO TRUE
               ELSE
                   MOVE FA-DEPARTMENT TO DEPT-CODE
                   READ DEPTMAST-FILE
                       INVALID KEY
                           DISPLAY "Department not on DEPTMAST"
                       NOT INVALID KEY
                           SET WS-DEPT-VALID TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           SET WS-FIELDS-VALID TO TRUE.
       3500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> What the depreciation is computed on: salvage must leave
      *> something to depreciate, and the life is in months.
      *>--------------------------------------------------------------
       3600-ACCEPT-COST-FIELDS.
           MOVE "N" TO WS-FIELDS-SWITCH
           DISPLAY "Enter acquisition date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT FA-ACQUISITION-DATE
           MOVE FA-ACQUISITION-DATE TO WS-EDIT-DATE
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT
           IF NOT WS-DATE-VALID
               DISPLAY "Acquisition date is not a valid date"
               GO TO 3600-EXIT
           END-IF
           DISPLAY "Enter acquisition cost: " WITH NO ADVANCING
           ACCEPT FA-ACQUISITION-COST
           DISPLAY "Enter useful life in months: " WITH NO ADVANCING
           ACCEPT FA-USEFUL-LIFE
           DISPLAY "Enter method (S straight-line, D declining "
               "balance): " WITH NO ADVANCING
           ACCEPT FA-METHOD
           DISPLAY "Enter salvage value: " WITH NO ADVANCING
           ACCEPT FA-SALVAGE-VALUE

           IF FA-ACQUISITION-COST = ZERO
               DISPLAY "Acquisition cost is required"
               GO TO 3600-EXIT
           END-IF
           IF FA-USEFUL-LIFE = ZERO
               DISPLAY "Useful life must be at least one month"
               GO TO 3600-EXIT
           END-IF
           IF NOT FA-STRAIGHT-LINE AND NOT FA-DECLINING-BALANCE
               DISPLAY "Method must be S or D"
               GO TO 3600-EXIT
           END-IF
           IF FA-SALVAGE-VALUE NOT < FA-ACQUISITION-COST
               DISPLAY "Salvage value must be less than cost"
               GO TO 3600-EXIT
           END-IF
           SET WS-FIELDS-VALID TO TRUE.
       3600-EXIT.
           EXIT.

       4000-UPDATE-ASSET.
           DISPLAY "Enter asset number to update: " WITH NO ADVANCING
           ACCEPT FA-ASSET-NUMBER

           READ FAMAST-FILE
               INVALID KEY
                   DISPLAY "Asset " FA-ASSET-NUMBER " not found"
                   GO TO 4000-EXIT
           END-READ
           IF FA-DISPOSED
               DISPLAY "Asset " FA-ASSET-NUMBER " has been disposed of"
               GO TO 4000-EXIT
           END-IF

           PERFORM 3500-ACCEPT-DESCRIPTION THRU 3500-EXIT
           IF NOT WS-FIELDS-VALID
               GO TO 4000-EXIT
           END-IF
           IF FA-MONTHS-DEPRECIATED = ZERO
               PERFORM 3600-ACCEPT-COST-FIELDS THRU 3600-EXIT
               IF NOT WS-FIELDS-VALID
                   GO TO 4000-EXIT
               END-IF
           ELSE
               DISPLAY "Depreciation taken - cost, life, method and "
                   "salvage are fixed"
           END-IF

           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Asset " FA-ASSET-NUMBER
                       " could not be updated"
               NOT INVALID KEY
                   DISPLAY "Asset " FA-ASSET-NUMBER " updated"
           END-REWRITE.
       4000-EXIT.
           EXIT.

       5000-LIST-ASSETS.
           MOVE LOW-VALUES TO FA-ASSET-NUMBER
           START FAMAST-FILE KEY IS NOT LESS THAN FA-ASSET-NUMBER
               INVALID KEY
                   DISPLAY "No assets on file"
                   GO TO 5000-EXIT
           END-START

           PERFORM 5100-LIST-ONE-ASSET THRU 5100-EXIT
               UNTIL WS-FAMAST-EOF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-ASSET.
           READ FAMAST-FILE NEXT RECORD
               AT END
                   SET WS-FAMAST-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ

           COMPUTE WS-BOOK-VALUE =
               FA-ACQUISITION-COST - FA-ACCUM-DEPRECIATION
           DISPLAY FA-ASSET-NUMBER " " FA-DESCRIPTION " "
               FA-DEPARTMENT " " FA-STATUS " COST "
               FA-ACQUISITION-COST " BOOK " WS-BOOK-VALUE.
       5100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A disposal is recorded, not posted: the date it left and
      *> what it fetched.  fadepr.cob finishes it at month-end.
      *>--------------------------------------------------------------
       6000-DISPOSE-ASSET.
           DISPLAY "Enter asset number to dispose of: "
               WITH NO ADVANCING
           ACCEPT FA-ASSET-NUMBER

           READ FAMAST-FILE
               INVALID KEY
                   DISPLAY "Asset " FA-ASSET-NUMBER " not found"
                   GO TO 6000-EXIT
           END-READ
           IF FA-DISPOSED
               DISPLAY "Asset " FA-ASSET-NUMBER
                   " has already been disposed of"
               GO TO 6000-EXIT
           END-IF

           DISPLAY "Enter disposal date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT FA-DISPOSAL-DATE
           MOVE FA-DISPOSAL-DATE TO WS-EDIT-DATE
           PERFORM 7000-EDIT-DATE THRU 7000-EXIT
           IF NOT WS-DATE-VALID
               DISPLAY "Disposal date is not a valid date"
               GO TO 6000-EXIT
           END-IF
           IF FA-DISPOSAL-DATE < FA-ACQUISITION-DATE
               DISPLAY "Disposal date is before acquisition"
               GO TO 6000-EXIT
           END-IF
           IF FA-LAST-DEPR-PERIOD > ZERO
               AND FA-DISPOSAL-DATE (1:6) < FA-LAST-DEPR-PERIOD
               DISPLAY "Disposal date is in a period already "
                   "depreciated"
               GO TO 6000-EXIT
           END-IF
           DISPLAY "Enter sale proceeds (0 if scrapped): "
               WITH NO ADVANCING
           ACCEPT FA-DISPOSAL-PROCEEDS
           SET FA-DISPOSAL-PENDING TO TRUE

           REWRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Asset " FA-ASSET-NUMBER
                       " could not be updated"
               NOT INVALID KEY
                   DISPLAY "Asset " FA-ASSET-NUMBER
                       " disposal recorded - posts at month-end"
           END-REWRITE.
       6000-EXIT.
           EXIT.

       7000-EDIT-DATE.
           MOVE "N" TO WS-DATE-SWITCH
           IF WS-EDIT-DATE IS NUMERIC
               AND WS-ED-YYYY > 1900
               AND WS-ED-MM >= 1 AND WS-ED-MM <= 12
               AND WS-ED-DD >= 1 AND WS-ED-DD <= 31
               SET WS-DATE-VALID TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.

       9000-CLOSE-FAMAST.
           CLOSE FAMAST-FILE
           IF WS-DEPT-CHECKING
               CLOSE DEPTMAST-FILE
           END-IF.
       9000-EXIT.
           EXIT.
