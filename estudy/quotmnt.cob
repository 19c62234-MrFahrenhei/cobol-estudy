       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. quotmnt.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for customer quotes (QUOTEHDR.cpy and
      *> QUOTELIN.cpy), menu-driven the same way awrdmnt.cob
      *> maintains AWARDMST, update-level operators only through the
      *> shared opersign sign-on.  Sales works the latest revision
      *> of a quote, which is the only one ever open:
      *>   revise  - keeps, reprices, requantifies or drops each line
      *>             and may add lines, then writes the result as the
      *>             next revision with a fresh expiry date, flagged
      *>             for its printed document (quotdoc.cob); the
      *>             revision it replaces is marked superseded and
      *>             stays on file as what the customer was sent;
      *>   accept  - the customer's yes, allowed only before the
      *>             expiry date, only once every line is priced,
      *>             and only while every line's item has an ITEMMAST
      *>             price in effect - the invoice run takes the
      *>             line's description and cost from it and will
      *>             not bill an item without one, so neither is a
      *>             line added in a revision for such an item:
      *>             each line is appended to MATLITEM on the
      *>             takeoff's customer and invoice number, carrying
      *>             the quote number and the quoted unit price, so
      *>             the next invoice run bills exactly what was
      *>             quoted, tax and discount rates and all;
      *>   decline - the customer's no; nothing is billed.
      *> Every revise, accept and decline writes an AUDITLOG row
      *> keyed by quote and revision under the operator's id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-KEY
               FILE STATUS IS WS-ITEM-MASTER-STATUS.
           SELECT MATL-ITEM-FILE ASSIGN TO "MATLITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATL-ITEM-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.

       FD  QUOTE-LINE-FILE.
           COPY QUOTELIN.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  MATL-ITEM-FILE.
       01 MATL-ITEM-RECORD.
           02 MI-CUST-IDENT       PIC 9(7).
           02 MI-INVOICE-NO       PIC 9(6).
           02 MI-ITEM-CODE        PIC X(8).
           02 MI-QUANTITY         PIC 9(5).
           02 MI-TAX-RATE         PIC 9V999.
           02 MI-DISCOUNT-RATE    PIC 9V999.
           02 MI-QUOTE-NO         PIC 9(6).
           02 MI-QUOTED-PRICE     PIC 9(5)V99.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-DATE-FUNCTION         PIC X VALUE "C".
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE           PIC X VALUE "S".
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-QUOTEHDR-STATUS   PIC XX VALUE "00".
           88 WS-QUOTEHDR-NEW      VALUE "35".
       01 WS-QUOTELIN-STATUS   PIC XX VALUE "00".
           88 WS-QUOTELIN-NEW      VALUE "35".
       01 WS-ITEM-MASTER-STATUS PIC XX VALUE "00".
       01 WS-MATL-ITEM-STATUS  PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS  PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-REVISE     VALUE 1.
           88 WS-CHOICE-ACCEPT     VALUE 2.
           88 WS-CHOICE-DECLINE    VALUE 3.
           88 WS-CHOICE-SHOW       VALUE 4.
           88 WS-CHOICE-EXIT       VALUE 5.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-EOF-SWITCH        PIC X VALUE "N".
           88 WS-EOF               VALUE "Y".
       01 WS-FOUND-SWITCH      PIC X VALUE "N".
           88 WS-QUOTE-FOUND       VALUE "Y".
       01 WS-ITEMMAST-SWITCH   PIC X VALUE "Y".
           88 WS-ITEMMAST-ON-FILE  VALUE "Y".
       01 WS-ITEM-PRICED-SWITCH PIC X VALUE "N".
           88 WS-ITEM-PRICE-IN-EFFECT VALUE "Y".
       01 WS-AUDIT-ACTION      PIC X(10) VALUE SPACES.
       01 WS-AUDIT-KEY         PIC X(10) VALUE SPACES.
       01 WS-LINE-ACTION       PIC X VALUE SPACE.
           88 WS-LINE-CHANGE       VALUE "C" "c".
           88 WS-LINE-DROP         VALUE "D" "d".
       01 WS-ADD-ANSWER        PIC X VALUE "N".
           88 WS-ADD-ANOTHER       VALUE "Y" "y".

      *>   How long a revised quote holds its prices unless sales
      *>   keys a different date.
       01 WS-QUOTE-VALID-DAYS  PIC 9(3) VALUE 30.
       01 WS-NEW-EXPIRY-DATE   PIC 9(8) VALUE ZERO.

       01 WS-QUOTE-NO-ENTRY    PIC 9(6) VALUE ZERO.
       01 WS-LATEST-REVISION   PIC 9(2) VALUE ZERO.
       01 WS-NEW-REVISION      PIC 9(2) VALUE ZERO.
       01 WS-NEW-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-UNPRICED-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-KEPT-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-WRITTEN-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-SAVE-HEADER       PIC X(100) VALUE SPACES.
       01 WS-ITEM-PRICE        PIC 9(5)V99 VALUE ZERO.
       01 WS-ITEM-DESCRIPTION  PIC X(20) VALUE SPACES.

      *>--------------------------------------------------------------
      *> The lines of the revision being worked, as read from
      *> QUOTELIN and as changed by sales - room for every line a
      *> quote can number (QL-LINE-NO), the 999 quotgen.cob can raise.
      *>--------------------------------------------------------------
       01 WS-LINE-COUNT        PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-IDX          PIC 9(4) COMP VALUE ZERO.
       01 WS-LINE-TABLE.
           02 WS-LN-ENTRY OCCURS 999 TIMES.
               03 WS-LN-ITEM-CODE     PIC X(8).
               03 WS-LN-DESCRIPTION   PIC X(20).
               03 WS-LN-QUANTITY      PIC 9(5).
               03 WS-LN-UNIT-PRICE    PIC 9(5)V99.
               03 WS-LN-TAX-RATE      PIC 9V999.
               03 WS-LN-DISCOUNT-RATE PIC 9V999.
               03 WS-LN-DROP-SWITCH   PIC X.
                   88 WS-LN-DROPPED       VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open the quote files for update, creating them on a fresh
      *> system (same idiom as AWARDMST); ITEMMAST prices and
      *> describes lines added in a revision, and must price every
      *> line's item for the quote to be accepted.
      *>--------------------------------------------------------------
       1000-OPEN-FILES.
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
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEM-MASTER-STATUS = "35"
               MOVE "N" TO WS-ITEMMAST-SWITCH
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Revise quote"
           DISPLAY "2. Accept quote"
           DISPLAY "3. Decline quote"
           DISPLAY "4. Show quote"
           DISPLAY "5. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-REVISE
                   PERFORM 3000-REVISE-QUOTE THRU 3000-EXIT
               WHEN WS-CHOICE-ACCEPT
                   PERFORM 4000-ACCEPT-QUOTE THRU 4000-EXIT
               WHEN WS-CHOICE-DECLINE
                   PERFORM 4500-DECLINE-QUOTE THRU 4500-EXIT
               WHEN WS-CHOICE-SHOW
                   PERFORM 5000-SHOW-QUOTE THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Revise the open revision into the next one.  Nothing is
      *> written until sales has been through every line, so a
      *> revision abandoned part way leaves the quote as it was.
      *>--------------------------------------------------------------
       3000-REVISE-QUOTE.
           PERFORM 3500-FIND-LATEST-REVISION THRU 3500-EXIT
           IF NOT WS-QUOTE-FOUND
               GO TO 3000-EXIT
           END-IF
           IF NOT QH-OPEN
               DISPLAY "Quote is " QH-STATUS
                   " - only an open quote can be revised"
               GO TO 3000-EXIT
           END-IF
           IF QH-REVISION = 99
               DISPLAY "Quote is at revision 99 - raise a new quote"
               GO TO 3000-EXIT
           END-IF
           MOVE QUOTE-HEADER-RECORD TO WS-SAVE-HEADER
           PERFORM 3600-LOAD-LINES THRU 3600-EXIT

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               PERFORM 3100-REVISE-LINE THRU 3100-EXIT
           END-PERFORM
           MOVE "Y" TO WS-ADD-ANSWER
           PERFORM 3200-ADD-LINE THRU 3200-EXIT
               UNTIL NOT WS-ADD-ANOTHER

           MOVE ZERO TO WS-KEPT-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF NOT WS-LN-DROPPED (WS-LINE-IDX)
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-PERFORM
           IF WS-KEPT-COUNT = ZERO
               DISPLAY "Every line dropped - decline the quote instead"
               GO TO 3000-EXIT
           END-IF

           DISPLAY "Enter new expiry date YYYYMMDD (0="
               WS-QUOTE-VALID-DAYS " days from today): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-EXPIRY-DATE
           IF WS-NEW-EXPIRY-DATE = ZERO
               COMPUTE WS-NEW-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                       + WS-QUOTE-VALID-DAYS)
           END-IF
           IF WS-NEW-EXPIRY-DATE < WS-BUSINESS-DATE
               DISPLAY "Expiry date is before today - quote not revised"
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO QH-REVISION GIVING WS-NEW-REVISION
           PERFORM 3300-WRITE-REVISION THRU 3300-EXIT
           IF WS-WRITTEN-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF

      *>   The replaced revision is kept as what the customer saw.
           MOVE WS-SAVE-HEADER TO QUOTE-HEADER-RECORD
           READ QUOTE-HEADER-FILE
               INVALID KEY
                   DISPLAY "Revision " QH-REVISION " has gone"
                   GO TO 3000-EXIT
           END-READ
           SET QH-SUPERSEDED TO TRUE
           MOVE WS-BUSINESS-DATE TO QH-DECIDED-DATE
           MOVE WS-OPERATOR-ID   TO QH-DECIDED-BY
           REWRITE QUOTE-HEADER-RECORD
               INVALID KEY
                   DISPLAY "Revision " QH-REVISION
                       " could not be marked superseded"
           END-REWRITE

           MOVE WS-NEW-REVISION TO QH-REVISION
           DISPLAY "Quote " QH-QUOTE-NO " revised to revision "
               QH-REVISION
           IF WS-UNPRICED-COUNT > ZERO
               DISPLAY WS-UNPRICED-COUNT
                   " line(s) still unpriced - revise before accepting"
           END-IF
           MOVE "REVISED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3100-REVISE-LINE.
           DISPLAY WS-LINE-IDX " " WS-LN-ITEM-CODE (WS-LINE-IDX) " "
               WS-LN-DESCRIPTION (WS-LINE-IDX) " QTY "
               WS-LN-QUANTITY (WS-LINE-IDX) " PRICE "
               WS-LN-UNIT-PRICE (WS-LINE-IDX)
           DISPLAY "  K=keep, C=change, D=drop: " WITH NO ADVANCING
           ACCEPT WS-LINE-ACTION
           EVALUATE TRUE
               WHEN WS-LINE-DROP
                   SET WS-LN-DROPPED (WS-LINE-IDX) TO TRUE
               WHEN WS-LINE-CHANGE
                   DISPLAY "  Enter quantity (0=drop): "
                       WITH NO ADVANCING
                   ACCEPT WS-LN-QUANTITY (WS-LINE-IDX)
                   IF WS-LN-QUANTITY (WS-LINE-IDX) = ZERO
                       SET WS-LN-DROPPED (WS-LINE-IDX) TO TRUE
                       GO TO 3100-EXIT
                   END-IF
                   DISPLAY "  Enter unit price: " WITH NO ADVANCING
                   ACCEPT WS-LN-UNIT-PRICE (WS-LINE-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> A line added in a revision is priced at today's ITEMMAST
      *> price unless sales keys its own, and only for an item
      *> ITEMMAST has a price in effect for.
      *>--------------------------------------------------------------
       3200-ADD-LINE.
           DISPLAY "Add a line? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ADD-ANSWER
           IF NOT WS-ADD-ANOTHER
               GO TO 3200-EXIT
           END-IF
           IF WS-LINE-COUNT >= 999
               DISPLAY "Quote is at 999 lines - no more can be added"
               MOVE "N" TO WS-ADD-ANSWER
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-LINE-IDX
           MOVE SPACES TO WS-LN-ENTRY (WS-LINE-IDX)
           DISPLAY "  Enter item code: " WITH NO ADVANCING
           ACCEPT WS-LN-ITEM-CODE (WS-LINE-IDX)
           PERFORM 3700-PRICE-ITEM THRU 3700-EXIT
           IF NOT WS-ITEM-PRICE-IN-EFFECT
               DISPLAY "  Item " WS-LN-ITEM-CODE (WS-LINE-IDX)
                   " has no ITEMMAST price in effect - not added"
               SUBTRACT 1 FROM WS-LINE-COUNT
               GO TO 3200-EXIT
           END-IF
           MOVE WS-ITEM-DESCRIPTION TO WS-LN-DESCRIPTION (WS-LINE-IDX)
           DISPLAY "  Enter quantity: " WITH NO ADVANCING
           ACCEPT WS-LN-QUANTITY (WS-LINE-IDX)
           IF WS-LN-QUANTITY (WS-LINE-IDX) = ZERO
               SUBTRACT 1 FROM WS-LINE-COUNT
               GO TO 3200-EXIT
           END-IF
           DISPLAY "  Enter unit price (0=item price " WS-ITEM-PRICE
               "): " WITH NO ADVANCING
           ACCEPT WS-LN-UNIT-PRICE (WS-LINE-IDX)
           IF WS-LN-UNIT-PRICE (WS-LINE-IDX) = ZERO
               MOVE WS-ITEM-PRICE TO WS-LN-UNIT-PRICE (WS-LINE-IDX)
           END-IF
           DISPLAY "  Enter tax rate (9.999): " WITH NO ADVANCING
           ACCEPT WS-LN-TAX-RATE (WS-LINE-IDX)
           DISPLAY "  Enter discount rate (9.999): " WITH NO ADVANCING
           ACCEPT WS-LN-DISCOUNT-RATE (WS-LINE-IDX)
           MOVE "N" TO WS-LN-DROP-SWITCH (WS-LINE-IDX).
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Lines first, renumbered from 001 without the dropped ones,
      *> then the header of the new revision.
      *>--------------------------------------------------------------
       3300-WRITE-REVISION.
           MOVE ZERO TO WS-WRITTEN-COUNT
           MOVE ZERO TO WS-NEW-TOTAL
           MOVE ZERO TO WS-UNPRICED-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF NOT WS-LN-DROPPED (WS-LINE-IDX)
                   PERFORM 3400-WRITE-LINE THRU 3400-EXIT
               END-IF
           END-PERFORM
           IF WS-WRITTEN-COUNT = ZERO
               DISPLAY "No lines written - quote not revised"
               GO TO 3300-EXIT
           END-IF
           MOVE WS-SAVE-HEADER     TO QUOTE-HEADER-RECORD
           MOVE WS-NEW-REVISION    TO QH-REVISION
           SET QH-OPEN             TO TRUE
           MOVE WS-BUSINESS-DATE   TO QH-QUOTE-DATE
           MOVE WS-NEW-EXPIRY-DATE TO QH-EXPIRY-DATE
           MOVE WS-WRITTEN-COUNT   TO QH-LINE-COUNT
           MOVE WS-NEW-TOTAL       TO QH-QUOTE-TOTAL
           SET QH-TO-BE-PRINTED    TO TRUE
           MOVE WS-OPERATOR-ID     TO QH-OPERATOR-ID
           MOVE ZERO               TO QH-DECIDED-DATE
           MOVE SPACES             TO QH-DECIDED-BY
           WRITE QUOTE-HEADER-RECORD
               INVALID KEY
                   DISPLAY "Revision " QH-REVISION
                       " already on file - quote not revised"
                   MOVE ZERO TO WS-WRITTEN-COUNT
           END-WRITE.
       3300-EXIT.
           EXIT.

       3400-WRITE-LINE.
           ADD 1 TO WS-WRITTEN-COUNT
           MOVE QH-QUOTE-NO     TO QL-QUOTE-NO
           MOVE WS-NEW-REVISION TO QL-REVISION
           MOVE WS-WRITTEN-COUNT TO QL-LINE-NO
           MOVE WS-LN-ITEM-CODE (WS-LINE-IDX)     TO QL-ITEM-CODE
           MOVE WS-LN-DESCRIPTION (WS-LINE-IDX)   TO QL-DESCRIPTION
           MOVE WS-LN-QUANTITY (WS-LINE-IDX)      TO QL-QUANTITY
           MOVE WS-LN-UNIT-PRICE (WS-LINE-IDX)    TO QL-UNIT-PRICE
           COMPUTE QL-EXTENDED-PRICE = QL-QUANTITY * QL-UNIT-PRICE
           MOVE WS-LN-TAX-RATE (WS-LINE-IDX)      TO QL-TAX-RATE
           MOVE WS-LN-DISCOUNT-RATE (WS-LINE-IDX) TO QL-DISCOUNT-RATE
           WRITE QUOTE-LINE-RECORD
               INVALID KEY
                   DISPLAY "QUOTELIN write failed for line "
                       QL-LINE-NO
           END-WRITE
           ADD QL-EXTENDED-PRICE TO WS-NEW-TOTAL
           IF QL-UNIT-PRICE = ZERO
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
       3400-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Find the latest revision of the quote keyed and leave its
      *> header in the record area.
      *>--------------------------------------------------------------
       3500-FIND-LATEST-REVISION.
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ZERO TO WS-LATEST-REVISION
           DISPLAY "Enter quote number: " WITH NO ADVANCING
           ACCEPT WS-QUOTE-NO-ENTRY
           MOVE WS-QUOTE-NO-ENTRY TO QH-QUOTE-NO
           MOVE ZERO              TO QH-REVISION
           START QUOTE-HEADER-FILE KEY IS NOT LESS THAN QH-KEY
               INVALID KEY
                   DISPLAY "Quote not found"
                   GO TO 3500-EXIT
           END-START
           PERFORM UNTIL WS-EOF
               READ QUOTE-HEADER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF QH-QUOTE-NO NOT = WS-QUOTE-NO-ENTRY
                           SET WS-EOF TO TRUE
                       ELSE
                           MOVE QH-REVISION TO WS-LATEST-REVISION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LATEST-REVISION = ZERO
               DISPLAY "Quote not found"
               GO TO 3500-EXIT
           END-IF
           MOVE WS-QUOTE-NO-ENTRY  TO QH-QUOTE-NO
           MOVE WS-LATEST-REVISION TO QH-REVISION
           READ QUOTE-HEADER-FILE
               INVALID KEY
                   DISPLAY "Quote not found"
                   GO TO 3500-EXIT
           END-READ
           SET WS-QUOTE-FOUND TO TRUE.
       3500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Load the lines of the revision in the header record area.
      *>--------------------------------------------------------------
       3600-LOAD-LINES.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           MOVE QH-QUOTE-NO TO QL-QUOTE-NO
           MOVE QH-REVISION TO QL-REVISION
           MOVE ZERO        TO QL-LINE-NO
           START QUOTE-LINE-FILE KEY IS NOT LESS THAN QL-KEY
               INVALID KEY
                   GO TO 3600-EXIT
           END-START
           PERFORM UNTIL WS-EOF OR WS-LINE-COUNT >= 999
               READ QUOTE-LINE-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF QL-QUOTE-NO NOT = QH-QUOTE-NO
                           OR QL-REVISION NOT = QH-REVISION
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-LINE-COUNT
                           MOVE QL-ITEM-CODE
                               TO WS-LN-ITEM-CODE (WS-LINE-COUNT)
                           MOVE QL-DESCRIPTION
                               TO WS-LN-DESCRIPTION (WS-LINE-COUNT)
                           MOVE QL-QUANTITY
                               TO WS-LN-QUANTITY (WS-LINE-COUNT)
                           MOVE QL-UNIT-PRICE
                               TO WS-LN-UNIT-PRICE (WS-LINE-COUNT)
                           MOVE QL-TAX-RATE
                               TO WS-LN-TAX-RATE (WS-LINE-COUNT)
                           MOVE QL-DISCOUNT-RATE
                               TO WS-LN-DISCOUNT-RATE (WS-LINE-COUNT)
                           MOVE "N"
                               TO WS-LN-DROP-SWITCH (WS-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
       3600-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> Today's ITEMMAST price and description for the item in the
      *> line at WS-LINE-IDX, read the way quotgen.cob reads it;
      *> WS-ITEM-PRICE-IN-EFFECT says whether there is one at all.
      *>--------------------------------------------------------------
       3700-PRICE-ITEM.
           MOVE ZERO   TO WS-ITEM-PRICE
           MOVE SPACES TO WS-ITEM-DESCRIPTION
           MOVE "N"    TO WS-ITEM-PRICED-SWITCH
           IF NOT WS-ITEMMAST-ON-FILE
               GO TO 3700-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-LN-ITEM-CODE (WS-LINE-IDX) TO IT-ITEM-CODE
           MOVE ZERO TO IT-EFFECTIVE-DATE
           START ITEM-MASTER-FILE KEY IS NOT LESS THAN ITEM-KEY
               INVALID KEY
                   GO TO 3700-EXIT
           END-START
           PERFORM UNTIL WS-EOF
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF IT-ITEM-CODE
                               NOT = WS-LN-ITEM-CODE (WS-LINE-IDX)
                           OR IT-EFFECTIVE-DATE > WS-BUSINESS-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           SET WS-ITEM-PRICE-IN-EFFECT TO TRUE
                           MOVE IT-UNIT-PRICE  TO WS-ITEM-PRICE
                           MOVE IT-DESCRIPTION TO WS-ITEM-DESCRIPTION
                       END-IF
               END-READ
           END-PERFORM.
       3700-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The customer's acceptance: the open revision, still within
      *> its expiry date and fully priced, becomes MATLITEM lines
      *> billed at the quoted prices.
      *>--------------------------------------------------------------
       4000-ACCEPT-QUOTE.
           PERFORM 3500-FIND-LATEST-REVISION THRU 3500-EXIT
           IF NOT WS-QUOTE-FOUND
               GO TO 4000-EXIT
           END-IF
           IF NOT QH-OPEN
               DISPLAY "Quote is " QH-STATUS
                   " - only an open quote can be accepted"
               GO TO 4000-EXIT
           END-IF
           IF QH-EXPIRY-DATE < WS-BUSINESS-DATE
               DISPLAY "Quote expired " QH-EXPIRY-DATE
                   " - revise it before it can be accepted"
               GO TO 4000-EXIT
           END-IF
           PERFORM 3600-LOAD-LINES THRU 3600-EXIT
           IF WS-LINE-COUNT = ZERO
               DISPLAY "Quote has no lines - not accepted"
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-UNPRICED-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-LN-UNIT-PRICE (WS-LINE-IDX) = ZERO
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
           END-PERFORM
           IF WS-UNPRICED-COUNT > ZERO
               DISPLAY WS-UNPRICED-COUNT
                   " line(s) unpriced - revise before accepting"
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-UNPRICED-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               PERFORM 3700-PRICE-ITEM THRU 3700-EXIT
               IF NOT WS-ITEM-PRICE-IN-EFFECT
                   DISPLAY "  Item " WS-LN-ITEM-CODE (WS-LINE-IDX)
                       " has no ITEMMAST price in effect"
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
           END-PERFORM
           IF WS-UNPRICED-COUNT > ZERO
               DISPLAY WS-UNPRICED-COUNT
                   " line(s) the invoice run cannot bill - not accepted"
               GO TO 4000-EXIT
           END-IF

           OPEN EXTEND MATL-ITEM-FILE
           IF WS-MATL-ITEM-STATUS = "05" OR "35"
               OPEN OUTPUT MATL-ITEM-FILE
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE QH-CUST-IDENT TO MI-CUST-IDENT
               MOVE QH-INVOICE-NO TO MI-INVOICE-NO
               MOVE WS-LN-ITEM-CODE (WS-LINE-IDX)     TO MI-ITEM-CODE
               MOVE WS-LN-QUANTITY (WS-LINE-IDX)      TO MI-QUANTITY
               MOVE WS-LN-TAX-RATE (WS-LINE-IDX)      TO MI-TAX-RATE
               MOVE WS-LN-DISCOUNT-RATE (WS-LINE-IDX)
                   TO MI-DISCOUNT-RATE
               MOVE QH-QUOTE-NO                       TO MI-QUOTE-NO
               MOVE WS-LN-UNIT-PRICE (WS-LINE-IDX)
                   TO MI-QUOTED-PRICE
               WRITE MATL-ITEM-RECORD
           END-PERFORM
           CLOSE MATL-ITEM-FILE

           SET QH-ACCEPTED TO TRUE
           MOVE WS-BUSINESS-DATE TO QH-DECIDED-DATE
           MOVE WS-OPERATOR-ID   TO QH-DECIDED-BY
           REWRITE QUOTE-HEADER-RECORD
               INVALID KEY
                   DISPLAY "Quote could not be marked accepted"
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "Quote accepted - " WS-LINE-COUNT
               " line(s) queued for invoice " QH-INVOICE-NO
           MOVE "ACCEPTED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       4500-DECLINE-QUOTE.
           PERFORM 3500-FIND-LATEST-REVISION THRU 3500-EXIT
           IF NOT WS-QUOTE-FOUND
               GO TO 4500-EXIT
           END-IF
           IF NOT QH-OPEN
               DISPLAY "Quote is " QH-STATUS
                   " - only an open quote can be declined"
               GO TO 4500-EXIT
           END-IF
           SET QH-DECLINED TO TRUE
           MOVE WS-BUSINESS-DATE TO QH-DECIDED-DATE
           MOVE WS-OPERATOR-ID   TO QH-DECIDED-BY
           REWRITE QUOTE-HEADER-RECORD
               INVALID KEY
                   DISPLAY "Quote could not be marked declined"
                   GO TO 4500-EXIT
           END-REWRITE
           DISPLAY "Quote declined"
           MOVE "DECLINED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       4500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The latest revision and its lines.
      *>--------------------------------------------------------------
       5000-SHOW-QUOTE.
           PERFORM 3500-FIND-LATEST-REVISION THRU 3500-EXIT
           IF NOT WS-QUOTE-FOUND
               GO TO 5000-EXIT
           END-IF
           DISPLAY "Quote " QH-QUOTE-NO "-" QH-REVISION
               " customer " QH-CUST-IDENT " invoice " QH-INVOICE-NO
               " status " QH-STATUS
           DISPLAY "  Quoted " QH-QUOTE-DATE " expires "
               QH-EXPIRY-DATE " total " QH-QUOTE-TOTAL
               " decided " QH-DECIDED-DATE " " QH-DECIDED-BY
           PERFORM 3600-LOAD-LINES THRU 3600-EXIT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
               DISPLAY "  " WS-LINE-IDX " "
                   WS-LN-ITEM-CODE (WS-LINE-IDX) " "
                   WS-LN-DESCRIPTION (WS-LINE-IDX) " "
                   WS-LN-QUANTITY (WS-LINE-IDX) " "
                   WS-LN-UNIT-PRICE (WS-LINE-IDX)
           END-PERFORM.
       5000-EXIT.
           EXIT.

       6000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "QUOTMNT" TO AL-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-KEY
           STRING QH-QUOTE-NO "-" QH-REVISION DELIMITED BY SIZE
               INTO WS-AUDIT-KEY
           MOVE WS-AUDIT-KEY TO AL-KEY
           MOVE SPACES TO AL-DECISION
           STRING WS-AUDIT-ACTION DELIMITED BY SPACE
               " " QH-CUST-IDENT "/" QH-INVOICE-NO DELIMITED BY SIZE
               INTO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE QUOTE-HEADER-FILE
           CLOSE QUOTE-LINE-FILE
           IF WS-ITEMMAST-ON-FILE
               CLOSE ITEM-MASTER-FILE
           END-IF.
       9000-EXIT.
           EXIT.
