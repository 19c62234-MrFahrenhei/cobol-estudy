       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. quotdoc.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Printed customer quote documents.  Every QUOTEHDR revision
      *> carrying the print flag - a new quote from quotgen.cob or a
      *> revision keyed in quotmnt.cob - gets one document on QUOTDOC,
      *> addressed from the customer's CUST-MAIL-ADDRESS block: the
      *> quote and revision number, the date quoted, each QUOTELIN
      *> line with its quantity, unit and extended price, the quote
      *> total, and the date the prices are good until.  A line
      *> still at a zero price prints as TO BE QUOTED so nobody
      *> mistakes it for free.  The flag is cleared once the document
      *> is written so a rerun prints only what is new.
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
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDENT
               ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT QUOTE-DOCUMENT-FILE ASSIGN TO "QUOTDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-DOCUMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.

       FD  QUOTE-LINE-FILE.
           COPY QUOTELIN.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  QUOTE-DOCUMENT-FILE.
       01 QUOTE-DOCUMENT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-QUOTEHDR-STATUS          PIC XX VALUE "00".
       01 WS-QUOTELIN-STATUS          PIC XX VALUE "00".
       01 WS-CUSTMAST-STATUS          PIC XX VALUE "00".
       01 WS-QUOTE-DOCUMENT-STATUS    PIC XX VALUE "00".

       01 WS-EOF-SWITCH               PIC X VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-LINE-EOF-SWITCH          PIC X VALUE "N".
           88 WS-LINE-EOF                 VALUE "Y".
       01 WS-CUSTMAST-SWITCH          PIC X VALUE "Y".
           88 WS-CUSTMAST-ON-FILE         VALUE "Y".
       01 WS-FILES-OPEN-SWITCH        PIC X VALUE "N".
           88 WS-FILES-OPEN               VALUE "Y".

       01 WS-DOCUMENT-COUNT           PIC 9(5) COMP VALUE ZERO.

       01 WS-TITLE-LINE.
           02 FILLER            PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(20) VALUE "Q U O T A T I O N".
       01 WS-QUOTE-ID-LINE.
           02 FILLER            PIC X(9)  VALUE "QUOTE NO".
           02 WS-Q-QUOTE-NO     PIC 9(6).
           02 FILLER            PIC X(1)  VALUE "-".
           02 WS-Q-REVISION     PIC 9(2).
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(7)  VALUE "DATED ".
           02 WS-Q-QUOTE-DATE   PIC 9999/99/99.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(9)  VALUE "CUSTOMER".
           02 WS-Q-CUST-IDENT   PIC 9(7).
       01 WS-ADDRESS-LINE.
           02 FILLER            PIC X(5)  VALUE SPACES.
           02 WS-A-TEXT         PIC X(40).
       01 WS-CITY-LINE.
           02 WS-CL-CITY        PIC X(15).
           02 FILLER            PIC X(1)  VALUE SPACE.
           02 WS-CL-STATE       PIC X(2).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 WS-CL-POSTAL-CODE PIC X(10).
       01 WS-COLUMN-LINE.
           02 FILLER            PIC X(5)  VALUE "LINE".
           02 FILLER            PIC X(10) VALUE "ITEM".
           02 FILLER            PIC X(22) VALUE "DESCRIPTION".
           02 FILLER            PIC X(7)  VALUE "  QTY".
           02 FILLER            PIC X(12) VALUE "  UNIT PRICE".
           02 FILLER            PIC X(15) VALUE "       AMOUNT".
       01 WS-DETAIL-LINE.
           02 WS-D-LINE-NO      PIC ZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 WS-D-ITEM-CODE    PIC X(8).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 WS-D-DESCRIPTION  PIC X(20).
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 WS-D-QUANTITY     PIC ZZZZ9.
           02 FILLER            PIC X(2)  VALUE SPACES.
           02 WS-D-PRICE-AREA.
               03 WS-D-UNIT-PRICE   PIC ZZ,ZZ9.99.
               03 FILLER            PIC X(2)  VALUE SPACES.
               03 WS-D-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(53) VALUE SPACES.
           02 FILLER            PIC X(7)  VALUE "TOTAL".
           02 WS-T-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-VALID-LINE.
           02 FILLER            PIC X(36)
               VALUE "PRICES QUOTED ARE GOOD THROUGH".
           02 WS-V-EXPIRY-DATE  PIC 9999/99/99.
       01 WS-RULE-LINE          PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-HEADER THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O QUOTE-HEADER-FILE
           IF WS-QUOTEHDR-STATUS NOT = "00"
               DISPLAY "No QUOTEHDR on disk - no documents printed"
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT QUOTE-LINE-FILE
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-STATUS = "35"
               MOVE "N" TO WS-CUSTMAST-SWITCH
           END-IF
           OPEN OUTPUT QUOTE-DOCUMENT-FILE
           READ QUOTE-HEADER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> One header.  Only revisions waiting for their document are
      *> printed; the browse picks up again after the rewrite.
      *>--------------------------------------------------------------
       2000-PROCESS-HEADER.
           IF QH-TO-BE-PRINTED
               PERFORM 3000-PRINT-DOCUMENT THRU 3000-EXIT
               SET QH-PRINTED TO TRUE
               REWRITE QUOTE-HEADER-RECORD
                   INVALID KEY
                       DISPLAY "QUOTEHDR REWRITE FAILED FOR QUOTE "
                           QH-QUOTE-NO "-" QH-REVISION
               END-REWRITE
               ADD 1 TO WS-DOCUMENT-COUNT
           END-IF
           READ QUOTE-HEADER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       3000-PRINT-DOCUMENT.
           MOVE SPACES TO CUSTOMER-RECORD
           IF WS-CUSTMAST-ON-FILE
               MOVE QH-CUST-IDENT TO CUST-IDENT
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-RECORD
               END-READ
           END-IF
           MOVE WS-RULE-LINE TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE FROM WS-TITLE-LINE
           MOVE QH-QUOTE-NO    TO WS-Q-QUOTE-NO
           MOVE QH-REVISION    TO WS-Q-REVISION
           MOVE QH-QUOTE-DATE  TO WS-Q-QUOTE-DATE
           MOVE QH-CUST-IDENT  TO WS-Q-CUST-IDENT
           WRITE QUOTE-DOCUMENT-LINE FROM WS-QUOTE-ID-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE CUST-NAME TO WS-A-TEXT
           WRITE QUOTE-DOCUMENT-LINE FROM WS-ADDRESS-LINE
           MOVE CUST-STREET TO WS-A-TEXT
           WRITE QUOTE-DOCUMENT-LINE FROM WS-ADDRESS-LINE
           MOVE CUST-CITY        TO WS-CL-CITY
           MOVE CUST-STATE       TO WS-CL-STATE
           MOVE CUST-POSTAL-CODE TO WS-CL-POSTAL-CODE
           MOVE WS-CITY-LINE TO WS-A-TEXT
           WRITE QUOTE-DOCUMENT-LINE FROM WS-ADDRESS-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE FROM WS-COLUMN-LINE
           PERFORM 3100-PRINT-LINES THRU 3100-EXIT
           MOVE QH-QUOTE-TOTAL TO WS-T-TOTAL
           WRITE QUOTE-DOCUMENT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO QUOTE-DOCUMENT-LINE
           WRITE QUOTE-DOCUMENT-LINE
           MOVE QH-EXPIRY-DATE TO WS-V-EXPIRY-DATE
           WRITE QUOTE-DOCUMENT-LINE FROM WS-VALID-LINE.
       3000-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The revision's QUOTELIN lines, browsed from line 000.
      *>--------------------------------------------------------------
       3100-PRINT-LINES.
           MOVE "N" TO WS-LINE-EOF-SWITCH
           MOVE QH-QUOTE-NO TO QL-QUOTE-NO
           MOVE QH-REVISION TO QL-REVISION
           MOVE ZERO        TO QL-LINE-NO
           START QUOTE-LINE-FILE KEY IS NOT LESS THAN QL-KEY
               INVALID KEY
                   GO TO 3100-EXIT
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ QUOTE-LINE-FILE NEXT RECORD
                   AT END SET WS-LINE-EOF TO TRUE
                   NOT AT END
                       IF QL-QUOTE-NO NOT = QH-QUOTE-NO
                           OR QL-REVISION NOT = QH-REVISION
                           SET WS-LINE-EOF TO TRUE
                       ELSE
                           PERFORM 3200-PRINT-ONE-LINE THRU 3200-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-LINE.
           MOVE QL-LINE-NO     TO WS-D-LINE-NO
           MOVE QL-ITEM-CODE   TO WS-D-ITEM-CODE
           MOVE QL-DESCRIPTION TO WS-D-DESCRIPTION
           MOVE QL-QUANTITY    TO WS-D-QUANTITY
           IF QL-UNIT-PRICE = ZERO
               MOVE "    TO BE QUOTED" TO WS-D-PRICE-AREA
           ELSE
               MOVE QL-UNIT-PRICE     TO WS-D-UNIT-PRICE
               MOVE QL-EXTENDED-PRICE TO WS-D-AMOUNT
           END-IF
           WRITE QUOTE-DOCUMENT-LINE FROM WS-DETAIL-LINE.
       3200-EXIT.
           EXIT.

       9000-TERMINATE.
           IF NOT WS-FILES-OPEN
               GO TO 9000-EXIT
           END-IF
           CLOSE QUOTE-HEADER-FILE
           CLOSE QUOTE-LINE-FILE
           IF WS-CUSTMAST-ON-FILE
               CLOSE CUSTMAST-FILE
           END-IF
           CLOSE QUOTE-DOCUMENT-FILE
           DISPLAY "Quote documents printed: " WS-DOCUMENT-COUNT.
       9000-EXIT.
           EXIT.
