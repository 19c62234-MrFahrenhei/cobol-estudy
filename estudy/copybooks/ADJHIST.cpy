      *>--------------------------------------------------------------
      *> ADJHIST.cpy
      *> Stock adjustment history record, one per count variance
      *> cntvar.cob posts to an ITEMMAST stock record: the book
      *> quantity frozen on the count sheet, what was counted, the
      *> difference and which way it went (S shrink, O overage), and
      *> its value at the frozen unit cost.  Appended, never
      *> rewritten: the trail behind every on-hand quantity that did
      *> not move through a receipt or an invoice.
      *> The book quantity carries its sign, as the count sheet's
      *> does - an item can sit below zero on the books.
      *>--------------------------------------------------------------
       01 STOCK-ADJUSTMENT-RECORD.
           02 AJ-ITEM-CODE            PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-ADJUST-DATE          PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-FREEZE-DATE          PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-COUNT-TYPE           PIC X(1).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-BOOK-QTY             PIC S9(7)
                                      SIGN LEADING SEPARATE.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-COUNTED-QTY          PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-DIRECTION            PIC X(1).
               88 AJ-SHRINK               VALUE "S".
               88 AJ-OVERAGE              VALUE "O".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-VARIANCE-QTY         PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-UNIT-COST            PIC 9(5)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-VARIANCE-VALUE       PIC 9(9)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 AJ-APPROVED-BY          PIC X(8).
