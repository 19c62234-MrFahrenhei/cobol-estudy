      *>--------------------------------------------------------------
      *> COUNTREC.cpy
      *> Inventory count-sheet row, one per stock item on the count
      *> in progress, held on the CNTFILE indexed file keyed by item
      *> code.  cntsheet.cob freezes the book on-hand quantity and a
      *> unit cost for the items it selects (every item for a full
      *> physical, the next slice of the rotation for a cycle count);
      *> cntentry.cob records what the warehouse found; a variance
      *> is approved, or sent back for a recount, through
      *> cntaprv.cob; and cntvar.cob reports every row and posts the
      *> approved variances - and counts that agree with the book -
      *> to the ITEMMAST stock record.  The next count sheet is
      *> refused while any row is short of POSTED.
      *>--------------------------------------------------------------
       01 COUNT-SHEET-RECORD.
           02 CT-ITEM-CODE            PIC X(8).
           02 CT-STATUS               PIC X(1).
               88 CT-FROZEN               VALUE "F".
               88 CT-COUNTED              VALUE "C".
               88 CT-APPROVED             VALUE "A".
               88 CT-POSTED               VALUE "P".
               88 CT-IN-PROGRESS          VALUE "F" "C" "A".
           02 CT-COUNT-TYPE           PIC X(1).
               88 CT-FULL-PHYSICAL        VALUE "F".
               88 CT-CYCLE-COUNT          VALUE "C".
           02 CT-DESCRIPTION          PIC X(20).
           02 CT-FREEZE-DATE          PIC 9(8).
           02 CT-BOOK-QTY             PIC S9(7).
           02 CT-UNIT-COST            PIC 9(5)V99.
           02 CT-COUNTED-QTY          PIC 9(7).
           02 CT-COUNT-DATE           PIC 9(8).
           02 CT-DECIDED-BY           PIC X(8).
