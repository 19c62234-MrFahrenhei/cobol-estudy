      *>--------------------------------------------------------------
      *> QUOTELIN.cpy
      *> Customer quote line, keyed by quote number, revision and
      *> line number on the QUOTELIN indexed file, under the
      *> QUOTEHDR header of the same quote and revision.  The item
      *> is the takeoff's material code (carried on ITEMMAST like
      *> any billed item), priced when the quote is raised at the
      *> ITEMMAST price in effect and open to revision by sales; a
      *> zero price means the item had no price in effect and the
      *> line must be priced by a revision before the quote can be
      *> accepted.  The tax and discount rates ride through to the
      *> MATLITEM line unchanged.
      *>--------------------------------------------------------------
       01 QUOTE-LINE-RECORD.
           02 QL-KEY.
               03 QL-QUOTE-NO         PIC 9(6).
               03 QL-REVISION         PIC 9(2).
               03 QL-LINE-NO          PIC 9(3).
           02 QL-ITEM-CODE            PIC X(8).
           02 QL-DESCRIPTION          PIC X(20).
           02 QL-QUANTITY             PIC 9(5).
           02 QL-UNIT-PRICE           PIC 9(5)V99.
           02 QL-EXTENDED-PRICE       PIC 9(9)V99.
           02 QL-TAX-RATE             PIC 9V999.
           02 QL-DISCOUNT-RATE        PIC 9V999.
