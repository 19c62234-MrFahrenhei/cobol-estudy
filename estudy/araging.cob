      *> detail line per item and bucket totals at the end - the
      *> answer to "who owes us what, and for how long" that did not
      *> exist while invoice amounts evaporated after printing.
      *> 10/15/2026 - written-off items (AR-ITEM-WRITTEN-OFF, closed by
      *> wrtoff.cob) drop out of the aging with paid ones: the open-item
      *> test is now AR-ITEM-CLOSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> of still-open items ages.
      *>--------------------------------------------------------------
       2000-AGE-OPEN-ITEM.
           IF AR-ITEM-CLOSED
               GO TO 2000-NEXT
           END-IF

