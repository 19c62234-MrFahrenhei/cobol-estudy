      *> currency caption the same way payroll.cob captions its
      *> non-USD amounts.  Customers call asking what they owe;
      *> this is the report that answers.
      *> 10/15/2026 - a returned-item fee nsfrev.cob assessed for a
      *> bounced check (the 940000 range) prints captioned RETURN
      *> FEE, so the customer sees why a paid invoice came back
      *> open alongside it.
      *> 10/15/2026 - written-off items (closed by wrtoff.cob) no longer
      *> print as owed: the skip test is now AR-ITEM-CLOSED.
      *> 10/15/2026 - an open credit memo (a negative 950000-range
      *> item crmemo.cob posts for a return) prints among the
      *> invoices captioned CREDIT MEMO, its unused credit netting
      *> into the balance forward, so the customer sees why the
      *> balance went down before cashrcpt.cob nets it off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 WS-SD-PAID        PIC -ZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-SD-BALANCE     PIC -ZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-SD-CAPTION     PIC X(11).
       01 WS-STMT-FORWARD-LINE.
           02 FILLER            PIC X(20) VALUE " BALANCE FORWARD:   ".
           02 WS-SF-BALANCE     PIC -ZZZ,ZZZ,ZZ9.99.
           MOVE AR-CUST-IDENT TO WS-PREV-CUST-IDENT

           ADD AR-PAID-AMOUNT TO WS-PAYMENTS-THIS-PERIOD
           IF AR-ITEM-CLOSED
               GO TO 2000-NEXT
           END-IF

           MOVE AR-INVOICE-AMOUNT TO WS-SD-AMOUNT
           MOVE AR-PAID-AMOUNT    TO WS-SD-PAID
           MOVE WS-UNPAID-BALANCE TO WS-SD-BALANCE
           EVALUATE TRUE
               WHEN AR-CREDIT-MEMO-NO
                   MOVE "CREDIT MEMO" TO WS-SD-CAPTION
               WHEN AR-RETURNED-FEE-NO
                   MOVE "RETURN FEE"  TO WS-SD-CAPTION
               WHEN OTHER
                   MOVE SPACES TO WS-SD-CAPTION
           END-EVALUATE
           WRITE STATEMENT-LINE FROM WS-STMT-DETAIL-LINE
           ADD WS-UNPAID-BALANCE TO WS-BALANCE-FORWARD.
       2000-NEXT.
