      *>--------------------------------------------------------------
      *> QUOTEHDR.cpy
      *> Customer quote header, one per quote revision, keyed by
      *> quote number and revision on the QUOTEHDR indexed file;
      *> the priced lines are on QUOTELIN (QUOTELIN.cpy) under the
      *> same key.  quotgen.cob raises revision 01 from the
      *> estimating desk's matcost.cob takeoffs, numbered from the
      *> QTCTL control record; a revision keyed in quotmnt.cob is
      *> written as the next revision and the one it replaces is
      *> kept, marked superseded, so every version the customer was
      *> sent stays on file.  Only the latest revision is ever open,
      *> and only an open revision not past its expiry date may be
      *> accepted - acceptance turns its lines into MATLITEM lines
      *> billed at the quoted prices on the takeoff's invoice
      *> number.  A revision waiting for its printed document
      *> (quotdoc.cob) carries the print flag.
      *>--------------------------------------------------------------
       01 QUOTE-HEADER-RECORD.
           02 QH-KEY.
               03 QH-QUOTE-NO         PIC 9(6).
               03 QH-REVISION         PIC 9(2).
           02 QH-CUST-IDENT           PIC 9(7).
           02 QH-INVOICE-NO           PIC 9(6).
           02 QH-STATUS               PIC X(1).
               88 QH-OPEN                 VALUE "O".
               88 QH-SUPERSEDED           VALUE "S".
               88 QH-ACCEPTED             VALUE "A".
               88 QH-DECLINED             VALUE "D".
           02 QH-QUOTE-DATE           PIC 9(8).
           02 QH-EXPIRY-DATE          PIC 9(8).
           02 QH-LINE-COUNT           PIC 9(3).
           02 QH-QUOTE-TOTAL          PIC 9(9)V99.
           02 QH-PRINT-SWITCH         PIC X(1).
               88 QH-TO-BE-PRINTED        VALUE "Y".
               88 QH-PRINTED              VALUE "N".
           02 QH-OPERATOR-ID          PIC X(8).
           02 QH-DECIDED-DATE         PIC 9(8).
           02 QH-DECIDED-BY           PIC X(8).
