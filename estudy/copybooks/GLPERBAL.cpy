      *>--------------------------------------------------------------
      *> GLPERBAL.cpy
      *> General-ledger period-balance record, appended to the
      *> GLPERBAL file by glclose.cob: one row per account per closed
      *> month, the month's GLJRNL debits and credits summed.  At
      *> fiscal year end the close adds period YYYY13 rows - the
      *> closing entries that zero every income and expense account
      *> into retained earnings - so a balance to any month is the
      *> sum of every row up to it.  glstmt.cob prints the income
      *> statement and balance sheet from these rows.
      *> 10/15/2026 - PB-COST-CENTER added: the close now sums by
      *> account within cost center (GJ-COST-CENTER on GLJRNL), so
      *> the statements can print for one department as well as
      *> consolidated.  Spaces is company level.
      *>--------------------------------------------------------------
       01 GL-PERIOD-BALANCE-RECORD.
           02 PB-PERIOD               PIC 9(6).
           02 PB-PERIOD-PARTS REDEFINES PB-PERIOD.
               03 PB-PERIOD-YYYY      PIC 9(4).
               03 PB-PERIOD-MM        PIC 9(2).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PB-ACCT-NUMBER          PIC 9(4).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PB-DEBIT-AMOUNT         PIC S9(11)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PB-CREDIT-AMOUNT        PIC S9(11)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 PB-COST-CENTER          PIC X(15).
