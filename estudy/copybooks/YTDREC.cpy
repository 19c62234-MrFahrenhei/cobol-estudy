      *> statements (w2stmt.cob) stop being rebuilt by hand from
      *> old registers; the year-end re-create still zeroes
      *> everything for the new year.
      *> 10/15/2026 - the tax split behind the deductions: the
      *> employee's federal and FICA withholding, and the
      *> employer's own FICA match and federal and state
      *> unemployment taxes, each for the year and in the pay
      *> date's quarter bucket, so qtrrpt.cob can lay employee and
      *> employer amounts side by side for the quarterly return.
      *>--------------------------------------------------------------
       01 YTD-EARNINGS-RECORD.
           02 YTD-EMP-ID              PIC 9(5).
               03 YTD-QUARTER OCCURS 4 TIMES.
                   04 YTD-Q-GROSS       PIC 9(8)V99.
                   04 YTD-Q-DEDUCTIONS  PIC 9(8)V99.
           02 YTD-FEDERAL-WITHHELD    PIC 9(8)V99.
           02 YTD-FICA-WITHHELD       PIC 9(8)V99.
           02 YTD-ER-FICA             PIC 9(8)V99.
           02 YTD-ER-FUTA             PIC 9(8)V99.
           02 YTD-ER-SUTA             PIC 9(8)V99.
           02 YTD-QUARTER-TAXES.
               03 YTD-TAX-QUARTER OCCURS 4 TIMES.
                   04 YTD-Q-FEDERAL-WITHHELD PIC 9(8)V99.
                   04 YTD-Q-FICA-WITHHELD    PIC 9(8)V99.
                   04 YTD-Q-ER-FICA          PIC 9(8)V99.
                   04 YTD-Q-ER-FUTA          PIC 9(8)V99.
                   04 YTD-Q-ER-SUTA          PIC 9(8)V99.
