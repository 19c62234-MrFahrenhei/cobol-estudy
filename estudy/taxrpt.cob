      *> prepared from, with grand totals at the foot.  TAXLIAB is
      *> cleared once reported - the filing period closes with the
      *> report, and next period accumulates fresh.
      *> 10/15/2026 - exempt sales by state: the TL-EXEMPT-AMOUNT
      *> the invoice run now rolls up for lines billed under a
      *> TAXEXMPT exemption certificate (net of exempt returns from
      *> crmemo.cob) prints in its own column beside taxable sales.
      *> Rows written before the field carry no exempt sales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           02 TL-TAXABLE-AMOUNT   PIC S9(9)V99.
           02 FILLER              PIC X(2).
           02 TL-TAX-AMOUNT       PIC S9(9)V99.
           02 FILLER              PIC X(2).
           02 TL-EXEMPT-AMOUNT    PIC S9(9)V99.

       FD  TAX-REPORT-FILE.
       01 TAX-REPORT-LINE         PIC X(80).
               03 WS-ST-STATE         PIC X(2).
               03 WS-ST-TAXABLE       PIC S9(11)V99.
               03 WS-ST-TAX           PIC S9(11)V99.
               03 WS-ST-EXEMPT        PIC S9(11)V99.

       01 WS-ROW-COUNT                PIC 9(7) COMP VALUE ZERO.
       01 WS-GRAND-TAXABLE            PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-TAX                PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-EXEMPT             PIC S9(11)V99 VALUE ZERO.

       01 WS-HEADING-LINE-1  PIC X(44)
           VALUE "*** SALES TAX LIABILITY BY STATE ***".
       01 WS-HEADING-LINE-2.
           02 FILLER            PIC X(10) VALUE "RUN DATE: ".
           02 WS-H-RUN-DATE     PIC 9(8).
       01 WS-COLUMN-LINE     PIC X(62) VALUE
           "STATE     TAXABLE SALES    TAX COLLECTED     EXEMPT SALES".
       01 WS-DETAIL-LINE.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-STATE        PIC X(2).
           02 WS-D-TAXABLE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-TAX          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-D-EXEMPT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           02 FILLER            PIC X(6)  VALUE "*** ".
           02 WS-T-TAXABLE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-T-TAX          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER            PIC X(2)  VALUE SPACE.
           02 WS-T-EXEMPT       PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
               MOVE TL-STATE TO WS-ST-STATE (WS-STATE-COUNT)
               MOVE ZERO TO WS-ST-TAXABLE (WS-STATE-COUNT)
               MOVE ZERO TO WS-ST-TAX (WS-STATE-COUNT)
               MOVE ZERO TO WS-ST-EXEMPT (WS-STATE-COUNT)
               MOVE WS-STATE-COUNT TO WS-STATE-FOUND-IDX
           END-IF
           ADD TL-TAXABLE-AMOUNT TO WS-ST-TAXABLE (WS-STATE-FOUND-IDX)
           ADD TL-TAX-AMOUNT     TO WS-ST-TAX (WS-STATE-FOUND-IDX)
           ADD TL-TAXABLE-AMOUNT TO WS-GRAND-TAXABLE
           ADD TL-TAX-AMOUNT     TO WS-GRAND-TAX
           IF TL-EXEMPT-AMOUNT NUMERIC
               ADD TL-EXEMPT-AMOUNT TO WS-ST-EXEMPT (WS-STATE-FOUND-IDX)
               ADD TL-EXEMPT-AMOUNT TO WS-GRAND-EXEMPT
           END-IF
           READ TAX-LIABILITY-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
               MOVE WS-ST-STATE (WS-STATE-IDX)   TO WS-D-STATE
               MOVE WS-ST-TAXABLE (WS-STATE-IDX) TO WS-D-TAXABLE
               MOVE WS-ST-TAX (WS-STATE-IDX)     TO WS-D-TAX
               MOVE WS-ST-EXEMPT (WS-STATE-IDX)  TO WS-D-EXEMPT
               WRITE TAX-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE WS-GRAND-TAXABLE TO WS-T-TAXABLE
           MOVE WS-GRAND-TAX     TO WS-T-TAX
           MOVE WS-GRAND-EXEMPT  TO WS-T-EXEMPT
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "Liability rows reported: " WS-ROW-COUNT.
       8000-EXIT.
