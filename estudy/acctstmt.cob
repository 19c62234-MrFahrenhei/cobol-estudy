      *> every transaction captioned by source, so an account
      *> holder who asks what happened to their balance finally
      *> gets an answer on paper.
      *> 10/15/2026 - the early-withdrawal penalty acctpost.cob
      *> charges on a term deposit (history source PEN) captions
      *> as PENALTY.
      *> 10/15/2026 - an overdraft-protection transfer (source ODP),
      *> on the protected account and the one it drew from alike,
      *> captions as OD TRANSFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   MOVE "FEE"      TO WS-SD-CAPTION
               WHEN WS-HT-SOURCE (WS-HIST-IDX) = "INT"
                   MOVE "INTEREST" TO WS-SD-CAPTION
               WHEN WS-HT-SOURCE (WS-HIST-IDX) = "PEN"
                   MOVE "PENALTY"  TO WS-SD-CAPTION
               WHEN WS-HT-SOURCE (WS-HIST-IDX) = "ODP"
                   MOVE "OD TRANSFR" TO WS-SD-CAPTION
               WHEN WS-HT-TRANS-CODE (WS-HIST-IDX) = "D"
                   MOVE "DEBIT"    TO WS-SD-CAPTION
               WHEN OTHER
