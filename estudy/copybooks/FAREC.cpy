      *>--------------------------------------------------------------
      *> FAREC.cpy
      *> Fixed-asset master record, held on the FAMAST indexed file
      *> keyed by asset number: the tanks, pipe, and equipment the
      *> shop capitalizes.  Carries what was bought (description,
      *> the DEPTMAST department that uses it, acquisition date and
      *> cost), how it wears out (useful life in months, method S
      *> straight-line or D double-declining balance, salvage value),
      *> and where depreciation has got to - the accumulated
      *> depreciation, months taken, and the last period fadepr.cob
      *> charged, so a rerun of the same month charges nothing.  A
      *> disposal is entered by famaint.cob (date and proceeds) and
      *> finished by fadepr.cob, which takes the final month, posts
      *> the gain or loss, and marks the asset disposed.  Reported
      *> by fareg.cob.
      *>--------------------------------------------------------------
       01 FIXED-ASSET-RECORD.
           02 FA-ASSET-NUMBER         PIC X(8).
           02 FA-DESCRIPTION          PIC X(30).
           02 FA-DEPARTMENT           PIC X(15).
           02 FA-ACQUISITION-DATE     PIC 9(8).
           02 FA-ACQUISITION-COST     PIC 9(9)V99.
           02 FA-USEFUL-LIFE          PIC 9(3).
           02 FA-METHOD               PIC X(1).
               88 FA-STRAIGHT-LINE        VALUE "S".
               88 FA-DECLINING-BALANCE    VALUE "D".
           02 FA-SALVAGE-VALUE        PIC 9(9)V99.
           02 FA-ACCUM-DEPRECIATION   PIC 9(9)V99.
           02 FA-MONTHS-DEPRECIATED   PIC 9(3).
           02 FA-LAST-DEPR-PERIOD     PIC 9(6).
           02 FA-DISPOSAL-DATE        PIC 9(8).
           02 FA-DISPOSAL-PROCEEDS    PIC 9(9)V99.
           02 FA-GAIN-LOSS            PIC S9(9)V99.
           02 FA-STATUS               PIC X(1).
               88 FA-ACTIVE               VALUE "A".
               88 FA-FULLY-DEPRECIATED    VALUE "F".
               88 FA-DISPOSAL-PENDING     VALUE "P".
               88 FA-DISPOSED             VALUE "D".
