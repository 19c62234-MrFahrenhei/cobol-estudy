      *>--------------------------------------------------------------
      *> CTRALERT.cpy
      *> Cash-activity alert record, held on the CTRREVW indexed
      *> review file.  ctrmon.cob raises one per customer per kind
      *> per business day: C when the day's cash in or cash out
      *> across all the customer's accounts went over the
      *> reporting threshold (a currency-transaction report was
      *> written), S when enough cash deposits just under the
      *> threshold fell inside the rolling window to look like
      *> structuring.  The subject is the CUSTMAST customer behind
      *> the accounts (ACCTXREF); an account nobody is linked to is
      *> its own subject with CA-CUST-IDENT zero.  Compliance works
      *> each alert through ctrrev.cob to a disposition: F filed,
      *> C cleared, E escalated; space while it waits.
      *>--------------------------------------------------------------
       01 CASH-ALERT-RECORD.
           02 CA-ALERT-KEY.
               03 CA-DETECT-DATE      PIC 9(8).
               03 CA-ALERT-TYPE       PIC X(1).
                   88 CA-CURRENCY-REPORT  VALUE "C".
                   88 CA-STRUCTURING      VALUE "S".
               03 CA-CUST-IDENT       PIC 9(7).
               03 CA-ACCT-NUMBER      PIC 9(6).
           02 CA-CASH-IN-TOTAL        PIC 9(9)V99.
           02 CA-CASH-OUT-TOTAL       PIC 9(9)V99.
           02 CA-BAND-DEPOSIT-COUNT   PIC 9(3).
           02 CA-BAND-DEPOSIT-TOTAL   PIC 9(9)V99.
           02 CA-WINDOW-START-DATE    PIC 9(8).
           02 CA-DISPOSITION          PIC X(1).
               88 CA-AWAITING-REVIEW      VALUE SPACE.
               88 CA-FILED                VALUE "F".
               88 CA-CLEARED              VALUE "C".
               88 CA-ESCALATED            VALUE "E".
           02 CA-REVIEWED-BY          PIC X(8).
           02 CA-REVIEW-DATE          PIC 9(8).
           02 CA-REVIEW-NOTE          PIC X(40).
