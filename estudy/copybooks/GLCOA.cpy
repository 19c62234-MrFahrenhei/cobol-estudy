      *> normally sits on.  The money programs (invoice, cashrcpt,
      *> ovdfee, acctpost, payroll) post to these accounts through
      *> the glpost subprogram; gltrial.cob proves the file balances.
      *> 10/15/2026 - equity accounts (type Q) added for retained
      *> earnings, which glclose.cob rolls income and expense into at
      *> fiscal year end and glstmt.cob prints on the balance sheet.
      *> 10/15/2026 - GL-COST-CENTER-FLAG added: "Y" marks an account
      *> whose postings belong to a department (salary and the other
      *> expenses budget holders answer for).  gltrial.cob's
      *> cost-center listing flags any such posting that arrived
      *> with no cost center.  Rows written before the flag existed
      *> read back with a space - not departmental.
      *>--------------------------------------------------------------
       01 GL-ACCOUNT-RECORD.
           02 GL-ACCT-NUMBER          PIC 9(4).
               88 GL-TYPE-LIABILITY       VALUE "L".
               88 GL-TYPE-INCOME          VALUE "I".
               88 GL-TYPE-EXPENSE         VALUE "E".
               88 GL-TYPE-EQUITY          VALUE "Q".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 GL-COST-CENTER-FLAG     PIC X(1).
               88 GL-BY-COST-CENTER       VALUE "Y".
