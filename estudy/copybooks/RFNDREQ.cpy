      *>--------------------------------------------------------------
      *> RFNDREQ.cpy
      *> Customer refund request record, the queue between the
      *> refund run's selection and its disbursement.  refund.cob
      *> queues every unapplied-cash suspense balance (CASHSUSP) and
      *> every net-credit customer (ARFILE) older than the RFPARM
      *> refund age as PENDING and lists it on the refund register;
      *> an update-level operator approves or rejects each one
      *> through rfndaprv.cob; the next refund run pays the approved
      *> rows under their own RFNDCTL check numbers and marks them
      *> DISBURSED.  Decided rows drop off the queue at the end of
      *> the run that decides them - RFNDDISB and AUDITLOG are
      *> their history.
      *>--------------------------------------------------------------
       01 REFUND-REQUEST-RECORD.
           02 RQ-STATUS               PIC X(1).
               88 RQ-PENDING              VALUE "P".
               88 RQ-APPROVED             VALUE "A".
               88 RQ-DISBURSED            VALUE "D".
               88 RQ-REJECTED             VALUE "R".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RQ-SOURCE               PIC X(1).
               88 RQ-FROM-SUSPENSE        VALUE "S".
               88 RQ-FROM-CREDIT-BALANCE  VALUE "C".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RQ-CUST-IDENT           PIC 9(7).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RQ-BALANCE-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RQ-AMOUNT               PIC 9(7)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RQ-SELECTED-DATE        PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RQ-APPROVED-BY          PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 RQ-CHECK-NO             PIC 9(7).
