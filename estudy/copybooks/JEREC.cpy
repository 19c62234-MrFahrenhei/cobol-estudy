      *>--------------------------------------------------------------
      *> JEREC.cpy
      *> Manual journal-entry line, held on the JEFILE queue.  One
      *> row per line of an entry, every line carrying the entry's
      *> number, description, preparer and reversing flag.
      *> jeentry.cob edits a keyed batch and queues the entries that
      *> balance as PENDING; an update-level operator other than the
      *> preparer approves or rejects each entry through jeaprv.cob;
      *> jepost.cob posts the approved entries through glpost under
      *> source MANUAL, marking them POSTED, and - for a reversing
      *> entry - posts the mirror image on the first business day of
      *> the next period, stamping the reversed date.  The same run
      *> moves every finished entry - rejected, posted and not
      *> reversing, or reversed - off JEFILE onto the JEHIST
      *> history file in this same layout; jelist.cob prints the
      *> posted entries from both, and jeentry.cob checks both for
      *> a used entry number.
      *>--------------------------------------------------------------
       01 JOURNAL-ENTRY-RECORD.
           02 JE-STATUS               PIC X(1).
               88 JE-PENDING              VALUE "P".
               88 JE-APPROVED             VALUE "A".
               88 JE-POSTED               VALUE "X".
               88 JE-REJECTED             VALUE "R".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-ENTRY-NUMBER         PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-LINE-NUMBER          PIC 9(3).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-DESCRIPTION          PIC X(30).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-PREPARER             PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-REVERSING-FLAG       PIC X(1).
               88 JE-REVERSING            VALUE "Y".
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-ACCT-NUMBER          PIC 9(4).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-DEBIT-AMOUNT         PIC 9(9)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-CREDIT-AMOUNT        PIC 9(9)V99.
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-ENTERED-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-APPROVER             PIC X(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-POST-DATE            PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-REVERSE-DATE         PIC 9(8).
           02 FILLER                  PIC X(2)  VALUE SPACE.
           02 JE-REVERSED-DATE        PIC 9(8).
