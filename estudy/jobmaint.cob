       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobmaint.
       AUTHOR. vvberaldo.
       DATE-WRITTEN. 10/15/2026.
      *> Maintenance program for JOBMAST, the customer jobs employees
      *> clock their time to (see JOBREC.cpy).  Menu-driven the same
      *> way garnmnt.cob maintains GARNORD, update-level operators
      *> only through the shared opersign sign-on: add a job, update
      *> one, close one, or list every job on file.  A job must
      *> belong to a customer on CUSTMAST - its hours bill to that
      *> customer at the job's billing rate - so an unknown customer
      *> is refused.  Jobs are closed, never deleted: the JOBTIME
      *> labor ledger goes on naming them long after the work ends.
      *> Every add, update, and close writes an AUDITLOG row under
      *> the operator's id - the billing rate is what customers are
      *> charged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-NO
               FILE STATUS IS WS-JOBMAST-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDENT
               ALTERNATE RECORD KEY IS CUST-SSN WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-MASTER-FILE.
           COPY JOBREC.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-SIGNON-REQUIRED-LEVEL PIC X VALUE "U".
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 WS-GRANTED-LEVEL         PIC X VALUE SPACE.
       01 WS-SIGNON-SWITCH         PIC X VALUE "N".
           88 WS-SIGNON-GRANTED        VALUE "Y".
       01 WS-JOBMAST-STATUS    PIC XX VALUE "00".
           88 WS-JOBMAST-OK        VALUE "00".
           88 WS-JOBMAST-NOTFND    VALUE "23".
           88 WS-JOBMAST-NEW       VALUE "35".
           88 WS-JOBMAST-EOF       VALUE "10".
       01 WS-CUSTMAST-STATUS   PIC XX VALUE "00".
       01 WS-AUDIT-LOG-STATUS  PIC XX VALUE "00".

       01 WS-MENU-CHOICE       PIC 9 VALUE ZERO.
           88 WS-CHOICE-ADD        VALUE 1.
           88 WS-CHOICE-UPDATE     VALUE 2.
           88 WS-CHOICE-CLOSE      VALUE 3.
           88 WS-CHOICE-LIST       VALUE 4.
           88 WS-CHOICE-EXIT       VALUE 5.

       01 WS-DONE-SWITCH       PIC X VALUE "N".
           88 WS-DONE              VALUE "Y".
       01 WS-CUSTOMER-SWITCH   PIC X VALUE "N".
           88 WS-CUSTOMER-FOUND    VALUE "Y".
       01 WS-AUDIT-ACTION      PIC X(10) VALUE SPACES.

       01 WS-DATE-FUNCTION     PIC X VALUE "C".
       01 WS-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
       01 WS-DATE-SOURCE       PIC X VALUE "S".

       01 WS-SHOW-RATE         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           CALL "opersign" USING WS-SIGNON-REQUIRED-LEVEL
               WS-OPERATOR-ID WS-GRANTED-LEVEL WS-SIGNON-SWITCH
           IF NOT WS-SIGNON-GRANTED
               STOP RUN
           END-IF
           CALL "datesrv" USING WS-DATE-FUNCTION WS-BUSINESS-DATE
               WS-DATE-SOURCE
           PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
               UNTIL WS-DONE
           PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
           STOP RUN.

      *>--------------------------------------------------------------
      *> Open JOBMAST for update, creating it on a fresh system
      *> (same idiom as GARNORD).  CUSTMAST is only read.
      *>--------------------------------------------------------------
       1000-OPEN-FILES.
           OPEN I-O JOB-MASTER-FILE
           IF WS-JOBMAST-NEW
               OPEN OUTPUT JOB-MASTER-FILE
               CLOSE JOB-MASTER-FILE
               OPEN I-O JOB-MASTER-FILE
           END-IF
           OPEN INPUT CUSTMAST-FILE.
       1000-EXIT.
           EXIT.

       2000-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. Add job"
           DISPLAY "2. Update job"
           DISPLAY "3. Close job"
           DISPLAY "4. List jobs"
           DISPLAY "5. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE TRUE
               WHEN WS-CHOICE-ADD
                   PERFORM 3000-ADD-JOB THRU 3000-EXIT
               WHEN WS-CHOICE-UPDATE
                   PERFORM 4000-UPDATE-JOB THRU 4000-EXIT
               WHEN WS-CHOICE-CLOSE
                   PERFORM 4500-CLOSE-JOB THRU 4500-EXIT
               WHEN WS-CHOICE-LIST
                   PERFORM 5000-LIST-JOBS THRU 5000-EXIT
               WHEN WS-CHOICE-EXIT
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-ADD-JOB.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           PERFORM 3600-ACCEPT-FIELDS THRU 3600-EXIT
           IF NOT WS-CUSTOMER-FOUND
               GO TO 3000-EXIT
           END-IF
           SET JB-OPEN TO TRUE
           MOVE WS-BUSINESS-DATE TO JB-OPEN-DATE

           WRITE JOB-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Job already on file " JB-JOB-NO
                   GO TO 3000-EXIT
           END-WRITE
           DISPLAY "Job added"
           MOVE "ADDED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       3500-ACCEPT-KEY.
           DISPLAY "Enter job number: " WITH NO ADVANCING
           ACCEPT JB-JOB-NO.
       3500-EXIT.
           EXIT.

      *>--------------------------------------------------------------
      *> The customer is checked before anything is written: a job
      *> for nobody would bill hours nobody can be invoiced for.
      *>--------------------------------------------------------------
       3600-ACCEPT-FIELDS.
           DISPLAY "Enter customer Ident (7 digits): "
               WITH NO ADVANCING
           ACCEPT JB-CUST-IDENT
           MOVE "Y" TO WS-CUSTOMER-SWITCH
           MOVE JB-CUST-IDENT TO CUST-IDENT
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-CUSTOMER-SWITCH
                   DISPLAY "Customer not on CUSTMAST"
                   GO TO 3600-EXIT
           END-READ
           DISPLAY "Enter description: " WITH NO ADVANCING
           ACCEPT JB-DESCRIPTION
           DISPLAY "Enter billing rate per hour: " WITH NO ADVANCING
           ACCEPT JB-BILLING-RATE
           DISPLAY "Billable to the customer (Y/N): "
               WITH NO ADVANCING
           ACCEPT JB-BILLABLE-SWITCH
           IF NOT JB-BILLABLE AND NOT JB-NOT-BILLABLE
               MOVE "Y" TO JB-BILLABLE-SWITCH
           END-IF.
       3600-EXIT.
           EXIT.

       4000-UPDATE-JOB.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           READ JOB-MASTER-FILE
               INVALID KEY
                   DISPLAY "Job not found"
                   GO TO 4000-EXIT
           END-READ
           PERFORM 3600-ACCEPT-FIELDS THRU 3600-EXIT
           IF NOT WS-CUSTOMER-FOUND
               GO TO 4000-EXIT
           END-IF
           REWRITE JOB-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Job could not be updated"
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY "Job updated"
           MOVE "UPDATED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       4500-CLOSE-JOB.
           PERFORM 3500-ACCEPT-KEY THRU 3500-EXIT
           READ JOB-MASTER-FILE
               INVALID KEY
                   DISPLAY "Job not found"
                   GO TO 4500-EXIT
           END-READ
           IF JB-CLOSED
               DISPLAY "Job already closed"
               GO TO 4500-EXIT
           END-IF
           SET JB-CLOSED TO TRUE
           REWRITE JOB-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Job could not be closed"
                   GO TO 4500-EXIT
           END-REWRITE
           DISPLAY "Job closed"
           MOVE "CLOSED" TO WS-AUDIT-ACTION
           PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
       4500-EXIT.
           EXIT.

       5000-LIST-JOBS.
           MOVE LOW-VALUES TO JB-JOB-NO
           START JOB-MASTER-FILE KEY IS NOT LESS THAN JB-JOB-NO
               INVALID KEY
                   DISPLAY "No jobs on file"
                   GO TO 5000-EXIT
           END-START

           PERFORM 5100-LIST-ONE-JOB THRU 5100-EXIT
               UNTIL WS-JOBMAST-EOF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-JOB.
           READ JOB-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-JOBMAST-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ

           MOVE JB-BILLING-RATE TO WS-SHOW-RATE
           DISPLAY JB-JOB-NO " " JB-CUST-IDENT " " JB-DESCRIPTION " "
               WS-SHOW-RATE " " JB-BILLABLE-SWITCH " " JB-STATUS " "
               JB-OPEN-DATE.
       5100-EXIT.
           EXIT.

       6000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "JOBMAINT" TO AL-PROGRAM-ID
           MOVE JB-JOB-NO TO AL-KEY
           MOVE JB-BILLING-RATE TO WS-SHOW-RATE
           MOVE SPACES TO AL-DECISION
           STRING WS-AUDIT-ACTION DELIMITED BY SPACE
               " RATE " WS-SHOW-RATE DELIMITED BY SIZE
               INTO AL-DECISION
           MOVE ZERO TO AL-AGE
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.
       6000-EXIT.
           EXIT.

       9000-CLOSE-FILES.
           CLOSE JOB-MASTER-FILE
           CLOSE CUSTMAST-FILE.
       9000-EXIT.
           EXIT.
