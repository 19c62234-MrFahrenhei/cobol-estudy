      *> control break, showing every exam score on record plus the
      *> final pass/fail determination - the real report classification
      *> .cob's single ad hoc Score check was standing in for.
      *> 10/15/2026 - STUEXAM is consumed, not kept: a run that
      *> balances clears it the way SCORRSUB is cleared, so the
      *> grades grdload.cob loads cannot be scored twice.  An
      *> out-of-balance file is left in place for the rerun.
      *> 09/08/2026 - each score is also persisted to GRADEHIST, keyed
      *> by student and term, so a cumulative GPA report (gparept.cob)
      *> can be built on top of it instead of every run's results
       9000-TERMINATE.
           PERFORM 9100-VERIFY-CONTROL-TRAILER THRU 9100-EXIT
           CLOSE STUDENT-EXAM-FILE
      *>   Scored input is cleared like the resubmit queue; a file
      *>   that failed its trailer stays put so the rerun sees it.
           IF WS-IN-BALANCE
               OPEN OUTPUT STUDENT-EXAM-FILE
               CLOSE STUDENT-EXAM-FILE
           END-IF
           IF WS-COURSMST-AVAILABLE
               CLOSE COURSE-MASTER-FILE
           END-IF
