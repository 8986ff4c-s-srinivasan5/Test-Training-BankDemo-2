      * loan's nominated deposit account, marks them paid, and ages
      * the ones it could not pay into the 30/60/90-day arrears
      * report. A row stays pending until it is actually collected,
      * so a missed instalment is retried every night. DBANK49P marks
      * the rows an early payoff has cleared as settled, and rewrites
      * (or drops) the pending rows when a prepayment re-amortizes
      * the loan. A write-off marks every row still pending as
      * written off, which takes it out of the nightly collection.
      * RECORD KEY  LNS-REC-KEY (loan account + instalment number,
      *             account first so one loan's schedule is
      *             contiguous)
001100       88  LNS-REC-STATUS-PENDING            VALUE '0' LOW-VALUES
001200                                                    SPACES.
001300       88  LNS-REC-STATUS-PAID               VALUE '1'.
001310       88  LNS-REC-STATUS-SETTLED            VALUE '2'.
001320       88  LNS-REC-STATUS-WRITTEN-OFF        VALUE '3'.
001400   10  LNS-REC-PAID-DTE                      PIC X(8).
