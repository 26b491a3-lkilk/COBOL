      *    One relationship manager from reps.dat, the rep and branch
      *    master: the rep ID carried on the customer record, the
      *    rep's name, the branch the rep works from, and the
      *    signature line printed under the card message for that
      *    rep's customers.  The branch name repeats on every rep of
      *    the branch; the first one read is the one reports show.
       01 RC-REP-RECORD.
           05 RC-REP-ID PIC X(6).
           05 FILLER PIC X.
           05 RC-REP-NAME PIC X(30).
           05 FILLER PIC X.
           05 RC-REP-BRANCH PIC X(4).
           05 FILLER PIC X.
           05 RC-REP-BRANCH-NAME PIC X(30).
           05 FILLER PIC X.
           05 RC-REP-SIGNATURE PIC X(40).
