      *    One sensitive customer-master change from
      *    pending-changes.dat, the dual-control queue.
      *    customer-maintenance writes the change here instead of to
      *    customers.dat; change-approval has a second operator
      *    approve or reject it, and only an approved change reaches
      *    the master and the journal.
      *    pending-change-report lists what is still waiting.
      *    Decided items older than DECIDED-RETAIN-DAYS are moved by
      *    change-approval to pending-change-archive.dat, same layout.
      *    The old value is the field as it stood when the change was
      *    keyed; a master that no longer holds it at approval time
      *    has been changed by something else since, and the item is
      *    closed STALE rather than overwriting that.
      *    Changes:  DOB       date of birth, YYYY-MM-DD
      *              DECEASED  deceased flag plus date of death
      *                        (Y2026-03-14), or N to reverse
      *              DNMCLEAR  do-not-mail flag cleared (Y to N)
      *    Status:   PENDING, APPROVED, REJECTED, STALE
       01 RC-PENDING-RECORD.
           05 RC-PEND-KEYED-STAMP PIC X(14).
           05 FILLER PIC X.
           05 RC-PEND-CUSTOMER-ID PIC 9(6).
           05 FILLER PIC X.
           05 RC-PEND-CHANGE PIC X(8).
               88 RC-PEND-IS-DOB VALUE 'DOB'.
               88 RC-PEND-IS-DECEASED VALUE 'DECEASED'.
               88 RC-PEND-IS-DNM-CLEAR VALUE 'DNMCLEAR'.
           05 FILLER PIC X.
           05 RC-PEND-OLD-VALUE PIC X(11).
           05 FILLER PIC X.
           05 RC-PEND-NEW-VALUE PIC X(11).
           05 FILLER PIC X.
           05 RC-PEND-KEYED-BY PIC X(8).
           05 FILLER PIC X.
           05 RC-PEND-STATUS PIC X(8).
               88 RC-PEND-IS-PENDING VALUE 'PENDING'.
           05 FILLER PIC X.
           05 RC-PEND-DECIDED-BY PIC X(8).
           05 FILLER PIC X.
           05 RC-PEND-DECIDED-STAMP PIC X(14).
