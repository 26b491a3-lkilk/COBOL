      *    Record layout of the indexed dependents file dependents.dat,
      *    maintained by dependent-maintenance.  Keyed by the parent
      *    customer's ID plus a two-digit sequence, so one parent's
      *    children read back together with a START on the customer
      *    ID.  The DOB is laid out exactly as the customer record's
      *    so the same birthday rules apply to both.  A child ages
      *    out of the birthday pass at 18 but stays on file until
      *    maintenance removes it.
       01 RC-DEPENDENT-RECORD.
           05 RC-DEP-KEY.
               10 RC-DEP-CUSTOMER-ID PIC 9(6).
               10 RC-DEP-SEQ PIC 9(2).
           05 RC-DEP-FIRST-NAME PIC X(20).
           05 RC-DEP-DOB.
               10 RC-DEP-DOB-YEAR PIC 9999.
               10 RC-DEP-DOB-DASH PIC X.
               10 RC-DEP-DOB-MMDD.
                 15 RC-DEP-DOB-MONTH PIC 99.
                 15 RC-DEP-DOB-SIGN PIC X.
                 15 RC-DEP-DOB-DAY PIC 99.
           05 RC-DEP-ADDED-DATE PIC X(10).
           05 FILLER PIC X(20).
