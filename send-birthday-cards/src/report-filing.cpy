      *    Request and answer passed to the report-filer callable.
      *    A report program closes its report and hands over the
      *    report's file name and its own name; the answer is 0 when
      *    a copy went into the report repository and 1 when nothing
      *    was filed (no report on hand, or the index unavailable) --
      *    the report itself is unaffected either way.
       01 RC-REPORT-FILING.
           05 RC-RPF-REPORT-FILE PIC X(40).
           05 RC-RPF-PROGRAM PIC X(24).
           05 RC-RPF-RESULT PIC 9.
               88 RC-RPF-WAS-FILED VALUE 0.
               88 RC-RPF-NOT-FILED VALUE 1.
