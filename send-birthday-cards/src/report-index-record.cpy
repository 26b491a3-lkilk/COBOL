      *    Record layout of the indexed report index
      *    report-index.dat: one record per report run filed into the
      *    report repository, keyed by the report's name (its fixed
      *    file name less .dat), the run date it was produced for and
      *    a sequence for the second and later runs that day.  The
      *    filed copy is the repository file named here; report-purge
      *    deletes it once the report's retention has run out and
      *    marks the record purged, so the index still shows that the
      *    run happened.  report-filer adds the records and
      *    report-lookup lists and reprints from them.
       01 RC-REPORT-INDEX-RECORD.
           05 RC-RIX-KEY.
               10 RC-RIX-REPORT PIC X(30).
               10 RC-RIX-RUN-DATE PIC X(10).
               10 RC-RIX-SEQUENCE PIC 99.
           05 RC-RIX-PROGRAM PIC X(24).
           05 RC-RIX-FILED-STAMP PIC X(14).
           05 RC-RIX-LINES PIC 9(7).
           05 RC-RIX-PAGES PIC 9(5).
           05 RC-RIX-REPOSITORY-FILE PIC X(60).
           05 RC-RIX-STATUS PIC X.
               88 RC-RIX-IS-ON-FILE VALUE 'F'.
               88 RC-RIX-IS-PURGED VALUE 'P'.
           05 RC-RIX-PURGED-DATE PIC X(10).
           05 FILLER PIC X(20).
