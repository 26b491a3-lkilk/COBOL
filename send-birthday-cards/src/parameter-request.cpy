      *    Request and answer passed to the parameter-lookup
      *    callable.  The caller fills in its program, the parameter
      *    name and the date it is running as (spaces for the run
      *    date -- run-date.dat, else today); the answer is the value
      *    in force that day, as text and, when it reads as a number,
      *    as a number.  Not found leaves the caller's own default
      *    standing.
       01 RC-PARAMETER-REQUEST.
           05 RC-PRQ-PROGRAM PIC X(24).
           05 RC-PRQ-NAME PIC X(24).
           05 RC-PRQ-AS-OF PIC X(10).
           05 RC-PRQ-VALUE PIC X(20).
           05 RC-PRQ-NUMBER PIC S9(9)V99.
           05 RC-PRQ-EFF-DATE PIC X(10).
           05 RC-PRQ-RESULT PIC 9.
               88 RC-PRQ-IS-NUMERIC VALUE 0.
               88 RC-PRQ-NOT-FOUND VALUE 1.
               88 RC-PRQ-IS-TEXT VALUE 2.
