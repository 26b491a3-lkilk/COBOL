      *    The production schedule as data: sequence, program,
      *    enabled flag, and frequency -- D daily, W weekly on
      *    weekday DAY (1 Monday .. 7 Sunday), M monthly on
      *    day-of-month DAY.  One place to see and change what runs,
      *    and every job gets the same OK/FAILED/SKIPPD bookkeeping
      *    and skip-on-resubmit protection the original four had.
      *    Up to four prerequisites follow, by program name; each
      *    must be an earlier row.  A step runs only once every
      *    prerequisite due that night has finished OK, and is
      *    recorded BLOCKD when one has not.  Rows without
      *    prerequisites read exactly as they did before.
       01 RC-REGISTRY-RECORD.
           05 RC-REG-SEQ PIC XX.
           05 FILLER PIC X.
           05 RC-REG-PROGRAM PIC X(24).
           05 FILLER PIC X.
           05 RC-REG-ENABLED PIC X.
           05 FILLER PIC X.
           05 RC-REG-FREQ PIC X.
           05 FILLER PIC X.
           05 RC-REG-FREQ-DAY PIC XX.
           05 RC-REG-PREREQ-ENTRY OCCURS 4 TIMES.
               10 FILLER PIC X.
               10 RC-REG-PREREQ PIC X(24).
