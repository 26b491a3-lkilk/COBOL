      *    Record layout of the indexed parameter master
      *    parameter-master.dat: every tunable setting the batch
      *    reads, one record per value it has ever had, keyed by the
      *    program that reads it, the parameter's name and the date
      *    the value takes effect.  Program * is a setting shared by
      *    every program that reads it (the quiet period, the minor
      *    contact age); a program's own record for the same name
      *    wins over it.  The value in force on a day is the one with
      *    the latest effective date on or before that day, so the
      *    history answers what a threshold was on any past run.
      *    parameter-maintenance adds and journals the records;
      *    parameter-lookup answers the programs.
       01 RC-PARAMETER-RECORD.
           05 RC-PRM-KEY.
               10 RC-PRM-PROGRAM PIC X(24).
               10 RC-PRM-NAME PIC X(24).
               10 RC-PRM-EFF-DATE PIC X(10).
           05 RC-PRM-VALUE PIC X(20).
           05 RC-PRM-DESCRIPTION PIC X(40).
           05 RC-PRM-UPDATED-DATE PIC X(10).
           05 RC-PRM-UPDATED-BY PIC X(8).
           05 FILLER PIC X(20).
