      *    One holiday from holiday-rules.dat, the rules
      *    holiday-calendar-generator turns into a year of
      *    holiday-calendar.dat dates.  The trigger columns follow the
      *    greeting occasion rules:
      *    Type:     D fixed date on MMDD (MM-DD),
      *              F floating -- the NTH (1-5, or L for the last)
      *              WEEKDAY (1 Monday .. 7 Sunday) of MONTH
      *    Offset:   days added after the date is found, signed, so
      *              the day after the fourth Thursday of November is
      *              F 11 4 4 +01; blank is none
      *    Observed: Y moves a date falling on Saturday to the Friday
      *              before and one falling on Sunday to the Monday
      *              after; blank or N keeps the date as it falls
       01 RC-HOLIDAY-RULE-RECORD.
           05 RC-HRL-NAME PIC X(30).
           05 FILLER PIC X.
           05 RC-HRL-TYPE PIC X.
               88 RC-HRL-IS-FIXED VALUE 'D'.
               88 RC-HRL-IS-FLOATING VALUE 'F'.
           05 FILLER PIC X.
           05 RC-HRL-MMDD PIC X(5).
           05 FILLER PIC X.
           05 RC-HRL-FLOAT-MONTH PIC XX.
           05 FILLER PIC X.
           05 RC-HRL-FLOAT-WEEKDAY PIC X.
           05 FILLER PIC X.
           05 RC-HRL-FLOAT-NTH PIC X.
           05 FILLER PIC X.
           05 RC-HRL-OFFSET.
               10 RC-HRL-OFFSET-SIGN PIC X.
               10 RC-HRL-OFFSET-DAYS PIC XX.
           05 FILLER PIC X.
           05 RC-HRL-OBSERVED PIC X.
               88 RC-HRL-SHIFTS-WEEKEND VALUE 'Y'.
