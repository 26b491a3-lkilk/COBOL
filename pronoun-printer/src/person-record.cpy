      *    pronoun sets (nominative/objective/possessive/reflexive)
      *    so 'she/they' is recorded whole instead of by half.
      *    people-convert builds the keyed file from the old flat
      *    people-flat.dat.  The department, birthday, and hire date
      *    the celebration programs use are carried here too, so one
      *    master feeds letters, badges, rosters, and greetings;
      *    people-roster-merge folded the old employee-roster.dat in.
       01 RC-PERSON.
           05 RC-PERSON-EMP-ID PIC 9(5).
           05 RC-PERSON-NAME PIC X(20).
      *    badges display this; HR reconciliation keeps matching on
      *    the legal name.  Blank means they are the same.
           05 RC-PERSON-PREFERRED-NAME PIC X(20).
      *    Celebration data.  BIRTHDAY is MMDD and BIRTH-YEAR YYYY,
      *    HIRE-DATE YYYYMMDD; zero means not on file, and that
      *    occasion is skipped for the person.
           05 RC-PERSON-DEPT PIC X(4).
           05 RC-PERSON-BIRTHDAY PIC 9999.
           05 RC-PERSON-BIRTH-YEAR PIC 9999.
           05 RC-PERSON-HIRE-DATE PIC 9(8).
      *    Whether the person's occasions are announced: A (or
      *    blank) everything, S service anniversaries only -- the
      *    birthday stays private -- or N nothing.  Suppressed
      *    anniversaries still earn their award; the letter goes to
      *    the person privately instead of to the office.
           05 RC-PERSON-CELEBRATE PIC X.
               88 RC-PERSON-CELEBRATES-ALL VALUE 'A' ' '.
               88 RC-PERSON-ANNIVERSARY-ONLY VALUE 'S'.
               88 RC-PERSON-CELEBRATES-NONE VALUE 'N'.
