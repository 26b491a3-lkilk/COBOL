      *    One grant from operator-authority.dat: an operator may run
      *    one program, and within it the function codes listed (the
      *    program's own menu letters, left-justified, any order), or
      *    every function when the list is an asterisk.  A program
      *    with no functions of its own needs only the row.  Who
      *    granted it and when are kept for the access review.  An
      *    operator with no row for a program may not run it; there
      *    is no default grant.
       01 RC-AUTHORITY-RECORD.
           05 RC-AUTH-OPERATOR PIC X(8).
           05 FILLER PIC X.
           05 RC-AUTH-PROGRAM PIC X(24).
           05 FILLER PIC X.
           05 RC-AUTH-FUNCTIONS PIC X(20).
           05 FILLER PIC X.
           05 RC-AUTH-GRANTED-BY PIC X(8).
           05 FILLER PIC X.
           05 RC-AUTH-GRANTED-DATE PIC X(10).
