      *    One authority decision from operator-authority: granted
      *    ones go to operator-access-log.dat, refused ones to
      *    security-violations.dat, in the same layout.  The function
      *    code is blank for the startup check of the program itself.
       01 RC-ACCESS-RECORD.
           05 RC-ACC-STAMP PIC X(14).
           05 FILLER PIC X.
           05 RC-ACC-OPERATOR PIC X(8).
           05 FILLER PIC X.
           05 RC-ACC-PROGRAM PIC X(24).
           05 FILLER PIC X.
           05 RC-ACC-FUNCTION PIC X.
           05 FILLER PIC X.
           05 RC-ACC-REASON PIC X(30).
