      *    Record layout of issued-letters.dat, the ledger of every
      *    letter letter-generator has produced: one line per person
      *    per letter run.  policy-ack-feed marks a line signed when
      *    the HR portal reports the person acknowledged the letter;
      *    a blank status means no acknowledgement has come back.
       01 RC-ISSUED-LETTER.
           05 RC-ISS-EMP-ID PIC 9(5).
           05 FILLER PIC X.
           05 RC-ISS-LETTER-TYPE PIC X(10).
           05 FILLER PIC X.
           05 RC-ISS-RUN-DATE PIC X(10).
           05 FILLER PIC X.
           05 RC-ISS-ACK-STATUS PIC X.
               88 RC-ISS-SIGNED VALUE 'S'.
               88 RC-ISS-OUTSTANDING VALUE ' '.
           05 FILLER PIC X.
           05 RC-ISS-ACK-DATE PIC X(10).
