      *    Record layout of the quiz certification master,
      *    quiz-certifications.dat: one line per employee who has
      *    ever passed, holding the latest pass, its score, and when
      *    it runs out.  LETTER says whether that pass's QUIZCERT
      *    letter has gone: blank until letter-generator produces
      *    it, X when the employee was no longer on people.dat to
      *    send it to.
       01 RC-CERTIFICATION.
           05 RC-CERT-EMP-ID PIC 9(5).
           05 FILLER PIC X.
           05 RC-CERT-PASS-DATE PIC X(10).
           05 FILLER PIC X.
           05 RC-CERT-EXPIRY-DATE PIC X(10).
           05 FILLER PIC X.
           05 RC-CERT-SCORE PIC 9(3).
           05 FILLER PIC X.
           05 RC-CERT-LETTER PIC X.
               88 RC-CERT-LETTER-SENT VALUE 'L'.
               88 RC-CERT-LETTER-DUE VALUE ' '.
               88 RC-CERT-LETTER-UNDELIVERABLE VALUE 'X'.
