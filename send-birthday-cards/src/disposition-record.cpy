      *    One occasion a customer triggered on a run date that sent
      *    no piece, from card-dispositions.dat: the run date, the
      *    customer, the occasion, the single reason the piece did
      *    not go out, and the program that decided it.  The file is
      *    appended by customer-filterer and greeting-card-generator;
      *    customer-inquiry lists a customer's latest entries and
      *    day-end-dashboard totals the day's by reason.
      *    Reasons: DNM       do-not-mail is set
      *             DECEASED  marked deceased
      *             SUPPRESS  returned-mail suppression
      *             QUIET     bereavement or memorial quiet period
      *             FREQCAP   frequency cap reached
      *             BUDGETCAP occasion budget cap reached
      *             CAPACITY  deferred to the next run, print capacity
      *             HOLIDAY   print-vendor blackout date
      *             BADDATA   date of birth or address failed edits
      *             EMAILONLY sent by e-mail or text, no paper
       01 RC-DISPOSITION-RECORD.
           05 RC-DISP-DATE PIC X(10).
           05 FILLER PIC X.
           05 RC-DISP-CUSTOMER-ID PIC 9(6).
           05 FILLER PIC X.
           05 RC-DISP-OCCASION PIC X(9).
           05 FILLER PIC X.
           05 RC-DISP-REASON PIC X(9).
           05 FILLER PIC X.
           05 RC-DISP-SOURCE PIC X(8).
