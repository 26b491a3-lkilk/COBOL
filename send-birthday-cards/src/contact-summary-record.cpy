      *    Record layout of the indexed rolling contact summary
      *    contact-summary.dat, one record per customer keyed by
      *    customer ID.  It answers the nightly questions the card
      *    runs used to put to card-history.dat by reading through
      *    the customer's history: how many of an occasion the
      *    customer has ever had (template rotation), whether one
      *    went out on a given day (restart), when one last went out
      *    (welcome, belated) and how many pieces were mailed lately
      *    (frequency cap).  contact-summary keeps it as history is
      *    written; contact-summary-rebuild regenerates it from the
      *    live and archived history after a backout or a
      *    conversion.
      *    Occasion entries carry the latest run date and a lifetime
      *    count, archived history included.  Piece dates are the
      *    most recent mailed pieces, E- notification outcomes
      *    excluded, newest kept once the table is full.  A customer
      *    with more distinct occasions than the table holds is
      *    marked overflowed, and the card runs go back to reading
      *    card-history.dat for that customer.
       01 RC-SUMMARY-RECORD.
           05 RC-SUM-CUSTOMER-ID PIC 9(6).
           05 RC-SUM-UPDATED-DATE PIC X(10).
           05 RC-SUM-OVERFLOWED PIC X.
               88 RC-SUM-IS-OVERFLOWED VALUE 'Y'.
           05 RC-SUM-OCCASION-COUNT PIC 99.
           05 RC-SUM-OCCASION-ENTRY OCCURS 40 TIMES.
               10 RC-SUM-OCCASION PIC X(9).
               10 RC-SUM-LAST-DATE PIC X(10).
               10 RC-SUM-LIFETIME PIC 9(5).
           05 RC-SUM-PIECE-COUNT PIC 99.
           05 RC-SUM-PIECE-DATE PIC X(10) OCCURS 40 TIMES.
           05 FILLER PIC X(20).
