      *    Record layout of the indexed response-code ledger
      *    response-codes.dat.  One record per response/offer code
      *    issued on a card (channel C), an e-notification (channel
      *    E) or a text message (channel S), keyed by the code itself
      *    so a redemption coming back from the point-of-sale
      *    system finds the customer, run date, occasion and
      *    template variant that produced it.
      *    The redeemed date stays blank until redemption-feed
      *    matches the code.
       01 RC-RESPONSE-RECORD.
           05 RC-RESP-CODE PIC X(10).
           05 RC-RESP-CUSTOMER-ID PIC 9(6).
           05 RC-RESP-RUN-DATE PIC X(10).
           05 RC-RESP-OCCASION PIC X(9).
           05 RC-RESP-VARIANT PIC X.
           05 RC-RESP-CHANNEL PIC X.
           05 RC-RESP-STATE PIC X(2).
           05 RC-RESP-REDEEMED-DATE PIC X(10).
           05 RC-RESP-REFERENCE PIC X(20).
           05 FILLER PIC X(31).
