      *    One milestone-birthday gift order for the fulfilment
      *    vendor.  customer-filterer writes it to the day's
      *    gift-orders file and to the running gift-order-log.dat
      *    (or, once the month's gift budget is spent, to
      *    gift-orders-held.dat instead); gift-recon matches the
      *    vendor's shipped confirmations back to the log by order
      *    date, customer ID, and SKU.
       01 RC-GIFT-ORDER-RECORD.
           05 RC-GIFT-ORDER-DATE PIC X(10).
           05 FILLER PIC X.
           05 RC-GIFT-CUSTOMER-ID PIC 9(6).
           05 FILLER PIC X.
           05 RC-GIFT-TIER PIC X(10).
           05 FILLER PIC X.
           05 RC-GIFT-SKU PIC X(12).
           05 FILLER PIC X.
           05 RC-GIFT-UNIT-COST PIC 9(5)V99.
           05 FILLER PIC X.
           05 RC-GIFT-AGE PIC 999.
           05 FILLER PIC X.
           05 RC-GIFT-NAME PIC X(40).
           05 RC-GIFT-ADDRESS PIC X(100).
           05 FILLER PIC X(6).
