      *    Record layout of the indexed card stock ledger
      *    stock-ledger.dat, one record per blank card design held
      *    at a print vendor -- the occasion's card at that vendor --
      *    keyed by vendor code and occasion.  stock-maintenance adds
      *    the items and keys delivery-note receipts and physical
      *    counts; stock-consumption-post draws the day's pieces off
      *    from card-manifest.dat; stock-reorder-report sets the
      *    reorder point from the forecasts.  Lead days is the
      *    vendor's turnaround on a stock order; safety days is the
      *    cover wanted on top of it.
       01 RC-STOCK-LEDGER-RECORD.
           05 RC-STK-KEY.
               10 RC-STK-VENDOR PIC X.
               10 RC-STK-OCCASION PIC X(9).
           05 RC-STK-DESCRIPTION PIC X(30).
           05 RC-STK-ON-HAND PIC S9(7).
           05 RC-STK-LEAD-DAYS PIC 9(3).
           05 RC-STK-SAFETY-DAYS PIC 9(3).
           05 RC-STK-REORDER-POINT PIC 9(7).
           05 RC-STK-LAST-RECEIPT-DATE PIC X(10).
           05 RC-STK-LAST-COUNT-DATE PIC X(10).
           05 RC-STK-LAST-POSTED-DATE PIC X(10).
           05 RC-STK-UPDATED-DATE PIC X(10).
           05 RC-STK-UPDATED-BY PIC X(8).
           05 FILLER PIC X(20).
