      *    produced for a customer, keyed by customer ID plus run date
      *    plus occasion so a customer's contact history reads back in
      *    date order.
      *    The template variant and the response codes printed on the
      *    card and carried in the e-mail tie a redemption back to
      *    the piece that produced it; blank on records from before
      *    response codes were issued.  The trailing filler is room
      *    for later per-piece facts without another rebuild.
      *    The last postal tracing scan on the card (date, event
      *    code, ZIP of the scanning facility) and the day it was
      *    scanned delivered come from postal-tracing-import; blank
      *    until the postal service reports the piece.
       01 RC-HISTORY-RECORD.
           05 RC-HIST-KEY.
               10 RC-HIST-CUSTOMER-ID PIC 9(6).
               10 RC-HIST-RUN-DATE PIC X(10).
               10 RC-HIST-OCCASION PIC X(9).
           05 RC-HIST-MESSAGE PIC X(56).
           05 RC-HIST-VARIANT PIC X.
           05 RC-HIST-RESPONSE-CODE PIC X(10).
           05 RC-HIST-EMAIL-CODE PIC X(10).
           05 RC-HIST-LAST-SCAN-DATE PIC X(10).
           05 RC-HIST-LAST-SCAN-EVENT PIC X(3).
           05 RC-HIST-LAST-SCAN-ZIP PIC X(5).
           05 RC-HIST-DELIVERED-DATE PIC X(10).
           05 FILLER PIC X(70).
