      *    marketing adds a New Year's or Valentine's card by editing
      *    that data file, no recompile.  The shared
      *    card/outbound/email writing in GENERATE-OCCASION-CARD does
      *    not change.  Personal events (rule type P, WEDDING built
      *    in) trigger off each customer's own customer-events.dat
      *    entry instead of a shared date.
       01 WS-OCCASION-COUNT-LIMIT PIC 99 VALUE 3.
       01 WS-OCCASION-TABLE.
           05 WS-OCCASION-ENTRY OCCURS 20 TIMES INDEXED BY OCC-IDX.
