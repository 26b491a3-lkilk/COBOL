      *    Record layout of stock-journal.dat, every movement on the
      *    card stock ledger in the order it was posted: R a receipt
      *    keyed from the vendor's delivery note, U the day's usage
      *    posted from the manifest, C a physical count (quantity is
      *    the variance, counted less book), N a new item's opening
      *    balance.  On-hand is the balance after the movement.
       01 RC-STOCK-JOURNAL-RECORD.
           05 RC-STJ-DATE PIC X(10).
           05 FILLER PIC X.
           05 RC-STJ-VENDOR PIC X.
           05 FILLER PIC X.
           05 RC-STJ-OCCASION PIC X(9).
           05 FILLER PIC X.
           05 RC-STJ-TYPE PIC X.
               88 RC-STJ-IS-RECEIPT VALUE 'R'.
               88 RC-STJ-IS-USAGE VALUE 'U'.
               88 RC-STJ-IS-COUNT VALUE 'C'.
               88 RC-STJ-IS-OPENING VALUE 'N'.
           05 FILLER PIC X.
           05 RC-STJ-QUANTITY PIC -(7)9.
           05 FILLER PIC X.
           05 RC-STJ-ON-HAND PIC -(7)9.
           05 FILLER PIC X.
           05 RC-STJ-REFERENCE PIC X(20).
           05 FILLER PIC X.
           05 RC-STJ-OPERATOR PIC X(8).
