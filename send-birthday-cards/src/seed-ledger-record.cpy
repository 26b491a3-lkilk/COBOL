      *    Record layout of the indexed seed ledger seed-ledger.dat,
      *    one record per seed piece a card run put into a print
      *    stream, keyed by the seed code printed on the piece in
      *    place of a response code (SD and an eight-digit running
      *    number, so it can never pass for a real response code).
      *    The run writes the first part through the seed-pieces
      *    callable; seed-result-entry fills in the arrival date and
      *    print quality when the seed's holder reports the piece,
      *    and seed-report measures each vendor from them.  A blank
      *    vendor is the international stream.
       01 RC-SEED-LEDGER-RECORD.
           05 RC-SDL-KEY PIC X(10).
           05 RC-SDL-RUN-DATE PIC X(10).
           05 RC-SDL-VENDOR PIC X.
           05 RC-SDL-FILENAME PIC X(40).
           05 RC-SDL-OCCASION PIC X(9).
           05 RC-SDL-SEED-ID PIC X(6).
           05 RC-SDL-SEED-NAME PIC X(40).
           05 RC-SDL-SEED-CITY PIC X(30).
           05 RC-SDL-SEED-STATE PIC X(2).
           05 RC-SDL-ARRIVAL-DATE PIC X(10).
           05 RC-SDL-QUALITY PIC X.
               88 RC-SDL-QUALITY-IS-GOOD VALUE 'G'.
               88 RC-SDL-QUALITY-IS-FAIR VALUE 'F'.
               88 RC-SDL-QUALITY-IS-POOR VALUE 'P'.
               88 RC-SDL-QUALITY-IS-VALID VALUE 'G' 'F' 'P'.
           05 RC-SDL-REMARKS PIC X(40).
           05 RC-SDL-LOGGED-DATE PIC X(10).
           05 RC-SDL-LOGGED-BY PIC X(8).
           05 FILLER PIC X(20).
