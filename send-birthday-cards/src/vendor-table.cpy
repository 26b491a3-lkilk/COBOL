      *    The print vendors the card runs hand mail to, as loaded by
      *    the vendor-table callable from the vendor master
      *    vendor-master.dat (or, where there is no master yet, from
      *    vendor-table.dat).  Each vendor gets its own dated handoff
      *    file, vendor-x-mail-<date>.dat after its code, its own
      *    manifest line, run-audit VENDOR= line, scorecard line and
      *    invoice audit, so a new vendor is a new row, not a change
      *    to the programs.  The
      *    default vendor takes every state vendor-routing.dat does
      *    not map, and vendor-outage.dat moves a vendor's states to
      *    a failover vendor for the dates it is down.  A print-image
      *    vendor wants the inserter lines print-image-builder formats
      *    instead of raw outbound records.  The contract and service
      *    terms are the master's; zero means the vendor has no term
      *    of its own (always so when loaded from vendor-table.dat).
       01 RC-VENDOR-TABLE.
           05 RC-VND-COUNT PIC 99.
           05 RC-VND-DEFAULT-CODE PIC X.
           05 RC-VND-ENTRY OCCURS 20 TIMES.
               10 RC-VND-CODE PIC X.
               10 RC-VND-NAME PIC X(30).
               10 RC-VND-PRINT-IMAGE PIC X.
                   88 RC-VND-WANTS-PRINT-IMAGE VALUE 'Y'.
               10 RC-VND-STATUS PIC X.
                   88 RC-VND-IS-ACTIVE VALUE 'A'.
               10 RC-VND-CONTRACT-START PIC X(10).
               10 RC-VND-CONTRACT-END PIC X(10).
               10 RC-VND-DAILY-CAPACITY PIC 9(6).
               10 RC-VND-SLA-DAYS PIC 99.
               10 RC-VND-ACK-GRACE-DAYS PIC 99.
               10 RC-VND-PIECE-PRICE PIC 99V99.
