      *    Record layout of the indexed vendor master vendor-master.dat,
      *    keyed by the one-letter vendor code and kept by
      *    vendor-master-maintenance, which journals every change to
      *    vendor-master-journal.dat.  It is the one place a vendor's
      *    contract and service terms live.  A zero capacity, SLA,
      *    grace or price means the vendor has no term of its own
      *    and the run's setting (PRINT-CAPACITY, CONFIRM-SLA-DAYS
      *    or ACK-GRACE-DAYS on the parameter master, or
      *    postage-rates.dat) still applies.  Blank contract dates
      *    are open-ended.  Only an active vendor inside its contract
      *    dates may be routed mail; a suspended or terminated vendor
      *    stays on file for the reports that look back at it.
       01 RC-VENDOR-MASTER-RECORD.
           05 RC-VM-CODE PIC X.
           05 RC-VM-NAME PIC X(30).
           05 RC-VM-STATUS PIC X.
               88 RC-VM-IS-ACTIVE VALUE 'A'.
               88 RC-VM-IS-SUSPENDED VALUE 'S'.
               88 RC-VM-IS-TERMINATED VALUE 'T'.
               88 RC-VM-STATUS-IS-VALID VALUE 'A' 'S' 'T'.
           05 RC-VM-DEFAULT PIC X.
           05 RC-VM-PRINT-IMAGE PIC X.
           05 RC-VM-CONTRACT-START PIC X(10).
           05 RC-VM-CONTRACT-END PIC X(10).
           05 RC-VM-DAILY-CAPACITY PIC 9(6).
           05 RC-VM-SLA-DAYS PIC 99.
           05 RC-VM-ACK-GRACE-DAYS PIC 99.
           05 RC-VM-PIECE-PRICE PIC 99V99.
           05 RC-VM-CONTACT-NAME PIC X(30).
           05 RC-VM-CONTACT-PHONE PIC X(15).
           05 RC-VM-CONTACT-EMAIL PIC X(50).
           05 RC-VM-UPDATED-DATE PIC X(10).
           05 RC-VM-UPDATED-BY PIC X(8).
           05 FILLER PIC X(20).
