      *    Record layout of seed-list.dat, the staff who receive the
      *    seed pieces the card runs slip into every print stream.
      *    Each seed is a real person at a known address, so the day
      *    a seed lands and the state it lands in measure the vendor
      *    and the post office independently of the vendor's own
      *    confirmations.  Scope D seeds go into the domestic vendor
      *    files, scope I seeds into the international file; the
      *    address is laid out as on the outbound record.
       01 RC-SEED-LIST-RECORD.
           05 RC-SEED-ID PIC X(6).
           05 FILLER PIC X.
           05 RC-SEED-SCOPE PIC X.
               88 RC-SEED-IS-DOMESTIC VALUE 'D'.
               88 RC-SEED-IS-INTERNATIONAL VALUE 'I'.
           05 FILLER PIC X.
           05 RC-SEED-NAME PIC X(40).
           05 FILLER PIC X.
           05 RC-SEED-ADDRESS.
               10 RC-SEED-ADDR-STREET PIC X(40).
               10 RC-SEED-ADDR-CITY PIC X(30).
               10 RC-SEED-ADDR-STATE PIC X(2).
               10 RC-SEED-ADDR-ZIP PIC X(10).
               10 FILLER PIC X(18).
