                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    The outgoing generation: everything through the country
      *    code and delivery channel, before the preferred language
      *    and the reserve were appended.
           FD F-OLD-CUSTOMER-FILE.
           01 OLD-CUSTOMER-INFO.
               05 OLD-CUSTOMER-ID PIC 9(6).
               05 OLD-CUSTOMER-REST PIC X(290).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-OLD-EXCEPTION-FILE.
           01 OEX-EXCEPTION-RECORD.
               05 OEX-EXCEPTION-CUSTOMER PIC X(296).
               05 OEX-EXCEPTION-REASON PIC X(30).
               05 OEX-EXCEPTION-DISPOSITION PIC X(9).
               05 FILLER PIC X.
               05 OEX-EXCEPTION-RAISED-DATE PIC X(10).
           FD F-EXCEPTION-FILE.
           01 RC-EXCEPTION-RECORD.
               05 RC-EXCEPTION-CUSTOMER PIC X(500).
               05 RC-EXCEPTION-REASON PIC X(30).
               05 RC-EXCEPTION-DISPOSITION PIC X(9).
               05 FILLER PIC X.
               05 FILLER PIC X.
               05 OJR-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 OJR-BEFORE PIC X(296).
               05 FILLER PIC X.
               05 OJR-AFTER PIC X(296).
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CONVERTED-COUNT PIC 9(6).
           01 WS-JOURNAL-COUNT PIC 9(6).
       PROCEDURE DIVISION.

      *    One-time cutover for the customer-record growth (preferred
      *    language plus a reserve for later fields).  customers.dat
      *    is INDEXED, so the grown record cannot be read back under
      *    the new layout without a rebuild.  Operations renames the
      *    live files first --
      *        customers.dat           -> customers-old.dat
      *        customer-exceptions.dat -> customer-exceptions-old.dat
      *        maintenance-journal.dat -> maintenance-journal-old.dat
      *    -- then runs this job once.  The master is rebuilt on the
      *    new layout with the appended fields blank (English), the
      *    pending exception queue comes across with its captured
      *    images padded and the raised date carried,
      *    and the journal's before/after images widen so forward
      *    recovery replays well-formed current records.  The DOB
      *    and name indexes are refreshed at the end.  Same pattern
           CLOSE F-OLD-CUSTOMER-FILE.
           CLOSE F-CUSTOMER-FILE.

      *    The first 296 bytes are unchanged, so a group move carries
      *    them over and only the appended fields need setting:
      *    blank language is English, and the reserve stays blank.
           CONVERT-ONE-CUSTOMER.
           MOVE SPACES TO RC-CUSTOMER-INFO.
           MOVE OLD-CUSTOMER-INFO TO RC-CUSTOMER-INFO(1:296).
           MOVE SPACES TO RC-CUSTOMER-LANGUAGE.
           WRITE RC-CUSTOMER-INFO
               INVALID KEY
                   DISPLAY 'customer-file-convert: write error for '
           CLOSE F-OLD-EXCEPTION-FILE.
           CLOSE F-EXCEPTION-FILE.

      *    The captured image pads with blanks (English) so
      *    exception-review parses it as a current record; the
      *    disposition and raised date carry straight across, blanks
      *    reading back as PENDING / age-unknown.
           CONVERT-ONE-EXCEPTION.
           MOVE SPACES TO RC-EXCEPTION-RECORD.
           MOVE OEX-EXCEPTION-CUSTOMER
               TO RC-EXCEPTION-CUSTOMER(1:296).
           MOVE OEX-EXCEPTION-REASON TO RC-EXCEPTION-REASON.
           IF OEX-EXCEPTION-DISPOSITION = SPACES
               MOVE 'PENDING' TO RC-EXCEPTION-DISPOSITION

      *    Point-in-time images pad with blanks only -- the new
      *    fields did not exist when the change was journaled, and a
      *    replayed record with a blank language behaves as every
      *    pre-cutover record did.
           CONVERT-ONE-JOURNAL-RECORD.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE OJR-STAMP TO RC-JRN-STAMP.
           MOVE OJR-FUNCTION TO RC-JRN-FUNCTION.
           MOVE OJR-OPERATOR TO RC-JRN-OPERATOR.
           MOVE OJR-BEFORE TO RC-JRN-BEFORE(1:296).
           MOVE OJR-AFTER TO RC-JRN-AFTER(1:296).
           WRITE RC-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-COUNT.
