               05 RC-AUD-EXPECTED PIC ZZZZZ9.99.
               05 FILLER PIC X.
               05 RC-AUD-VERDICT PIC X(24).
               05 FILLER PIC X.
               05 RC-AUD-FAILOVER-LABEL PIC X(9).
               05 RC-AUD-FAILOVER-COUNT PIC ZZZZ9.
           FD F-DISPUTE-FILE.
           01 RC-DISPUTE-RECORD.
               05 RC-DSP-DATE PIC X(10).
           01 WS-BILLED-PIECES PIC 9(5).
           01 WS-BILLED-AMOUNT PIC 9(7)V99.
           01 WS-OUR-PIECES PIC 9(5).
           01 WS-FAILOVER-PIECES PIC 9(5).
           01 WS-HELD-PIECES PIC 9(5).
           01 WS-MANIFEST-WAS-FOUND PIC 9.
           01 WS-EXPECTED-AMOUNT PIC 9(7)V99.
           01 WS-WANTED-PREFIX PIC X(14).
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-VND-SUB PIC 99.
           01 WS-DISPUTE-FINDING PIC X(24).
           01 WS-CLASS-RATE PIC 99V99.
           01 WS-RATE-CLASS-WANTED PIC X(9).
                   10 WS-RATE-CLASS PIC X(9).
                   10 WS-RATE-EFF-DATE PIC X(10).
                   10 WS-RATE-AMOUNT PIC 99V99.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Accounts payable checks the print vendors' monthly bills
      *    against stacks of card-manifest.dat printouts by hand; this
      *    run does the same check from the files.  Each invoice line
      *    is matched to the COUNT= our filterer wrote for that day's
      *    vendor-x-mail file, priced at the vendor's contracted
      *    per-piece rate (the vendor master's price, else
      *    postage-rates.dat class VENDOR and the vendor code), and
      *    anything that disagrees lands on the dispute file.  A
      *    billed day with no manifest line at all is a day we never
      *    transmitted.
           PERFORM LOAD-POSTAGE-RATES.
           MOVE 'L' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               RC-INV-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           MOVE 0 TO WS-INVOICE-COUNT.
           MOVE 0 TO WS-AGREED-COUNT.
           MOVE 0 TO WS-DISPUTED-COUNT.
           END-PERFORM.
           CLOSE F-INVOICE-FILE.
           CLOSE F-AUDIT-REPORT-FILE.
           MOVE 'vendor-invoice-audit.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'vendor-invoice-audit' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           CLOSE F-DISPUTE-FILE.
           DISPLAY 'vendor-invoice-audit: ' WS-INVOICE-COUNT
               ' invoice line(s), ' WS-AGREED-COUNT ' agreed, '

           AUDIT-ONE-INVOICE-LINE.
           ADD 1 TO WS-INVOICE-COUNT.
      *    Only a vendor on vendor-table.dat can bill us.
           MOVE 'F' TO WS-VTB-FUNCTION.
           MOVE FUNCTION UPPER-CASE(RC-INV-VENDOR) TO WS-VTB-VENDOR.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               RC-INV-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           IF FUNCTION TEST-NUMVAL(RC-INV-PIECES) NOT = 0
           OR FUNCTION TEST-NUMVAL(RC-INV-AMOUNT) NOT = 0
           OR WS-VTB-RESULT NOT = 0
               MOVE 0 TO WS-BILLED-PIECES
               MOVE 0 TO WS-BILLED-AMOUNT
               MOVE 0 TO WS-OUR-PIECES
               MOVE 0 TO WS-FAILOVER-PIECES
               MOVE 0 TO WS-EXPECTED-AMOUNT
               MOVE 'UNREADABLE INVOICE LINE' TO WS-DISPUTE-FINDING
               PERFORM WRITE-DISPUTE-RECORD
      *    The manifest line for the invoice's vendor and day is the
      *    dated vendor handoff file's COUNT= record.  Missing line
      *    means no transmission that day -- the Vendor B overpayment
      *    last quarter was exactly this case.  Pieces the vendor
      *    printed for a vendor that was down are in that COUNT=
      *    already -- they are expected from, and billed by, the
      *    failover vendor -- and its FAILV= line is shown alongside.
      *    Pieces the edit gate held back (HELD=) were never sent.
           FIND-MANIFEST-COUNT.
           MOVE 0 TO WS-OUR-PIECES.
           MOVE 0 TO WS-HELD-PIECES.
           MOVE 0 TO WS-FAILOVER-PIECES.
           MOVE 0 TO WS-MANIFEST-WAS-FOUND.
           MOVE SPACES TO WS-WANTED-PREFIX.
           STRING 'vendor-' FUNCTION LOWER-CASE(WS-VTB-VENDOR)
               '-mail-'
               INTO WS-WANTED-PREFIX
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       IF RC-MANIFEST-DATE = RC-INV-DATE
                       AND RC-MANIFEST-FILENAME(1:14)
                           = WS-WANTED-PREFIX
                           PERFORM TAKE-ONE-MANIFEST-COUNT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.
           IF WS-HELD-PIECES <= WS-OUR-PIECES
               SUBTRACT WS-HELD-PIECES FROM WS-OUR-PIECES
           END-IF.

           TAKE-ONE-MANIFEST-COUNT.
           EVALUATE RC-MANIFEST-LABEL
               WHEN 'COUNT='
                   MOVE 1 TO WS-MANIFEST-WAS-FOUND
                   COMPUTE WS-OUR-PIECES = FUNCTION NUMVAL(
                       RC-MANIFEST-COUNT)
               WHEN 'FAILV='
                   COMPUTE WS-FAILOVER-PIECES = FUNCTION NUMVAL(
                       RC-MANIFEST-COUNT)
               WHEN 'HELD='
                   COMPUTE WS-HELD-PIECES = FUNCTION NUMVAL(
                       RC-MANIFEST-COUNT)
           END-EVALUATE.

      *    The price on the vendor master, where the contract sets
      *    one, wins over the rate file.
           PRICE-OUR-PIECES.
           MOVE SPACES TO WS-RATE-CLASS-WANTED.
           STRING 'VENDOR' WS-VTB-VENDOR
               INTO WS-RATE-CLASS-WANTED
           END-STRING.
           MOVE RC-INV-DATE TO WS-RATE-DATE-WANTED.
           PERFORM FIND-RATE-FOR-CLASS.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               IF WS-VND-CODE(WS-VND-SUB) = WS-VTB-VENDOR
               AND WS-VND-PIECE-PRICE(WS-VND-SUB) > 0
                   MOVE WS-VND-PIECE-PRICE(WS-VND-SUB)
                       TO WS-CLASS-RATE
               END-IF
           END-PERFORM.
           COMPUTE WS-EXPECTED-AMOUNT =
               WS-OUR-PIECES * WS-CLASS-RATE.

           ELSE
               MOVE WS-DISPUTE-FINDING TO RC-AUD-VERDICT
           END-IF.
           IF WS-FAILOVER-PIECES > 0
               MOVE 'FAILOVER=' TO RC-AUD-FAILOVER-LABEL
               MOVE WS-FAILOVER-PIECES TO RC-AUD-FAILOVER-COUNT
           END-IF.
           WRITE RC-AUDIT-LINE.
