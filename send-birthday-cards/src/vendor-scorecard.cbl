                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-AUDIT-FILE ASSIGN TO 'run-audit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SEED-LIST-FILE
                   ASSIGN TO 'seed-list.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CONFIRMATION-FILE
                   ASSIGN TO 'print-confirmations.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RETURNED-MAIL-FILE
                   ASSIGN TO 'returned-mail.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
               05 RC-AUDIT-HOUSEHOLD-LABEL PIC X(10).
               05 RC-AUDIT-HOUSEHOLD-COUNT PIC ZZZ9.
               05 FILLER PIC X.
      *        Audit lines from before the vendor table carried
      *        vendor A's and vendor B's figures here, labelled
      *        VENDORA= and VENDORB=.
               05 RC-AUDIT-VENDOR-A-LABEL PIC X(8).
               05 RC-AUDIT-VENDOR-A-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-VENDOR-B-LABEL PIC X(8).
               05 RC-AUDIT-VENDOR-B-COUNT PIC ZZZ9.
      *    Since the vendor table, one VENDOR= line per vendor.
           01 RC-AUDIT-VENDOR-RECORD.
               05 RC-AVN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-AVN-LABEL PIC X(7).
               05 RC-AVN-VENDOR PIC X.
               05 FILLER PIC X.
               05 RC-AVN-COUNT-LABEL PIC X(6).
               05 RC-AVN-COUNT PIC ZZZZ9.
           FD F-SEED-LIST-FILE.
           COPY "seed-list-record.cpy".
           FD F-CONFIRMATION-FILE.
           01 RC-CONFIRMATION-RECORD.
               05 RC-CONF-PRINT-DATE PIC X(10).
               05 RC-NIXIE-NAME PIC X(40).
               05 FILLER PIC X.
               05 RC-NIXIE-ZIP PIC X(10).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-SCORECARD-FILE.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SCORECARD-MONTH PIC X(7).
           01 WS-VENDOR-SUB PIC 99.
           01 WS-VENDOR-FOUND PIC 99.
           01 WS-WANTED-VENDOR PIC X.
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-UNDELIVERABLE-RATE PIC 999V9.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-DATE PIC X(10).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
      *    Month figures by vendor, in vendor-table order.
           01 WS-SCORE-TABLE.
               05 WS-SCORE-ENTRY OCCURS 20 TIMES.
                   10 WS-SENT PIC 9(6).
                   10 WS-CONFIRMED PIC 9(6).
                   10 WS-RETURNED PIC 9(6).
           01 WS-CUST-SUB PIC 9(4).
           01 WS-CUST-COUNT PIC 9(4) VALUE 0.
           01 WS-CUST-TABLE.
               INDEXED BY CUST-IDX.
                   10 WS-CUST-NAME PIC X(40).
                   10 WS-CUST-ZIP PIC X(10).
                   10 WS-CUST-STATE PIC X(2).
      *    Staff on seed-list.dat; their confirmations are for seed
      *    pieces, which seed-report measures, not customers' cards.
           01 WS-CONF-IS-SEED PIC 9.
           01 WS-SEED-NAME-SUB PIC 9(3).
           01 WS-SEED-NAME-COUNT PIC 9(3) VALUE 0.
           01 WS-SEED-NAME-TABLE.
               05 WS-SEED-NAME PIC X(40) OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-SEED-NAME-COUNT.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    One scorecard line per print vendor per month: pieces we
      *    handed off (the run audit's VENDOR= figures),
      *    pieces the vendor confirmed printing, pieces the post
      *    office handed back, and the undeliverable rate -- the
      *    evidence base for the contract renewal.  Confirmations and
      *    returns carry only name (and ZIP), so each is attributed
      *    to a vendor by looking the customer up on the master and
      *    routing their state through the vendor table, the same
      *    split the filterer applied when the piece went out.  Every
      *    vendor on vendor-table.dat gets a line.
           PERFORM APPLY-MONTH-OVERRIDE.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-CUSTOMER-VENDORS.
           PERFORM LOAD-SEED-NAMES.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > 20
               MOVE 0 TO WS-SENT(WS-VENDOR-SUB)
               MOVE 0 TO WS-CONFIRMED(WS-VENDOR-SUB)
               MOVE 0 TO WS-RETURNED(WS-VENDOR-SUB)
           END-PERFORM.
           PERFORM TALLY-SENT-FROM-AUDIT.
           PERFORM TALLY-CONFIRMATIONS.
           PERFORM TALLY-RETURNS.
           PERFORM WRITE-SCORECARD.
           DISPLAY 'vendor-scorecard: ' WS-SCORECARD-MONTH ' -- '
               WS-VND-COUNT ' vendor line(s) written'.
           GOBACK.

      *    Operations drops a scorecard-month.dat control record of
               MOVE RC-MONTH-PARM TO WS-SCORECARD-MONTH
           END-IF.

           LOAD-VENDOR-TABLE.
           MOVE 'L' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-VTB-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.

      *    The customer's state routed for a piece of WS-VTB-DATE;
      *    a customer not found goes to the default vendor, as the
      *    filterer would have sent an unmapped state.
           FIND-VENDOR-FOR-CUSTOMER.
           IF WS-FOUND-IDX > 0
               MOVE 'R' TO WS-VTB-FUNCTION
               MOVE WS-CUST-STATE(WS-FOUND-IDX) TO WS-VTB-STATE
               CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
                   WS-VTB-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
                   WS-VENDOR-TABLE WS-VTB-RESULT
               MOVE WS-VTB-VENDOR TO WS-WANTED-VENDOR
           ELSE
               MOVE WS-VND-DEFAULT-CODE TO WS-WANTED-VENDOR
           END-IF.
           PERFORM FIND-VENDOR-SLOT.
           IF WS-VENDOR-FOUND = 0
               MOVE WS-VND-DEFAULT-CODE TO WS-WANTED-VENDOR
               PERFORM FIND-VENDOR-SLOT
           END-IF.

           FIND-VENDOR-SLOT.
           MOVE 0 TO WS-VENDOR-FOUND.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VND-COUNT
               OR WS-VENDOR-FOUND > 0
               IF WS-VND-CODE(WS-VENDOR-SUB) = WS-WANTED-VENDOR
                   MOVE WS-VENDOR-SUB TO WS-VENDOR-FOUND
               END-IF
           END-PERFORM.

      *    One pass over the master instead of a scan per
      *    confirmation: name, ZIP, and state per customer.
           LOAD-CUSTOMER-VENDORS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-CUST-COUNT.

           STORE-ONE-CUSTOMER-VENDOR.
           IF WS-CUST-COUNT < 5000
               ADD 1 TO WS-CUST-COUNT
               SET CUST-IDX TO WS-CUST-COUNT
               MOVE RC-CUSTOMER-NAME TO WS-CUST-NAME(CUST-IDX)
               MOVE RC-ADDR-ZIP TO WS-CUST-ZIP(CUST-IDX)
               MOVE RC-ADDR-STATE TO WS-CUST-STATE(CUST-IDX)
           ELSE
               DISPLAY 'vendor-scorecard: more than 5000 customers '
                   '-- remainder not attributable'
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
      *                Translation-fallback lines carry no volumes;
      *                brand lines only split the volume line's.
                       IF RC-AUDIT-DATE(1:7) = WS-SCORECARD-MONTH
                       AND RC-AUDIT-BIRTHDAY-LABEL NOT = 'FALLBACK='
                       AND RC-AUDIT-BIRTHDAY-LABEL(1:6) NOT = 'BRAND='
                           PERFORM COUNT-ONE-AUDIT-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
           END-PERFORM.
           CLOSE F-AUDIT-FILE.

      *    A vendor no longer on the table has no line to take its
      *    figures.
           COUNT-ONE-AUDIT-LINE.
           IF RC-AVN-LABEL = 'VENDOR='
               MOVE RC-AVN-VENDOR TO WS-WANTED-VENDOR
               PERFORM FIND-VENDOR-SLOT
               IF WS-VENDOR-FOUND > 0
                   COMPUTE WS-SENT(WS-VENDOR-FOUND) =
                       WS-SENT(WS-VENDOR-FOUND)
                       + FUNCTION NUMVAL(RC-AVN-COUNT)
               END-IF
           END-IF.
           IF RC-AUDIT-VENDOR-A-LABEL = 'VENDORA='
               MOVE 'A' TO WS-WANTED-VENDOR
               PERFORM FIND-VENDOR-SLOT
               IF WS-VENDOR-FOUND > 0
                   COMPUTE WS-SENT(WS-VENDOR-FOUND) =
                       WS-SENT(WS-VENDOR-FOUND)
                       + FUNCTION NUMVAL(RC-AUDIT-VENDOR-A-COUNT)
               END-IF
               MOVE 'B' TO WS-WANTED-VENDOR
               PERFORM FIND-VENDOR-SLOT
               IF WS-VENDOR-FOUND > 0
                   COMPUTE WS-SENT(WS-VENDOR-FOUND) =
                       WS-SENT(WS-VENDOR-FOUND)
                       + FUNCTION NUMVAL(RC-AUDIT-VENDOR-B-COUNT)
               END-IF
           END-IF.

           TALLY-CONFIRMATIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONFIRMATION-FILE.
           END-PERFORM.
           CLOSE F-CONFIRMATION-FILE.

      *    A seed piece's confirmation is not a customer's card and
      *    would otherwise fall to the default vendor.
           COUNT-ONE-CONFIRMATION.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   MOVE WS-CUST-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CONF-IS-SEED.
           IF WS-FOUND-IDX = 0
               PERFORM CHECK-SEED-CONFIRMATION
           END-IF.
           IF WS-CONF-IS-SEED = 0
               MOVE RC-CONF-PRINT-DATE TO WS-VTB-DATE
               PERFORM FIND-VENDOR-FOR-CUSTOMER
               IF WS-VENDOR-FOUND > 0
                   ADD 1 TO WS-CONFIRMED(WS-VENDOR-FOUND)
               END-IF
           END-IF.

           LOAD-SEED-NAMES.
           MOVE 0 TO WS-SEED-NAME-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SEED-LIST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEED-LIST-FILE
                   NOT AT END
                       IF WS-SEED-NAME-COUNT < 200
                       AND RC-SEED-NAME NOT = SPACES
                           ADD 1 TO WS-SEED-NAME-COUNT
                           MOVE RC-SEED-NAME
                               TO WS-SEED-NAME(WS-SEED-NAME-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SEED-LIST-FILE.

           CHECK-SEED-CONFIRMATION.
           MOVE 0 TO WS-CONF-IS-SEED.
           PERFORM VARYING WS-SEED-NAME-SUB FROM 1 BY 1
               UNTIL WS-SEED-NAME-SUB > WS-SEED-NAME-COUNT
               IF WS-SEED-NAME(WS-SEED-NAME-SUB) = RC-CONF-NAME
                   MOVE 1 TO WS-CONF-IS-SEED
               END-IF
           END-PERFORM.

      *    The nixie feed carries ZIP as well, so returns match on
      *    name plus ZIP, same as nixie-batch.
           TALLY-RETURNS.
                   MOVE WS-CUST-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE RC-NIXIE-RETURN-DATE TO WS-VTB-DATE.
           PERFORM FIND-VENDOR-FOR-CUSTOMER.
           IF WS-VENDOR-FOUND > 0
               ADD 1 TO WS-RETURNED(WS-VENDOR-FOUND)
           END-IF.

           WRITE-SCORECARD.
           OPEN EXTEND F-SCORECARD-FILE.
           PERFORM WRITE-ONE-VENDOR-LINE
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VND-COUNT.
           CLOSE F-SCORECARD-FILE.
           MOVE 'vendor-scorecard.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'vendor-scorecard' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.

           WRITE-ONE-VENDOR-LINE.
           MOVE 0 TO WS-UNDELIVERABLE-RATE.
           IF WS-SENT(WS-VENDOR-SUB) > 0
               COMPUTE WS-UNDELIVERABLE-RATE ROUNDED =
                   WS-RETURNED(WS-VENDOR-SUB) * 100
                   / WS-SENT(WS-VENDOR-SUB)
           END-IF.
           MOVE SPACES TO RC-SCORECARD-RECORD.
           MOVE WS-SCORECARD-MONTH TO RC-SCORE-MONTH.
           MOVE 'VENDOR=' TO RC-SCORE-VENDOR-LABEL.
           MOVE WS-VND-CODE(WS-VENDOR-SUB) TO RC-SCORE-VENDOR.
           MOVE 'SENT=' TO RC-SCORE-SENT-LABEL.
           MOVE WS-SENT(WS-VENDOR-SUB) TO RC-SCORE-SENT.
           MOVE 'CONFIRMED=' TO RC-SCORE-CONFIRMED-LABEL.
           MOVE WS-CONFIRMED(WS-VENDOR-SUB) TO RC-SCORE-CONFIRMED.
           MOVE 'RETURNED=' TO RC-SCORE-RETURNED-LABEL.
           MOVE WS-RETURNED(WS-VENDOR-SUB) TO RC-SCORE-RETURNED.
           MOVE 'UNDELIVERABLE=' TO RC-SCORE-RATE-LABEL.
           MOVE WS-UNDELIVERABLE-RATE TO RC-SCORE-RATE.
           MOVE '%' TO RC-SCORE-RATE-PCT.
