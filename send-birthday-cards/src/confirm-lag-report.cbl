               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO 'card-manifest.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SEED-LIST-FILE
                   ASSIGN TO 'seed-list.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CONFIRMATION-FILE
                   ASSIGN TO 'print-confirmations.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-HOLIDAY-FILE
                   ASSIGN TO 'holiday-calendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-OUTBOUND-FILE
                   ASSIGN TO DYNAMIC WS-OUTBOUND-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               05 FILLER PIC X.
               05 RC-MANIFEST-LABEL PIC X(6).
               05 RC-MANIFEST-COUNT PIC ZZZZ9.
           FD F-SEED-LIST-FILE.
           COPY "seed-list-record.cpy".
           FD F-CONFIRMATION-FILE.
           01 RC-CONFIRMATION-RECORD.
               05 RC-CONF-PRINT-DATE PIC X(10).
               05 RC-CONF-NAME PIC X(40).
           FD F-HOLIDAY-FILE.
           01 RC-HOLIDAY-DATE PIC X(10).
           FD F-OUTBOUND-FILE.
           01 RC-OUTBOUND-CUSTOMER.
               05 RC-OUTBOUND-OCCASION PIC X(9).
           01 WS-OUTBOUND-FILENAME PIC X(40).
           01 WS-SLA-DAYS PIC 99 VALUE 3.
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-LAG-DAYS PIC S9(4).
           01 WS-LAG-DISPLAY PIC ZZ9.
           01 WS-RUN-YYYYMMDD PIC 9(8).
           01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY-DATE PIC X(10) OCCURS 200 TIMES.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-SENT-SUB PIC 9(4).
           01 WS-SENT-COUNT PIC 9(4) VALUE 0.
           01 WS-SENT-TABLE.
                   10 WS-SENT-NAME PIC X(40).
                   10 WS-SENT-VENDOR PIC X.
                   10 WS-SENT-CONFIRMED PIC 9.
           01 WS-VENDOR-SUB PIC 99.
           01 WS-VENDOR-FOUND PIC 99.
           01 WS-VENDOR-SLA-DAYS PIC 99.
      *    Totals by vendor, in vendor-table order.
           01 WS-VENDOR-TOTALS.
               05 WS-VENDOR-ENTRY OCCURS 20 TIMES.
                   10 WS-VEND-CONFIRMED PIC 9(5).
                   10 WS-VEND-LATE PIC 9(5).
                   10 WS-VEND-LAG-SUM PIC 9(7).
               05 FILLER PIC X(9) VALUE ' LATE>SLA'.
               05 FILLER PIC X VALUE '='.
               05 WS-SUM-LATE PIC ZZZZ9.
      *    Staff on seed-list.dat; their confirmations are for seed
      *    pieces, which seed-report measures, not customers' cards.
           01 WS-CONF-IS-SEED PIC 9.
           01 WS-SEED-NAME-SUB PIC 9(3).
           01 WS-SEED-NAME-COUNT PIC 9(3) VALUE 0.
           01 WS-SEED-NAME-TABLE.
               05 WS-SEED-NAME PIC X(40) OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-SEED-NAME-COUNT.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Every print vendor is committed to confirming a printed piece
      *    within 3 business days of the manifest date.  Each
      *    confirmation is paired with the run date of the dated
      *    handoff file it came from, the lag is counted in business
      *    so the SLA conversation runs on numbers.
           PERFORM APPLY-SLA-DAYS-OVERRIDE.
           PERFORM LOAD-HOLIDAY-TABLE.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-SENT-PIECES-FROM-MANIFEST.
           PERFORM LOAD-SEED-NAMES.
           MOVE 0 TO WS-NO-MATCH-COUNT.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > 20
               MOVE 0 TO WS-VEND-CONFIRMED(WS-VENDOR-SUB)
               MOVE 0 TO WS-VEND-LATE(WS-VENDOR-SUB)
               MOVE 0 TO WS-VEND-LAG-SUM(WS-VENDOR-SUB)
           PERFORM MATCH-CONFIRMATIONS.
           PERFORM WRITE-VENDOR-SUMMARIES.
           CLOSE F-LAG-REPORT-FILE.
           MOVE 'confirm-lag-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'confirm-lag-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VND-COUNT
               DISPLAY 'confirm-lag-report: '
                   WS-VEND-CONFIRMED(WS-VENDOR-SUB) ' confirmed '
                   WS-VND-CODE(WS-VENDOR-SUB) ' ('
                   WS-VEND-LATE(WS-VENDOR-SUB) ' late)'
           END-PERFORM.
           DISPLAY 'confirm-lag-report: ' WS-NO-MATCH-COUNT
               ' unmatched'.
           GOBACK.

      *    Operations sets CONFIRM-SLA-DAYS on the parameter master to
      *    change the committed business-day window without a recompile;
      *    defaults to 3.  A vendor whose contract on the vendor master
      *    carries an SLA of its own is held to that.
           APPLY-SLA-DAYS-OVERRIDE.
           MOVE 'confirm-lag-report' TO WS-PRQ-PROGRAM.
           MOVE 'CONFIRM-SLA-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-SLA-DAYS
           END-IF.

           LOAD-HOLIDAY-TABLE.
           END-PERFORM.
           CLOSE F-HOLIDAY-FILE.

           LOAD-VENDOR-TABLE.
           MOVE 'L' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               RC-MANIFEST-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.

      *    Routed as of the day the piece left us, so a piece mailed
      *    while its home vendor was down is expected back from the
      *    failover vendor.
           FIND-VENDOR-FOR-STATE.
           MOVE 'R' TO WS-VTB-FUNCTION.
           MOVE RC-OUTBOUND-ADDR-STATE TO WS-VTB-STATE.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               RC-MANIFEST-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.

      *    The manifest lists every dated outbound-mail file ever
      *    handed off; each one is opened and its pieces stored with
                       TO WS-SENT-OCCASION(WS-SENT-COUNT)
                   MOVE RC-OUTBOUND-NAME
                       TO WS-SENT-NAME(WS-SENT-COUNT)
                   MOVE WS-VTB-VENDOR
                       TO WS-SENT-VENDOR(WS-SENT-COUNT)
                   MOVE 0 TO WS-SENT-CONFIRMED(WS-SENT-COUNT)
               ELSE
           END-PERFORM.
           CLOSE F-CONFIRMATION-FILE.

      *    A confirmation for a seed piece is left to seed-report;
      *    seeds never appear on the outbound file.
           MATCH-ONE-CONFIRMATION.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                   MOVE WS-SENT-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               PERFORM CHECK-SEED-CONFIRMATION
           END-IF.
           IF WS-FOUND-IDX = 0
           AND WS-CONF-IS-SEED = 1
               CONTINUE
           ELSE
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-NO-MATCH-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 1 TO WS-SENT-CONFIRMED(WS-FOUND-IDX)
               PERFORM COMPUTE-BUSINESS-DAY-LAG
               PERFORM TALLY-AND-REPORT-LAG
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

      *    Business days between the run date and the print date:
      *    walk the calendar a day at a time, skipping Saturdays,
      *    Sundays (day 1 of the date intrinsics is a Monday, so MOD
           END-IF.

           TALLY-AND-REPORT-LAG.
           MOVE 0 TO WS-VENDOR-FOUND.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VND-COUNT
               OR WS-VENDOR-FOUND > 0
               IF WS-VND-CODE(WS-VENDOR-SUB)
                   = WS-SENT-VENDOR(WS-FOUND-IDX)
                   MOVE WS-VENDOR-SUB TO WS-VENDOR-FOUND
               END-IF
           END-PERFORM.
           IF WS-VENDOR-FOUND = 0
               MOVE 1 TO WS-VENDOR-FOUND
           END-IF.
           MOVE WS-VENDOR-FOUND TO WS-VENDOR-SUB.
           ADD 1 TO WS-VEND-CONFIRMED(WS-VENDOR-SUB).
           ADD WS-LAG-DAYS TO WS-VEND-LAG-SUM(WS-VENDOR-SUB).
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RC-CONF-NAME TO WS-DET-NAME.
           MOVE 'LAG=' TO WS-DET-LAG-LABEL.
           MOVE WS-LAG-DAYS TO WS-DET-LAG.
           MOVE WS-SLA-DAYS TO WS-VENDOR-SLA-DAYS.
           IF WS-VND-SLA-DAYS(WS-VENDOR-SUB) > 0
               MOVE WS-VND-SLA-DAYS(WS-VENDOR-SUB)
                   TO WS-VENDOR-SLA-DAYS
           END-IF.
           IF WS-LAG-DAYS > WS-VENDOR-SLA-DAYS
               MOVE 'LATE' TO WS-DET-VERDICT
               ADD 1 TO WS-VEND-LATE(WS-VENDOR-SUB)
           ELSE
           WRITE-VENDOR-SUMMARIES.
           PERFORM WRITE-ONE-VENDOR-SUMMARY
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VND-COUNT.

           WRITE-ONE-VENDOR-SUMMARY.
           MOVE 0 TO WS-AVG-LAG.
                   WS-VEND-LAG-SUM(WS-VENDOR-SUB)
                   / WS-VEND-CONFIRMED(WS-VENDOR-SUB)
           END-IF.
           MOVE WS-VND-CODE(WS-VENDOR-SUB) TO WS-SUM-VENDOR.
           MOVE WS-VEND-CONFIRMED(WS-VENDOR-SUB)
               TO WS-SUM-CONFIRMED.
           MOVE WS-AVG-LAG TO WS-SUM-AVG-LAG.
