       IDENTIFICATION DIVISION.
       PROGRAM-ID. seed-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-MONTH-FILE
                   ASSIGN TO 'seed-report-month.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-LEDGER-FILE
                   ASSIGN TO 'seed-ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-SDL-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OPTIONAL F-CONFIRMATION-FILE
                   ASSIGN TO 'print-confirmations.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SEED-REPORT-FILE
                   ASSIGN TO 'seed-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-MONTH-FILE.
           01 RC-MONTH-PARM PIC X(7).
           FD F-LEDGER-FILE.
           COPY "seed-ledger-record.cpy".
           FD F-CONFIRMATION-FILE.
           01 RC-CONFIRMATION-RECORD.
               05 RC-CONF-PRINT-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-CONF-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-CONF-NAME PIC X(40).
           FD F-SEED-REPORT-FILE.
           01 RC-SEED-REPORT-LINE PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-DATE PIC X(10).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-VENDOR-SUB PIC 99.
           01 WS-VENDOR-FOUND PIC 99.
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-DAYS PIC S9(5).
           01 WS-FROM-YYYYMMDD PIC 9(8).
           01 WS-TO-YYYYMMDD PIC 9(8).
           01 WS-DATE-WORK PIC X(10).
           01 WS-SEED-SUB PIC 9(4).
           01 WS-SEED-COUNT PIC 9(4) VALUE 0.
           01 WS-SEED-TABLE.
               05 WS-SEED-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-SEED-COUNT.
                   10 WS-SEED-KEY PIC X(10).
                   10 WS-SEED-RUN-DATE PIC X(10).
                   10 WS-SEED-VENDOR PIC X.
                   10 WS-SEED-OCCASION PIC X(9).
                   10 WS-SEED-ID PIC X(6).
                   10 WS-SEED-NAME PIC X(40).
                   10 WS-SEED-STATE PIC X(2).
                   10 WS-SEED-ARRIVAL-DATE PIC X(10).
                   10 WS-SEED-QUALITY PIC X.
                   10 WS-SEED-CONFIRM-DATE PIC X(10).
      *    Figures by vendor, in vendor-table order; slot 21 is the
      *    international stream.
           01 WS-SEED-TOTALS.
               05 WS-TOTAL-ENTRY OCCURS 21 TIMES.
                   10 WS-TOT-SENT PIC 9(5).
                   10 WS-TOT-CONFIRMED PIC 9(5).
                   10 WS-TOT-CONFIRM-DAYS PIC 9(7).
                   10 WS-TOT-ARRIVED PIC 9(5).
                   10 WS-TOT-ARRIVAL-DAYS PIC 9(7).
                   10 WS-TOT-GOOD PIC 9(5).
                   10 WS-TOT-FAIR PIC 9(5).
                   10 WS-TOT-POOR PIC 9(5).
           01 WS-AVG-DAYS PIC 999V9.
           01 WS-DETAIL-LINE.
               05 WS-DET-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-DET-KEY PIC X(10).
               05 FILLER PIC X.
               05 WS-DET-VENDOR-LABEL PIC X(7).
               05 WS-DET-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 WS-DET-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 WS-DET-SEED-ID PIC X(6).
               05 FILLER PIC X.
               05 WS-DET-STATE PIC X(2).
               05 FILLER PIC X.
               05 WS-DET-CONFIRM-LABEL PIC X(8).
               05 WS-DET-CONFIRM-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-DET-ARRIVAL-LABEL PIC X(8).
               05 WS-DET-ARRIVAL-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-DET-DAYS-LABEL PIC X(5).
               05 WS-DET-DAYS PIC ZZ9.
               05 FILLER PIC X.
               05 WS-DET-QUALITY-LABEL PIC X(8).
               05 WS-DET-QUALITY PIC X.
           01 WS-SUMMARY-LINE.
               05 FILLER PIC X(7) VALUE 'VENDOR '.
               05 WS-SUM-VENDOR PIC X(4).
               05 FILLER PIC X(6) VALUE ' SENT='.
               05 WS-SUM-SENT PIC ZZZZ9.
               05 FILLER PIC X(11) VALUE ' CONFIRMED='.
               05 WS-SUM-CONFIRMED PIC ZZZZ9.
               05 FILLER PIC X(9) VALUE ' AVGCONF='.
               05 WS-SUM-AVG-CONFIRM PIC ZZ9.9.
               05 FILLER PIC X(9) VALUE ' ARRIVED='.
               05 WS-SUM-ARRIVED PIC ZZZZ9.
               05 FILLER PIC X(9) VALUE ' AVGDAYS='.
               05 WS-SUM-AVG-ARRIVAL PIC ZZ9.9.
               05 FILLER PIC X(6) VALUE ' GOOD='.
               05 WS-SUM-GOOD PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE ' FAIR='.
               05 WS-SUM-FAIR PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE ' POOR='.
               05 WS-SUM-POOR PIC ZZZZ9.
               05 FILLER PIC X(9) VALUE ' MISSING='.
               05 WS-SUM-MISSING PIC ZZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    One line per seed piece sent in the month and one summary
      *    line per print vendor (and the international stream):
      *    seeds sent, how many the vendor confirmed printing and in
      *    how many days on average, how many reached the staff
      *    holding them and in how many days, and how they looked.
      *    The vendor's confirmation is its own word; the arrival is
      *    ours, so the two side by side show whether "printed" on
      *    the confirmation feed means mailed.  A seed's confirmation
      *    is found on print-confirmations.dat by the seed's name and
      *    occasion, on or after the day it was sent.  Every vendor
      *    on the vendor table gets a line.
           PERFORM APPLY-MONTH-OVERRIDE.
           MOVE 'L' TO WS-VTB-FUNCTION.
           MOVE SPACES TO WS-VTB-DATE.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-VTB-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > 21
               INITIALIZE WS-TOTAL-ENTRY(WS-VENDOR-SUB)
           END-PERFORM.
           PERFORM LOAD-SEED-PIECES.
           PERFORM MATCH-SEED-CONFIRMATIONS.
           OPEN OUTPUT F-SEED-REPORT-FILE.
           PERFORM REPORT-ONE-SEED-PIECE
               VARYING WS-SEED-SUB FROM 1 BY 1
               UNTIL WS-SEED-SUB > WS-SEED-COUNT.
           PERFORM WRITE-ONE-VENDOR-SUMMARY
               VARYING WS-VENDOR-SUB FROM 1 BY 1
               UNTIL WS-VENDOR-SUB > WS-VND-COUNT.
           IF WS-TOT-SENT(21) > 0
               MOVE 21 TO WS-VENDOR-SUB
               PERFORM WRITE-ONE-VENDOR-SUMMARY
           END-IF.
           CLOSE F-SEED-REPORT-FILE.
           MOVE 'seed-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'seed-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'seed-report: ' WS-REPORT-MONTH ' -- '
               WS-SEED-COUNT ' seed piece(s) reported'.
           GOBACK.

      *    Operations drops a seed-report-month.dat control record of
      *    YYYY-MM for the month the seeds were sent; defaults to the
      *    current month.
           APPLY-MONTH-OVERRIDE.
           MOVE SPACES TO WS-REPORT-MONTH.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2)
               INTO WS-REPORT-MONTH
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MONTH-FILE.
           READ F-MONTH-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-MONTH-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-MONTH-PARM NOT = SPACES
               MOVE RC-MONTH-PARM TO WS-REPORT-MONTH
           END-IF.

           LOAD-SEED-PIECES.
           MOVE 0 TO WS-SEED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LEDGER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEDGER-FILE
                   NOT AT END
                       IF RC-SDL-RUN-DATE(1:7) = WS-REPORT-MONTH
                           PERFORM STORE-ONE-SEED-PIECE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LEDGER-FILE.

           STORE-ONE-SEED-PIECE.
           IF WS-SEED-COUNT < 5000
               ADD 1 TO WS-SEED-COUNT
               MOVE RC-SDL-KEY TO WS-SEED-KEY(WS-SEED-COUNT)
               MOVE RC-SDL-RUN-DATE TO WS-SEED-RUN-DATE(WS-SEED-COUNT)
               MOVE RC-SDL-VENDOR TO WS-SEED-VENDOR(WS-SEED-COUNT)
               MOVE RC-SDL-OCCASION TO WS-SEED-OCCASION(WS-SEED-COUNT)
               MOVE RC-SDL-SEED-ID TO WS-SEED-ID(WS-SEED-COUNT)
               MOVE RC-SDL-SEED-NAME TO WS-SEED-NAME(WS-SEED-COUNT)
               MOVE RC-SDL-SEED-STATE TO WS-SEED-STATE(WS-SEED-COUNT)
               MOVE RC-SDL-ARRIVAL-DATE
                   TO WS-SEED-ARRIVAL-DATE(WS-SEED-COUNT)
               MOVE RC-SDL-QUALITY TO WS-SEED-QUALITY(WS-SEED-COUNT)
               MOVE SPACES TO WS-SEED-CONFIRM-DATE(WS-SEED-COUNT)
           ELSE
               DISPLAY 'seed-report: more than 5000 seed pieces '
                   '-- remainder not reported'
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.

           MATCH-SEED-CONFIRMATIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONFIRMATION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONFIRMATION-FILE
                   NOT AT END
                       PERFORM MATCH-ONE-CONFIRMATION
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CONFIRMATION-FILE.

           MATCH-ONE-CONFIRMATION.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SEED-SUB FROM 1 BY 1
               UNTIL WS-SEED-SUB > WS-SEED-COUNT
               OR WS-FOUND-IDX > 0
               IF WS-SEED-NAME(WS-SEED-SUB) = RC-CONF-NAME
               AND WS-SEED-OCCASION(WS-SEED-SUB) = RC-CONF-OCCASION
               AND WS-SEED-CONFIRM-DATE(WS-SEED-SUB) = SPACES
               AND WS-SEED-RUN-DATE(WS-SEED-SUB) <= RC-CONF-PRINT-DATE
                   MOVE WS-SEED-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
               MOVE RC-CONF-PRINT-DATE
                   TO WS-SEED-CONFIRM-DATE(WS-FOUND-IDX)
           END-IF.

           REPORT-ONE-SEED-PIECE.
           PERFORM FIND-SEED-VENDOR-SLOT.
           ADD 1 TO WS-TOT-SENT(WS-VENDOR-FOUND).
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-SEED-RUN-DATE(WS-SEED-SUB) TO WS-DET-RUN-DATE.
           MOVE WS-SEED-KEY(WS-SEED-SUB) TO WS-DET-KEY.
           MOVE 'VENDOR=' TO WS-DET-VENDOR-LABEL.
           IF WS-SEED-VENDOR(WS-SEED-SUB) = SPACE
               MOVE 'INTL' TO WS-DET-VENDOR
           ELSE
               MOVE WS-SEED-VENDOR(WS-SEED-SUB) TO WS-DET-VENDOR
           END-IF.
           MOVE WS-SEED-OCCASION(WS-SEED-SUB) TO WS-DET-OCCASION.
           MOVE WS-SEED-ID(WS-SEED-SUB) TO WS-DET-SEED-ID.
           MOVE WS-SEED-STATE(WS-SEED-SUB) TO WS-DET-STATE.
           MOVE 'CONFIRM=' TO WS-DET-CONFIRM-LABEL.
           MOVE 'ARRIVED=' TO WS-DET-ARRIVAL-LABEL.
           IF WS-SEED-CONFIRM-DATE(WS-SEED-SUB) = SPACES
               MOVE 'NONE' TO WS-DET-CONFIRM-DATE
           ELSE
               MOVE WS-SEED-CONFIRM-DATE(WS-SEED-SUB)
                   TO WS-DET-CONFIRM-DATE
               MOVE WS-SEED-CONFIRM-DATE(WS-SEED-SUB)
                   TO WS-DATE-WORK
               PERFORM COMPUTE-DAYS-SINCE-SENT
               ADD 1 TO WS-TOT-CONFIRMED(WS-VENDOR-FOUND)
               ADD WS-DAYS TO WS-TOT-CONFIRM-DAYS(WS-VENDOR-FOUND)
           END-IF.
           IF WS-SEED-ARRIVAL-DATE(WS-SEED-SUB) = SPACES
               MOVE 'MISSING' TO WS-DET-ARRIVAL-DATE
           ELSE
               MOVE WS-SEED-ARRIVAL-DATE(WS-SEED-SUB)
                   TO WS-DET-ARRIVAL-DATE
               MOVE WS-SEED-ARRIVAL-DATE(WS-SEED-SUB)
                   TO WS-DATE-WORK
               PERFORM COMPUTE-DAYS-SINCE-SENT
               MOVE 'DAYS=' TO WS-DET-DAYS-LABEL
               MOVE WS-DAYS TO WS-DET-DAYS
               MOVE 'QUALITY=' TO WS-DET-QUALITY-LABEL
               MOVE WS-SEED-QUALITY(WS-SEED-SUB) TO WS-DET-QUALITY
               ADD 1 TO WS-TOT-ARRIVED(WS-VENDOR-FOUND)
               ADD WS-DAYS TO WS-TOT-ARRIVAL-DAYS(WS-VENDOR-FOUND)
               EVALUATE WS-SEED-QUALITY(WS-SEED-SUB)
                   WHEN 'G'
                       ADD 1 TO WS-TOT-GOOD(WS-VENDOR-FOUND)
                   WHEN 'F'
                       ADD 1 TO WS-TOT-FAIR(WS-VENDOR-FOUND)
                   WHEN 'P'
                       ADD 1 TO WS-TOT-POOR(WS-VENDOR-FOUND)
               END-EVALUATE
           END-IF.
           WRITE RC-SEED-REPORT-LINE FROM WS-DETAIL-LINE.

      *    International seeds, and seeds of a vendor since dropped
      *    from the table, report under slot 21.
           FIND-SEED-VENDOR-SLOT.
           MOVE 0 TO WS-VENDOR-FOUND.
           IF WS-SEED-VENDOR(WS-SEED-SUB) NOT = SPACE
               PERFORM VARYING WS-VENDOR-SUB FROM 1 BY 1
                   UNTIL WS-VENDOR-SUB > WS-VND-COUNT
                   OR WS-VENDOR-FOUND > 0
                   IF WS-VND-CODE(WS-VENDOR-SUB)
                       = WS-SEED-VENDOR(WS-SEED-SUB)
                       MOVE WS-VENDOR-SUB TO WS-VENDOR-FOUND
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-VENDOR-FOUND = 0
               MOVE 21 TO WS-VENDOR-FOUND
           END-IF.

      *    Calendar days from the run date to WS-DATE-WORK; the
      *    post does not stop for our weekends.
           COMPUTE-DAYS-SINCE-SENT.
           COMPUTE WS-FROM-YYYYMMDD =
               FUNCTION NUMVAL(WS-SEED-RUN-DATE(WS-SEED-SUB)(1:4))
                   * 10000
               + FUNCTION NUMVAL(WS-SEED-RUN-DATE(WS-SEED-SUB)(6:2))
                   * 100
               + FUNCTION NUMVAL(WS-SEED-RUN-DATE(WS-SEED-SUB)(9:2)).
           COMPUTE WS-TO-YYYYMMDD =
               FUNCTION NUMVAL(WS-DATE-WORK(1:4)) * 10000
               + FUNCTION NUMVAL(WS-DATE-WORK(6:2)) * 100
               + FUNCTION NUMVAL(WS-DATE-WORK(9:2)).
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-YYYYMMDD)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-YYYYMMDD).
           IF WS-DAYS < 0
               MOVE 0 TO WS-DAYS
           END-IF.

           WRITE-ONE-VENDOR-SUMMARY.
           IF WS-VENDOR-SUB = 21
               MOVE 'INTL' TO WS-SUM-VENDOR
           ELSE
               MOVE WS-VND-CODE(WS-VENDOR-SUB) TO WS-SUM-VENDOR
           END-IF.
           MOVE WS-TOT-SENT(WS-VENDOR-SUB) TO WS-SUM-SENT.
           MOVE WS-TOT-CONFIRMED(WS-VENDOR-SUB) TO WS-SUM-CONFIRMED.
           MOVE 0 TO WS-AVG-DAYS.
           IF WS-TOT-CONFIRMED(WS-VENDOR-SUB) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-TOT-CONFIRM-DAYS(WS-VENDOR-SUB)
                   / WS-TOT-CONFIRMED(WS-VENDOR-SUB)
           END-IF.
           MOVE WS-AVG-DAYS TO WS-SUM-AVG-CONFIRM.
           MOVE WS-TOT-ARRIVED(WS-VENDOR-SUB) TO WS-SUM-ARRIVED.
           MOVE 0 TO WS-AVG-DAYS.
           IF WS-TOT-ARRIVED(WS-VENDOR-SUB) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-TOT-ARRIVAL-DAYS(WS-VENDOR-SUB)
                   / WS-TOT-ARRIVED(WS-VENDOR-SUB)
           END-IF.
           MOVE WS-AVG-DAYS TO WS-SUM-AVG-ARRIVAL.
           MOVE WS-TOT-GOOD(WS-VENDOR-SUB) TO WS-SUM-GOOD.
           MOVE WS-TOT-FAIR(WS-VENDOR-SUB) TO WS-SUM-FAIR.
           MOVE WS-TOT-POOR(WS-VENDOR-SUB) TO WS-SUM-POOR.
           COMPUTE WS-SUM-MISSING = WS-TOT-SENT(WS-VENDOR-SUB)
               - WS-TOT-ARRIVED(WS-VENDOR-SUB).
           WRITE RC-SEED-REPORT-LINE FROM WS-SUMMARY-LINE.
