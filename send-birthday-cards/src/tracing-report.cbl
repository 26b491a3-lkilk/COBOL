       IDENTIFICATION DIVISION.
       PROGRAM-ID. tracing-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-RESP-CODE
                   FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT OPTIONAL F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT F-TRACING-REPORT-FILE
                   ASSIGN TO 'tracing-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PROPOSED-TRANSIT-FILE
                   ASSIGN TO 'transit-times-proposed.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-TRACING-REPORT-FILE.
           01 RC-TRACING-REPORT-LINE PIC X(100).
      *    Same layout customer-filterer reads from transit-times.dat.
           FD F-PROPOSED-TRANSIT-FILE.
           01 RC-PROPOSED-TRANSIT-RECORD.
               05 RC-PROPOSED-KEY PIC X(3).
               05 FILLER PIC X.
               05 RC-PROPOSED-DAYS PIC 99.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RESPONSE-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
               88 WS-HISTORY-FOUND VALUE '00'.
           01 WS-AGING-DAYS PIC 999 VALUE 10.
           01 WS-LOOKBACK-DAYS PIC 999 VALUE 90.
           01 WS-TODAY-YYYYMMDD PIC 9(8).
           01 WS-TODAY-INTEGER PIC S9(9) COMP.
           01 WS-WORK-INTEGER PIC S9(9) COMP.
           01 WS-WORK-YYYYMMDD PIC 9(8).
           01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-YYYYMMDD.
               05 WS-WORK-YEAR PIC 9999.
               05 WS-WORK-MONTH PIC 99.
               05 WS-WORK-DAY PIC 99.
           01 WS-AGING-CUTOFF-DATE PIC X(10).
           01 WS-LOOKBACK-CUTOFF-DATE PIC X(10).
           01 WS-DATE-WORK PIC X(10).
           01 WS-DAYS PIC S9(5).
           01 WS-FROM-YYYYMMDD PIC 9(8).
           01 WS-TO-YYYYMMDD PIC 9(8).
           01 WS-CARD-COUNT PIC 9(6).
           01 WS-UNSCANNED-COUNT PIC 9(6).
           01 WS-DELIVERED-COUNT PIC 9(6).
           01 WS-STATE-SUB PIC 99.
           01 WS-STATE-FOUND PIC 99.
           01 WS-STATE-COUNT PIC 99 VALUE 0.
           01 WS-STATE-TABLE.
               05 WS-STATE-ENTRY OCCURS 0 TO 70 TIMES
               DEPENDING ON WS-STATE-COUNT.
                   10 WS-STATE-CODE PIC X(2).
                   10 WS-STATE-DELIVERED PIC 9(6).
                   10 WS-STATE-TOTAL-DAYS PIC 9(8).
           01 WS-AVG-DAYS PIC 999V9.
           01 WS-PROPOSED-DAYS PIC 999.
           01 WS-HEADING-LINE.
               05 FILLER PIC X(31)
                   VALUE 'CARDS NOT SCANNED AFTER (DAYS) '.
               05 WS-HEAD-AGING-DAYS PIC ZZ9.
           01 WS-UNSCANNED-LINE.
               05 FILLER PIC X(14) VALUE 'NOT SCANNED   '.
               05 WS-UNS-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-UNS-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X.
               05 WS-UNS-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 WS-UNS-STATE PIC X(2).
               05 FILLER PIC X.
               05 WS-UNS-SERIAL PIC X(10).
               05 FILLER PIC X(6) VALUE ' DAYS='.
               05 WS-UNS-DAYS PIC ZZZ9.
           01 WS-STATE-LINE.
               05 FILLER PIC X(6) VALUE 'STATE '.
               05 WS-STL-STATE PIC X(2).
               05 FILLER PIC X(11) VALUE ' DELIVERED='.
               05 WS-STL-DELIVERED PIC ZZZZZ9.
               05 FILLER PIC X(9) VALUE ' AVGDAYS='.
               05 WS-STL-AVG-DAYS PIC ZZ9.9.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(13) VALUE 'TOTAL CARDS='.
               05 WS-TOT-CARDS PIC ZZZZZ9.
               05 FILLER PIC X(13) VALUE ' NOT SCANNED='.
               05 WS-TOT-UNSCANNED PIC ZZZZZ9.
               05 FILLER PIC X(11) VALUE ' DELIVERED='.
               05 WS-TOT-DELIVERED PIC ZZZZZ9.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    What the postal tracing scans say about the cards mailed
      *    in the last 90 days.  First, every card mailed at least
      *    the aging days ago (TRACING-DAYS, default 10) that the
      *    postal service has never scanned at all -- lost between
      *    the vendor and the post, or mailed without its barcode.
      *    Then, by destination state, how many cards were scanned
      *    delivered and the average calendar days from the run date
      *    to delivery.  The averages, rounded up to whole days, also
      *    go to transit-times-proposed.dat in transit-times.dat's
      *    own layout, for operations to review and copy over the
      *    state lines of the live table; ZIP-prefix lines are left
      *    to them.
           PERFORM APPLY-DAYS-OVERRIDE.
           PERFORM COMPUTE-CUTOFF-DATES.
           MOVE 0 TO WS-CARD-COUNT.
           MOVE 0 TO WS-UNSCANNED-COUNT.
           MOVE 0 TO WS-DELIVERED-COUNT.
           MOVE 0 TO WS-STATE-COUNT.
           OPEN OUTPUT F-TRACING-REPORT-FILE.
           MOVE WS-AGING-DAYS TO WS-HEAD-AGING-DAYS.
           WRITE RC-TRACING-REPORT-LINE FROM WS-HEADING-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RESPONSE-FILE.
           OPEN INPUT F-HISTORY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESPONSE-FILE
                   NOT AT END
                       IF RC-RESP-CHANNEL = 'C'
                       AND RC-RESP-RUN-DATE >= WS-LOOKBACK-CUTOFF-DATE
                           PERFORM CHECK-ONE-CARD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.
           CLOSE F-RESPONSE-FILE.
           OPEN OUTPUT F-PROPOSED-TRANSIT-FILE.
           PERFORM WRITE-ONE-STATE-LINE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT.
           CLOSE F-PROPOSED-TRANSIT-FILE.
           MOVE WS-CARD-COUNT TO WS-TOT-CARDS.
           MOVE WS-UNSCANNED-COUNT TO WS-TOT-UNSCANNED.
           MOVE WS-DELIVERED-COUNT TO WS-TOT-DELIVERED.
           WRITE RC-TRACING-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE F-TRACING-REPORT-FILE.
           MOVE 'tracing-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'tracing-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'tracing-report: ' WS-CARD-COUNT ' card(s), '
               WS-UNSCANNED-COUNT ' never scanned, '
               WS-DELIVERED-COUNT ' delivered'.
           GOBACK.

      *    Operations sets TRACING-DAYS on the parameter master to
      *    change how long a card may go unscanned before it is listed;
      *    defaults to 10 days.
           APPLY-DAYS-OVERRIDE.
           MOVE 'tracing-report' TO WS-PRQ-PROGRAM.
           MOVE 'TRACING-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-AGING-DAYS
           END-IF.

           COMPUTE-CUTOFF-DATES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER - WS-AGING-DAYS.
           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
           MOVE SPACES TO WS-AGING-CUTOFF-DATE.
           STRING WS-WORK-YEAR '-' WS-WORK-MONTH '-' WS-WORK-DAY
               INTO WS-AGING-CUTOFF-DATE
           END-STRING.
           COMPUTE WS-WORK-INTEGER =
               WS-TODAY-INTEGER - WS-LOOKBACK-DAYS.
           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
           MOVE SPACES TO WS-LOOKBACK-CUTOFF-DATE.
           STRING WS-WORK-YEAR '-' WS-WORK-MONTH '-' WS-WORK-DAY
               INTO WS-LOOKBACK-CUTOFF-DATE
           END-STRING.

      *    A card whose history record has gone to the archive is
      *    older than anything this report looks at; it is skipped.
           CHECK-ONE-CARD.
           MOVE RC-RESP-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE RC-RESP-RUN-DATE TO RC-HIST-RUN-DATE.
           MOVE RC-RESP-OCCASION TO RC-HIST-OCCASION.
           READ F-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-HISTORY-FOUND
               ADD 1 TO WS-CARD-COUNT
               IF RC-HIST-DELIVERED-DATE NOT = SPACES
                   PERFORM COUNT-DELIVERED-CARD
               ELSE
                   IF RC-HIST-LAST-SCAN-DATE = SPACES
                   AND RC-RESP-RUN-DATE <= WS-AGING-CUTOFF-DATE
                       PERFORM WRITE-UNSCANNED-LINE
                   END-IF
               END-IF
           END-IF.

           WRITE-UNSCANNED-LINE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DATE-WORK(1:4).
           MOVE '-' TO WS-DATE-WORK(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-DATE-WORK(6:2).
           MOVE '-' TO WS-DATE-WORK(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DATE-WORK(9:2).
           PERFORM COMPUTE-DAYS-SINCE-MAILED.
           MOVE RC-RESP-RUN-DATE TO WS-UNS-RUN-DATE.
           MOVE RC-RESP-CUSTOMER-ID TO WS-UNS-CUSTOMER-ID.
           MOVE RC-RESP-OCCASION TO WS-UNS-OCCASION.
           MOVE RC-RESP-STATE TO WS-UNS-STATE.
           MOVE RC-RESP-CODE TO WS-UNS-SERIAL.
           MOVE WS-DAYS TO WS-UNS-DAYS.
           WRITE RC-TRACING-REPORT-LINE FROM WS-UNSCANNED-LINE.
           ADD 1 TO WS-UNSCANNED-COUNT.

           COUNT-DELIVERED-CARD.
           MOVE RC-HIST-DELIVERED-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAYS-SINCE-MAILED.
           MOVE 0 TO WS-STATE-FOUND.
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
               OR WS-STATE-FOUND > 0
               IF WS-STATE-CODE(WS-STATE-SUB) = RC-RESP-STATE
                   MOVE WS-STATE-SUB TO WS-STATE-FOUND
               END-IF
           END-PERFORM.
           IF WS-STATE-FOUND = 0
           AND WS-STATE-COUNT < 70
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-STATE-COUNT TO WS-STATE-FOUND
               MOVE RC-RESP-STATE TO WS-STATE-CODE(WS-STATE-FOUND)
               MOVE 0 TO WS-STATE-DELIVERED(WS-STATE-FOUND)
               MOVE 0 TO WS-STATE-TOTAL-DAYS(WS-STATE-FOUND)
           END-IF.
           IF WS-STATE-FOUND > 0
               ADD 1 TO WS-STATE-DELIVERED(WS-STATE-FOUND)
               ADD WS-DAYS TO WS-STATE-TOTAL-DAYS(WS-STATE-FOUND)
           END-IF.
           ADD 1 TO WS-DELIVERED-COUNT.

      *    Calendar days from the run date to WS-DATE-WORK.
           COMPUTE-DAYS-SINCE-MAILED.
           COMPUTE WS-FROM-YYYYMMDD =
               FUNCTION NUMVAL(RC-RESP-RUN-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(RC-RESP-RUN-DATE(6:2)) * 100
               + FUNCTION NUMVAL(RC-RESP-RUN-DATE(9:2)).
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

           WRITE-ONE-STATE-LINE.
           COMPUTE WS-AVG-DAYS ROUNDED =
               WS-STATE-TOTAL-DAYS(WS-STATE-SUB)
               / WS-STATE-DELIVERED(WS-STATE-SUB).
           MOVE WS-STATE-CODE(WS-STATE-SUB) TO WS-STL-STATE.
           MOVE WS-STATE-DELIVERED(WS-STATE-SUB) TO WS-STL-DELIVERED.
           MOVE WS-AVG-DAYS TO WS-STL-AVG-DAYS.
           WRITE RC-TRACING-REPORT-LINE FROM WS-STATE-LINE.
           COMPUTE WS-PROPOSED-DAYS =
               FUNCTION INTEGER(WS-AVG-DAYS + 0.9).
           IF WS-PROPOSED-DAYS > 99
               MOVE 99 TO WS-PROPOSED-DAYS
           END-IF.
           IF WS-STATE-CODE(WS-STATE-SUB) NOT = SPACES
               MOVE SPACES TO RC-PROPOSED-TRANSIT-RECORD
               MOVE WS-STATE-CODE(WS-STATE-SUB) TO RC-PROPOSED-KEY
               MOVE WS-PROPOSED-DAYS TO RC-PROPOSED-DAYS
               WRITE RC-PROPOSED-TRANSIT-RECORD
           END-IF.
