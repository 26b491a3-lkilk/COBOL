       IDENTIFICATION DIVISION.
       PROGRAM-ID. stock-reorder-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-BIRTHDAY-FORECAST-FILE
                   ASSIGN TO 'birthday-forecast.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-WEREWOLF-FORECAST-FILE
                   ASSIGN TO 'werewolf-forecast.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'stock-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-LEDGER-FILE
                   ASSIGN TO 'stock-ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-STK-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OPTIONAL F-ALERT-FILE
                   ASSIGN TO 'stock-alerts.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO DYNAMIC WS-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
      *    The DAY lines of birthday-forecast.dat: MM-DD with the
      *    birthdays and, of those, the milestones falling on it.
           FD F-BIRTHDAY-FORECAST-FILE.
           01 RC-BIRTHDAY-FORECAST-LINE.
               05 RC-BFC-TAG PIC X(4).
               05 RC-BFC-MM PIC XX.
               05 FILLER PIC X.
               05 RC-BFC-DD PIC XX.
               05 FILLER PIC X(10).
               05 RC-BFC-BIRTHDAYS PIC X(6).
               05 FILLER PIC X(11).
               05 RC-BFC-MILESTONES PIC X(6).
               05 FILLER PIC X(18).
           FD F-WEREWOLF-FORECAST-FILE.
           01 RC-WEREWOLF-FORECAST-RECORD.
               05 RC-WFC-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-WFC-LABEL PIC X(6).
               05 RC-WFC-COUNT PIC ZZZZ9.
           FD F-JOURNAL-FILE.
           COPY "stock-journal-record.cpy".
           FD F-LEDGER-FILE.
           COPY "stock-ledger-record.cpy".
           FD F-ALERT-FILE.
           01 RC-ALERT-RECORD.
               05 RC-ALT-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-ALT-VENDOR PIC X.
               05 FILLER PIC X.
               05 RC-ALT-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-ALT-STATUS PIC X(7).
               05 FILLER PIC X.
               05 RC-ALT-ON-HAND-LABEL PIC X(8).
               05 RC-ALT-ON-HAND PIC -(7)9.
               05 FILLER PIC X.
               05 RC-ALT-REORDER-LABEL PIC X(8).
               05 RC-ALT-REORDER-POINT PIC Z(6)9.
               05 FILLER PIC X.
               05 RC-ALT-COVER-LABEL PIC X(6).
               05 RC-ALT-COVER-DAYS PIC ZZ9.
               05 FILLER PIC X.
               05 RC-ALT-LEAD-LABEL PIC X(5).
               05 RC-ALT-LEAD-DAYS PIC ZZ9.
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-USAGE-FROM-DATE PIC X(10).
           01 WS-REPORT-FILENAME PIC X(40).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-MM-SUB PIC 99.
           01 WS-DD-SUB PIC 99.
           01 WS-FORECAST-HAS-DAYS PIC 9.
           01 WS-BIRTHDAY-DAY-TABLE.
               05 WS-BDT-MONTH OCCURS 12 TIMES.
                   10 WS-BDT-DAY OCCURS 31 TIMES.
                       15 WS-BDT-BIRTHDAYS PIC 9(5).
                       15 WS-BDT-MILESTONES PIC 9(5).
           01 WS-WOLF-SUB PIC 9(3).
           01 WS-WOLF-COUNT PIC 9(3) VALUE 0.
           01 WS-WOLF-TABLE.
               05 WS-WOLF-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-WOLF-COUNT.
                   10 WS-WOLF-DATE PIC X(10).
                   10 WS-WOLF-CARDS PIC 9(5).
      *    The days ahead of the run date, out to a year, with the
      *    running totals the birthday and werewolf forecasts give
      *    for each occasion from tomorrow through that day.
           01 WS-HZ-SUB PIC 9(3).
           01 WS-HZ-DAYS PIC 9(3) VALUE 366.
           01 WS-HORIZON-TABLE.
               05 WS-HZ-ENTRY OCCURS 366 TIMES.
                   10 WS-HZ-DATE PIC X(10).
                   10 WS-HZ-CUM-BIRTHDAY PIC 9(7).
                   10 WS-HZ-CUM-MILESTONE PIC 9(7).
                   10 WS-HZ-CUM-WEREWOLF PIC 9(7).
      *    Usage over the last 90 days by occasion (all vendors) and
      *    by item, from the journal's U movements; the item's part
      *    of its occasion is its share of the forecast volume.
           01 WS-USAGE-DAYS PIC 9(3) VALUE 90.
           01 WS-OCC-SUB PIC 99.
           01 WS-OCC-FOUND PIC 99.
           01 WS-OCC-COUNT PIC 99 VALUE 0.
           01 WS-OCC-WANTED PIC X(9).
           01 WS-OCC-TABLE.
               05 WS-OCC-ENTRY OCCURS 50 TIMES.
                   10 WS-OCC-OCCASION PIC X(9).
                   10 WS-OCC-USED PIC 9(7).
                   10 WS-OCC-ITEMS PIC 9(3).
           01 WS-ITM-SUB PIC 999.
           01 WS-ITM-FOUND PIC 999.
           01 WS-ITM-COUNT PIC 999 VALUE 0.
           01 WS-ITM-TABLE.
               05 WS-ITM-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-ITM-COUNT.
                   10 WS-ITM-VENDOR PIC X.
                   10 WS-ITM-OCCASION PIC X(9).
                   10 WS-ITM-USED PIC 9(7).
           01 WS-JOURNAL-QUANTITY PIC S9(7).
           01 WS-ITEM-USED PIC 9(7).
           01 WS-PROJ-DAYS PIC 9(3).
           01 WS-OCCASION-VOLUME PIC 9(7).
           01 WS-ITEM-VOLUME PIC 9(7).
           01 WS-LEAD-USE PIC 9(7).
           01 WS-WINDOW-USE PIC 9(7).
           01 WS-COVER-DAYS PIC 9(3).
           01 WS-ITEM-STATUS PIC X(7).
           01 WS-ITEMS-LISTED PIC 9(4).
           01 WS-ALERTS-RAISED PIC 9(4).
           01 WS-HEADING-LINE-1.
               05 FILLER PIC X(32)
                   VALUE 'CARD STOCK REORDER REPORT       '.
               05 FILLER PIC X(9) VALUE 'RUN DATE '.
               05 WS-HEAD-DATE PIC X(10).
           01 WS-HEADING-LINE-2.
               05 FILLER PIC X(40)
                   VALUE 'V OCCASION   ON HAND LEAD SAFE LEAD USE '.
               05 FILLER PIC X(37)
                   VALUE 'REORDER PT  COVER STATUS  DESCRIPTION'.
           01 WS-DETAIL-LINE.
               05 WS-DET-VENDOR PIC X.
               05 FILLER PIC X.
               05 WS-DET-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 WS-DET-ON-HAND PIC -(7)9.
               05 FILLER PIC X.
               05 WS-DET-LEAD PIC ZZ9.
               05 FILLER PIC XX.
               05 WS-DET-SAFETY PIC ZZ9.
               05 FILLER PIC XX.
               05 WS-DET-LEAD-USE PIC Z(7)9.
               05 FILLER PIC X.
               05 WS-DET-REORDER PIC Z(7)9.
               05 FILLER PIC X(4).
               05 WS-DET-COVER PIC ZZ9.
               05 WS-DET-COVER-PLUS PIC X.
               05 FILLER PIC XX.
               05 WS-DET-STATUS PIC X(7).
               05 FILLER PIC X.
               05 WS-DET-DESCRIPTION PIC X(30).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(13) VALUE 'ITEMS LISTED='.
               05 WS-TOT-ITEMS PIC ZZZ9.
               05 FILLER PIC X(15) VALUE ' ALERTS RAISED='.
               05 WS-TOT-ALERTS PIC ZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    We ran out of milestone stock twice before anyone noticed.
      *    For every item on the stock ledger this projects how many
      *    pieces the vendor will print on it over its lead time and
      *    its safety cover: birthday and milestone volumes come off
      *    the DAY lines of birthday-forecast.dat (birthday cards are
      *    the birthdays that are not milestones), werewolf volumes
      *    off werewolf-forecast.dat's dated CARDS= lines, and any
      *    other occasion -- or birthdays, when there is no forecast
      *    -- runs at its average daily usage over the last 90 days.
      *    Where an occasion is printed at more than one vendor, each
      *    item takes its share of the last 90 days' usage (an even
      *    split when there is none yet).  The projection over lead
      *    plus safety days becomes the item's reorder point on the
      *    ledger.  Stock below that point raises a REORDER alert;
      *    stock that will not even last the lead time raises SHORT
      *    -- an order placed today arrives after it runs out.  The
      *    alerts go to stock-alerts.dat for purchasing and the whole
      *    position to stock-reorder-<date>.dat.  Return code 4 when
      *    any alert was raised.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'stock-reorder-' WS-TODAYS-DATE '.dat'
               INTO WS-REPORT-FILENAME
           END-STRING.
           MOVE 'AD' TO WS-DS-FUNCTION.
           MOVE WS-TODAYS-DATE TO WS-DS-DATE-1.
           COMPUTE WS-DS-DAYS = 0 - WS-USAGE-DAYS.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DATE-2 TO WS-USAGE-FROM-DATE.
           PERFORM LOAD-BIRTHDAY-FORECAST.
           PERFORM LOAD-WEREWOLF-FORECAST.
           PERFORM BUILD-HORIZON.
           PERFORM LOAD-RECENT-USAGE.
           OPEN I-O F-LEDGER-FILE.
           IF WS-LEDGER-STATUS(1:1) NOT = '0'
               DISPLAY 'stock-reorder-report: stock-ledger.dat '
                   'open failed, status ' WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-ITEMS-PER-OCCASION.
           MOVE 0 TO WS-ITEMS-LISTED.
           MOVE 0 TO WS-ALERTS-RAISED.
           OPEN OUTPUT F-REPORT-FILE.
           OPEN EXTEND F-ALERT-FILE.
           MOVE WS-TODAYS-DATE TO WS-HEAD-DATE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-1.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE LOW-VALUES TO RC-STK-KEY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           START F-LEDGER-FILE
               KEY IS >= RC-STK-KEY
               INVALID KEY
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-START.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEDGER-FILE NEXT
                   NOT AT END
                       PERFORM PROJECT-ONE-ITEM
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           MOVE WS-ITEMS-LISTED TO WS-TOT-ITEMS.
           MOVE WS-ALERTS-RAISED TO WS-TOT-ALERTS.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE F-ALERT-FILE.
           CLOSE F-REPORT-FILE.
           CLOSE F-LEDGER-FILE.
           MOVE WS-REPORT-FILENAME TO WS-RPF-REPORT-FILE.
           MOVE 'stock-reorder-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'stock-reorder-report: ' WS-ITEMS-LISTED
               ' item(s), ' WS-ALERTS-RAISED ' alert(s) raised'.
           IF WS-ALERTS-RAISED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           APPLY-RUN-DATE-OVERRIDE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RUN-DATE-FILE.
           READ F-RUN-DATE-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-RUN-DATE-FILE.
           IF WS-FILE-IS-ENDED = 0
               MOVE RC-PARM-DATE TO WS-DATE
               MOVE RC-PARM-YEAR TO WS-YEAR
           END-IF.

      *    The forecast is for a calendar year; the day of the year
      *    is what matters here, whichever year it was run for.
           LOAD-BIRTHDAY-FORECAST.
           MOVE 0 TO WS-FORECAST-HAS-DAYS.
           PERFORM VARYING WS-MM-SUB FROM 1 BY 1
               UNTIL WS-MM-SUB > 12
               PERFORM VARYING WS-DD-SUB FROM 1 BY 1
                   UNTIL WS-DD-SUB > 31
                   MOVE 0 TO WS-BDT-BIRTHDAYS(WS-MM-SUB WS-DD-SUB)
                   MOVE 0 TO WS-BDT-MILESTONES(WS-MM-SUB WS-DD-SUB)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BIRTHDAY-FORECAST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BIRTHDAY-FORECAST-FILE
                   NOT AT END
                       IF RC-BFC-TAG = 'DAY '
                       AND RC-BFC-MM IS NUMERIC
                       AND RC-BFC-DD IS NUMERIC
                           MOVE RC-BFC-MM TO WS-MM-SUB
                           MOVE RC-BFC-DD TO WS-DD-SUB
                           IF WS-MM-SUB >= 1 AND WS-MM-SUB <= 12
                           AND WS-DD-SUB >= 1 AND WS-DD-SUB <= 31
                               MOVE 1 TO WS-FORECAST-HAS-DAYS
                               COMPUTE WS-BDT-BIRTHDAYS
                                   (WS-MM-SUB WS-DD-SUB) =
                                   FUNCTION NUMVAL(RC-BFC-BIRTHDAYS)
                               COMPUTE WS-BDT-MILESTONES
                                   (WS-MM-SUB WS-DD-SUB) =
                                   FUNCTION NUMVAL(RC-BFC-MILESTONES)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BIRTHDAY-FORECAST-FILE.

           LOAD-WEREWOLF-FORECAST.
           MOVE 0 TO WS-WOLF-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-WEREWOLF-FORECAST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WEREWOLF-FORECAST-FILE
                   NOT AT END
                       IF RC-WFC-LABEL = 'CARDS='
                       AND RC-WFC-DATE > WS-TODAYS-DATE
                       AND WS-WOLF-COUNT < 500
                           ADD 1 TO WS-WOLF-COUNT
                           MOVE RC-WFC-DATE
                               TO WS-WOLF-DATE(WS-WOLF-COUNT)
                           COMPUTE WS-WOLF-CARDS(WS-WOLF-COUNT) =
                               FUNCTION NUMVAL(RC-WFC-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-WEREWOLF-FORECAST-FILE.

           BUILD-HORIZON.
           PERFORM VARYING WS-HZ-SUB FROM 1 BY 1
               UNTIL WS-HZ-SUB > WS-HZ-DAYS
               MOVE 'AD' TO WS-DS-FUNCTION
               MOVE WS-TODAYS-DATE TO WS-DS-DATE-1
               MOVE WS-HZ-SUB TO WS-DS-DAYS
               CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               MOVE WS-DS-DATE-2 TO WS-HZ-DATE(WS-HZ-SUB)
               IF WS-HZ-SUB = 1
                   MOVE 0 TO WS-HZ-CUM-BIRTHDAY(WS-HZ-SUB)
                   MOVE 0 TO WS-HZ-CUM-MILESTONE(WS-HZ-SUB)
                   MOVE 0 TO WS-HZ-CUM-WEREWOLF(WS-HZ-SUB)
               ELSE
                   MOVE WS-HZ-CUM-BIRTHDAY(WS-HZ-SUB - 1)
                       TO WS-HZ-CUM-BIRTHDAY(WS-HZ-SUB)
                   MOVE WS-HZ-CUM-MILESTONE(WS-HZ-SUB - 1)
                       TO WS-HZ-CUM-MILESTONE(WS-HZ-SUB)
                   MOVE WS-HZ-CUM-WEREWOLF(WS-HZ-SUB - 1)
                       TO WS-HZ-CUM-WEREWOLF(WS-HZ-SUB)
               END-IF
               MOVE WS-DS-DATE-2(6:2) TO WS-MM-SUB
               MOVE WS-DS-DATE-2(9:2) TO WS-DD-SUB
               ADD WS-BDT-BIRTHDAYS(WS-MM-SUB WS-DD-SUB)
                   TO WS-HZ-CUM-BIRTHDAY(WS-HZ-SUB)
               SUBTRACT WS-BDT-MILESTONES(WS-MM-SUB WS-DD-SUB)
                   FROM WS-HZ-CUM-BIRTHDAY(WS-HZ-SUB)
               ADD WS-BDT-MILESTONES(WS-MM-SUB WS-DD-SUB)
                   TO WS-HZ-CUM-MILESTONE(WS-HZ-SUB)
               PERFORM VARYING WS-WOLF-SUB FROM 1 BY 1
                   UNTIL WS-WOLF-SUB > WS-WOLF-COUNT
                   IF WS-WOLF-DATE(WS-WOLF-SUB) = WS-DS-DATE-2
                       ADD WS-WOLF-CARDS(WS-WOLF-SUB)
                           TO WS-HZ-CUM-WEREWOLF(WS-HZ-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

           LOAD-RECENT-USAGE.
           MOVE 0 TO WS-OCC-COUNT.
           MOVE 0 TO WS-ITM-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-JOURNAL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-JOURNAL-FILE
                   NOT AT END
                       IF RC-STJ-IS-USAGE
                       AND RC-STJ-DATE > WS-USAGE-FROM-DATE
                       AND RC-STJ-DATE <= WS-TODAYS-DATE
                           PERFORM TAKE-ONE-USAGE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL-FILE.

           TAKE-ONE-USAGE.
           COMPUTE WS-JOURNAL-QUANTITY =
               0 - FUNCTION NUMVAL(RC-STJ-QUANTITY).
           IF WS-JOURNAL-QUANTITY > 0
               MOVE RC-STJ-OCCASION TO WS-OCC-WANTED
               PERFORM FIND-OCCASION-ENTRY
               IF WS-OCC-FOUND > 0
                   ADD WS-JOURNAL-QUANTITY TO WS-OCC-USED(WS-OCC-FOUND)
               END-IF
               MOVE 0 TO WS-ITM-FOUND
               PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-ITM-COUNT
                   IF WS-ITM-VENDOR(WS-ITM-SUB) = RC-STJ-VENDOR
                   AND WS-ITM-OCCASION(WS-ITM-SUB) = RC-STJ-OCCASION
                       MOVE WS-ITM-SUB TO WS-ITM-FOUND
                   END-IF
               END-PERFORM
               IF WS-ITM-FOUND = 0
               AND WS-ITM-COUNT < 300
                   ADD 1 TO WS-ITM-COUNT
                   MOVE WS-ITM-COUNT TO WS-ITM-FOUND
                   MOVE RC-STJ-VENDOR TO WS-ITM-VENDOR(WS-ITM-FOUND)
                   MOVE RC-STJ-OCCASION
                       TO WS-ITM-OCCASION(WS-ITM-FOUND)
                   MOVE 0 TO WS-ITM-USED(WS-ITM-FOUND)
               END-IF
               IF WS-ITM-FOUND > 0
                   ADD WS-JOURNAL-QUANTITY TO WS-ITM-USED(WS-ITM-FOUND)
               END-IF
           END-IF.

           FIND-OCCASION-ENTRY.
           MOVE 0 TO WS-OCC-FOUND.
           PERFORM VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > WS-OCC-COUNT
               IF WS-OCC-OCCASION(WS-OCC-SUB) = WS-OCC-WANTED
                   MOVE WS-OCC-SUB TO WS-OCC-FOUND
               END-IF
           END-PERFORM.
           IF WS-OCC-FOUND = 0
           AND WS-OCC-COUNT < 50
               ADD 1 TO WS-OCC-COUNT
               MOVE WS-OCC-COUNT TO WS-OCC-FOUND
               MOVE WS-OCC-WANTED TO WS-OCC-OCCASION(WS-OCC-FOUND)
               MOVE 0 TO WS-OCC-USED(WS-OCC-FOUND)
               MOVE 0 TO WS-OCC-ITEMS(WS-OCC-FOUND)
           END-IF.

           COUNT-ITEMS-PER-OCCASION.
           MOVE LOW-VALUES TO RC-STK-KEY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           START F-LEDGER-FILE
               KEY IS >= RC-STK-KEY
               INVALID KEY
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-START.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEDGER-FILE NEXT
                   NOT AT END
                       MOVE RC-STK-OCCASION TO WS-OCC-WANTED
                       PERFORM FIND-OCCASION-ENTRY
                       IF WS-OCC-FOUND > 0
                           ADD 1 TO WS-OCC-ITEMS(WS-OCC-FOUND)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.

           PROJECT-ONE-ITEM.
           ADD 1 TO WS-ITEMS-LISTED.
           MOVE RC-STK-OCCASION TO WS-OCC-WANTED.
           PERFORM FIND-OCCASION-ENTRY.
           MOVE 0 TO WS-ITEM-USED.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
               UNTIL WS-ITM-SUB > WS-ITM-COUNT
               IF WS-ITM-VENDOR(WS-ITM-SUB) = RC-STK-VENDOR
               AND WS-ITM-OCCASION(WS-ITM-SUB) = RC-STK-OCCASION
                   MOVE WS-ITM-USED(WS-ITM-SUB) TO WS-ITEM-USED
               END-IF
           END-PERFORM.
           COMPUTE WS-PROJ-DAYS = RC-STK-LEAD-DAYS.
           PERFORM PROJECT-ITEM-VOLUME.
           MOVE WS-ITEM-VOLUME TO WS-LEAD-USE.
           COMPUTE WS-PROJ-DAYS =
               RC-STK-LEAD-DAYS + RC-STK-SAFETY-DAYS.
           PERFORM PROJECT-ITEM-VOLUME.
           MOVE WS-ITEM-VOLUME TO WS-WINDOW-USE.
           PERFORM FIND-DAYS-OF-COVER.
           MOVE WS-WINDOW-USE TO RC-STK-REORDER-POINT.
           REWRITE RC-STOCK-LEDGER-RECORD
               INVALID KEY
                   DISPLAY 'stock-reorder-report: rewrite failed for '
                       RC-STK-VENDOR ' ' RC-STK-OCCASION
           END-REWRITE.
           EVALUATE TRUE
               WHEN RC-STK-ON-HAND < WS-LEAD-USE
                   MOVE 'SHORT' TO WS-ITEM-STATUS
               WHEN RC-STK-ON-HAND < WS-WINDOW-USE
                   MOVE 'REORDER' TO WS-ITEM-STATUS
               WHEN OTHER
                   MOVE 'OK' TO WS-ITEM-STATUS
           END-EVALUATE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RC-STK-VENDOR TO WS-DET-VENDOR.
           MOVE RC-STK-OCCASION TO WS-DET-OCCASION.
           MOVE RC-STK-ON-HAND TO WS-DET-ON-HAND.
           MOVE RC-STK-LEAD-DAYS TO WS-DET-LEAD.
           MOVE RC-STK-SAFETY-DAYS TO WS-DET-SAFETY.
           MOVE WS-LEAD-USE TO WS-DET-LEAD-USE.
           MOVE WS-WINDOW-USE TO WS-DET-REORDER.
           MOVE WS-COVER-DAYS TO WS-DET-COVER.
           IF WS-COVER-DAYS >= WS-HZ-DAYS
               MOVE '+' TO WS-DET-COVER-PLUS
           END-IF.
           MOVE WS-ITEM-STATUS TO WS-DET-STATUS.
           MOVE RC-STK-DESCRIPTION TO WS-DET-DESCRIPTION.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.
           IF WS-ITEM-STATUS NOT = 'OK'
               PERFORM RAISE-STOCK-ALERT
           END-IF.

      *    The item's projected pieces over WS-PROJ-DAYS from
      *    tomorrow: its occasion's forecast volume (or average
      *    usage) times the item's share of the occasion.
           PROJECT-ITEM-VOLUME.
           IF WS-PROJ-DAYS > WS-HZ-DAYS
               MOVE WS-HZ-DAYS TO WS-PROJ-DAYS
           END-IF.
           MOVE 0 TO WS-OCCASION-VOLUME.
           IF WS-PROJ-DAYS > 0
               PERFORM PROJECT-OCCASION-VOLUME
           END-IF.
           EVALUATE TRUE
               WHEN WS-OCC-FOUND = 0
                   MOVE WS-OCCASION-VOLUME TO WS-ITEM-VOLUME
               WHEN WS-OCC-USED(WS-OCC-FOUND) > 0
                   COMPUTE WS-ITEM-VOLUME ROUNDED =
                       WS-OCCASION-VOLUME * WS-ITEM-USED
                       / WS-OCC-USED(WS-OCC-FOUND)
               WHEN WS-OCC-ITEMS(WS-OCC-FOUND) > 1
                   COMPUTE WS-ITEM-VOLUME ROUNDED =
                       WS-OCCASION-VOLUME / WS-OCC-ITEMS(WS-OCC-FOUND)
               WHEN OTHER
                   MOVE WS-OCCASION-VOLUME TO WS-ITEM-VOLUME
           END-EVALUATE.

           PROJECT-OCCASION-VOLUME.
           EVALUATE TRUE
               WHEN RC-STK-OCCASION = 'BIRTHDAY'
               AND WS-FORECAST-HAS-DAYS = 1
                   MOVE WS-HZ-CUM-BIRTHDAY(WS-PROJ-DAYS)
                       TO WS-OCCASION-VOLUME
               WHEN RC-STK-OCCASION = 'MILESTONE'
               AND WS-FORECAST-HAS-DAYS = 1
                   MOVE WS-HZ-CUM-MILESTONE(WS-PROJ-DAYS)
                       TO WS-OCCASION-VOLUME
               WHEN RC-STK-OCCASION = 'WEREWOLF'
                   MOVE WS-HZ-CUM-WEREWOLF(WS-PROJ-DAYS)
                       TO WS-OCCASION-VOLUME
               WHEN WS-OCC-FOUND > 0
                   COMPUTE WS-OCCASION-VOLUME ROUNDED =
                       WS-OCC-USED(WS-OCC-FOUND) * WS-PROJ-DAYS
                       / WS-USAGE-DAYS
           END-EVALUATE.

      *    Days until the projected usage passes what is on hand.
           FIND-DAYS-OF-COVER.
           MOVE WS-HZ-DAYS TO WS-COVER-DAYS.
           IF RC-STK-ON-HAND <= 0
               MOVE 0 TO WS-COVER-DAYS
           ELSE
               PERFORM VARYING WS-HZ-SUB FROM 1 BY 1
                   UNTIL WS-HZ-SUB > WS-HZ-DAYS
                   OR WS-COVER-DAYS < WS-HZ-DAYS
                   MOVE WS-HZ-SUB TO WS-PROJ-DAYS
                   PERFORM PROJECT-ITEM-VOLUME
                   IF WS-ITEM-VOLUME > RC-STK-ON-HAND
                       COMPUTE WS-COVER-DAYS = WS-HZ-SUB - 1
                   END-IF
               END-PERFORM
           END-IF.

           RAISE-STOCK-ALERT.
           ADD 1 TO WS-ALERTS-RAISED.
           MOVE SPACES TO RC-ALERT-RECORD.
           MOVE WS-TODAYS-DATE TO RC-ALT-DATE.
           MOVE RC-STK-VENDOR TO RC-ALT-VENDOR.
           MOVE RC-STK-OCCASION TO RC-ALT-OCCASION.
           MOVE WS-ITEM-STATUS TO RC-ALT-STATUS.
           MOVE 'ON-HAND=' TO RC-ALT-ON-HAND-LABEL.
           MOVE RC-STK-ON-HAND TO RC-ALT-ON-HAND.
           MOVE 'REORDER=' TO RC-ALT-REORDER-LABEL.
           MOVE WS-WINDOW-USE TO RC-ALT-REORDER-POINT.
           MOVE 'COVER=' TO RC-ALT-COVER-LABEL.
           MOVE WS-COVER-DAYS TO RC-ALT-COVER-DAYS.
           MOVE 'LEAD=' TO RC-ALT-LEAD-LABEL.
           MOVE RC-STK-LEAD-DAYS TO RC-ALT-LEAD-DAYS.
           WRITE RC-ALERT-RECORD.
           DISPLAY 'stock-reorder-report: ' WS-ITEM-STATUS ' vendor '
               RC-STK-VENDOR ' ' RC-STK-OCCASION.
