       IDENTIFICATION DIVISION.
       PROGRAM-ID. stock-consumption-post.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO 'card-manifest.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-LEDGER-FILE
                   ASSIGN TO 'stock-ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-STK-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'stock-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-MANIFEST-FILE.
           01 RC-MANIFEST-RECORD.
               05 RC-MANIFEST-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-MANIFEST-FILENAME.
                   10 RC-MANIFEST-STOCK-TAG PIC X(6).
                   10 RC-MANIFEST-STOCK-VENDOR PIC X.
                   10 FILLER PIC X.
                   10 RC-MANIFEST-STOCK-OCCASION PIC X(9).
                   10 FILLER PIC X(23).
               05 FILLER PIC X.
               05 RC-MANIFEST-LABEL PIC X(6).
               05 RC-MANIFEST-COUNT PIC ZZZZ9.
           FD F-LEDGER-FILE.
           COPY "stock-ledger-record.cpy".
           FD F-JOURNAL-FILE.
           COPY "stock-journal-record.cpy".
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LEDGER-STATUS PIC XX.
               88 WS-ITEM-FOUND VALUE '00'.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-USE-SUB PIC 999.
           01 WS-USE-FOUND PIC 999.
           01 WS-USE-COUNT PIC 999 VALUE 0.
           01 WS-USE-TABLE.
               05 WS-USE-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-USE-COUNT.
                   10 WS-USE-VENDOR PIC X.
                   10 WS-USE-OCCASION PIC X(9).
                   10 WS-USE-PIECES PIC 9(5).
           01 WS-POSTED-COUNT PIC 9(4).
           01 WS-SKIPPED-COUNT PIC 9(4).
           01 WS-OPENED-COUNT PIC 9(4).
           01 WS-NEGATIVE-COUNT PIC 9(4).
           01 WS-ON-HAND-DISPLAY PIC -(7)9.
       PROCEDURE DIVISION.

      *    Draws the run date's card stock usage off the stock
      *    ledger.  The card run puts one STOCK line on the manifest
      *    per print vendor and occasion with the pieces printed on
      *    that stock; a rerun's later line for the same stock
      *    replaces the earlier one.  Each item records the last run
      *    date posted to it, so running this twice for a date posts
      *    nothing the second time.  Stock the ledger has never heard
      *    of is opened at zero with a default seven-day lead time
      *    and flagged, so the usage is not lost -- stores must set
      *    it up properly and key a count.  A balance that goes
      *    below zero is flagged too: the book is wrong, or the
      *    vendor printed on something it should not have.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           PERFORM LOAD-STOCK-USAGE.
           MOVE 0 TO WS-POSTED-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.
           MOVE 0 TO WS-OPENED-COUNT.
           MOVE 0 TO WS-NEGATIVE-COUNT.
           OPEN I-O F-LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT F-LEDGER-FILE
               CLOSE F-LEDGER-FILE
               OPEN I-O F-LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS(1:1) NOT = '0'
               DISPLAY 'stock-consumption-post: stock-ledger.dat '
                   'open failed, status ' WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND F-JOURNAL-FILE.
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-COUNT
               PERFORM POST-ONE-USAGE
           END-PERFORM.
           CLOSE F-JOURNAL-FILE.
           CLOSE F-LEDGER-FILE.
           DISPLAY 'stock-consumption-post: ' WS-TODAYS-DATE ' -- '
               WS-POSTED-COUNT ' item(s) posted, '
               WS-SKIPPED-COUNT ' already posted, '
               WS-OPENED-COUNT ' new, '
               WS-NEGATIVE-COUNT ' below zero'.
           IF WS-OPENED-COUNT > 0 OR WS-NEGATIVE-COUNT > 0
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

           LOAD-STOCK-USAGE.
           MOVE 0 TO WS-USE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   NOT AT END
                       IF RC-MANIFEST-DATE = WS-TODAYS-DATE
                       AND RC-MANIFEST-STOCK-TAG = 'STOCK '
                       AND RC-MANIFEST-LABEL = 'COUNT='
                           PERFORM TAKE-ONE-STOCK-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

           TAKE-ONE-STOCK-LINE.
           MOVE 0 TO WS-USE-FOUND.
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-COUNT
               IF WS-USE-VENDOR(WS-USE-SUB) = RC-MANIFEST-STOCK-VENDOR
               AND WS-USE-OCCASION(WS-USE-SUB)
                   = RC-MANIFEST-STOCK-OCCASION
                   MOVE WS-USE-SUB TO WS-USE-FOUND
               END-IF
           END-PERFORM.
           IF WS-USE-FOUND = 0
           AND WS-USE-COUNT < 300
               ADD 1 TO WS-USE-COUNT
               MOVE WS-USE-COUNT TO WS-USE-FOUND
               MOVE RC-MANIFEST-STOCK-VENDOR
                   TO WS-USE-VENDOR(WS-USE-FOUND)
               MOVE RC-MANIFEST-STOCK-OCCASION
                   TO WS-USE-OCCASION(WS-USE-FOUND)
           END-IF.
           IF WS-USE-FOUND > 0
               COMPUTE WS-USE-PIECES(WS-USE-FOUND) =
                   FUNCTION NUMVAL(RC-MANIFEST-COUNT)
           END-IF.

           POST-ONE-USAGE.
           MOVE WS-USE-VENDOR(WS-USE-SUB) TO RC-STK-VENDOR.
           MOVE WS-USE-OCCASION(WS-USE-SUB) TO RC-STK-OCCASION.
           READ F-LEDGER-FILE
               KEY IS RC-STK-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-ITEM-FOUND
               PERFORM OPEN-UNKNOWN-ITEM
           END-IF.
           IF WS-ITEM-FOUND
               IF RC-STK-LAST-POSTED-DATE NOT = SPACES
               AND RC-STK-LAST-POSTED-DATE >= WS-TODAYS-DATE
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   SUBTRACT WS-USE-PIECES(WS-USE-SUB)
                       FROM RC-STK-ON-HAND
                   MOVE WS-TODAYS-DATE TO RC-STK-LAST-POSTED-DATE
                   REWRITE RC-STOCK-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'stock-consumption-post: rewrite '
                               'failed for ' RC-STK-VENDOR ' '
                               RC-STK-OCCASION
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                           PERFORM WRITE-USAGE-JOURNAL
                   END-REWRITE
                   IF RC-STK-ON-HAND < 0
                       ADD 1 TO WS-NEGATIVE-COUNT
                       MOVE RC-STK-ON-HAND TO WS-ON-HAND-DISPLAY
                       DISPLAY 'stock-consumption-post: vendor '
                           RC-STK-VENDOR ' ' RC-STK-OCCASION
                           ' stock below zero (' WS-ON-HAND-DISPLAY
                           ') -- count it'
                   END-IF
               END-IF
           END-IF.

           OPEN-UNKNOWN-ITEM.
           MOVE SPACES TO RC-STOCK-LEDGER-RECORD.
           MOVE WS-USE-VENDOR(WS-USE-SUB) TO RC-STK-VENDOR.
           MOVE WS-USE-OCCASION(WS-USE-SUB) TO RC-STK-OCCASION.
           MOVE 'NOT SET UP -- OPENED BY USAGE' TO RC-STK-DESCRIPTION.
           MOVE 0 TO RC-STK-ON-HAND.
           MOVE 7 TO RC-STK-LEAD-DAYS.
           MOVE 0 TO RC-STK-SAFETY-DAYS.
           MOVE 0 TO RC-STK-REORDER-POINT.
           MOVE WS-TODAYS-DATE TO RC-STK-UPDATED-DATE.
           MOVE 'BATCH' TO RC-STK-UPDATED-BY.
           WRITE RC-STOCK-LEDGER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ITEM-FOUND
               ADD 1 TO WS-OPENED-COUNT
               DISPLAY 'stock-consumption-post: vendor '
                   RC-STK-VENDOR ' ' RC-STK-OCCASION
                   ' is not on the stock ledger -- opened at zero'
           END-IF.

           WRITE-USAGE-JOURNAL.
           MOVE SPACES TO RC-STOCK-JOURNAL-RECORD.
           MOVE WS-TODAYS-DATE TO RC-STJ-DATE.
           MOVE RC-STK-VENDOR TO RC-STJ-VENDOR.
           MOVE RC-STK-OCCASION TO RC-STJ-OCCASION.
           MOVE 'U' TO RC-STJ-TYPE.
           COMPUTE RC-STJ-QUANTITY = 0 - WS-USE-PIECES(WS-USE-SUB).
           MOVE RC-STK-ON-HAND TO RC-STJ-ON-HAND.
           MOVE 'card-manifest.dat' TO RC-STJ-REFERENCE.
           MOVE 'BATCH' TO RC-STJ-OPERATOR.
           WRITE RC-STOCK-JOURNAL-RECORD.
