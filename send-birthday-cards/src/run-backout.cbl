               SELECT OPTIONAL F-DATED-LINES-FILE
                   ASSIGN TO DYNAMIC WS-DATED-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SEED-LEDGER-FILE
                   ASSIGN TO 'seed-ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-SDL-KEY
                   FILE STATUS IS WS-SEED-LEDGER-STATUS.
               SELECT OPTIONAL F-RUN-HISTORY-FILE
                   ASSIGN TO 'run-history.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-KEPT-MANIFEST-FILE
                   ASSIGN TO 'backout-card-manifest.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-BACKOUT-DATE-FILE.
               05 RC-CHECKPOINT-CUSTOMER-ID PIC 9(6).
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-SEED-LEDGER-FILE.
           COPY "seed-ledger-record.cpy".
           FD F-DATED-LINES-FILE.
           01 RC-DATED-LINE PIC X(600).
           FD F-KEPT-MANIFEST-FILE.
           01 RC-KEPT-MANIFEST-LINE PIC X(63).
           FD F-RUN-HISTORY-FILE.
           01 RC-RUNH-RECORD.
               05 RC-RUNH-PROGRAM PIC X(24).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-SEED-LEDGER-STATUS PIC XX.
           01 WS-SEEDS-REVERSED PIC 9(5).
           01 WS-BACKOUT-DATE PIC X(10).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
           01 WS-DATED-FILENAME PIC X(44).
           01 WS-KEPT-FILENAME PIC X(44).
           01 WS-DELETE-STATUS PIC 9(4) COMP-5.
           01 WS-ACKED-COUNT PIC 9(4).
           01 WS-HISTORY-REVERSED PIC 9(6).
           01 WS-LINE-COUNT PIC 9(4).
           01 WS-LOAD-TRUNCATED PIC 9.
           01 WS-LINE-TABLE.
               05 WS-KEPT-LINE PIC X(600) OCCURS 2000 TIMES.
           01 WS-CLEAN-SUB PIC 9.
           01 WS-CLEAN-NAMES.
               05 FILLER PIC X(28) VALUE 'backout-card-manifest.dat'.
               05 FILLER PIC X(28) VALUE 'card-manifest.dat'.
               05 FILLER PIC X(28) VALUE 'run-audit.dat'.
               05 FILLER PIC X(28) VALUE 'run-balance.dat'.
           01 WS-CLEAN-NAME-TABLE REDEFINES WS-CLEAN-NAMES.
               05 WS-CLEAN-NAME PIC X(28) OCCURS 4 TIMES.
           01 WS-BASE-PREFIXES.
               05 FILLER PIC X(20) VALUE 'cards-'.
               05 FILLER PIC X(20) VALUE 'cards-tax-day-'.
               05 FILLER PIC X(20) VALUE 'milestone-cards-'.
               05 FILLER PIC X(20) VALUE 'outbound-mail-'.
               05 FILLER PIC X(20) VALUE 'e-notifications-'.
               05 FILLER PIC X(20) VALUE 'sms-notifications-'.
               05 FILLER PIC X(20) VALUE 'vendor-pieces-'.
               05 FILLER PIC X(20) VALUE 'intl-mail-'.
               05 FILLER PIC X(20) VALUE 'accessible-mail-'.
               05 FILLER PIC X(20) VALUE 'remail-cards-'.
               05 FILLER PIC X(20) VALUE 'eligible-customers-'.
               05 FILLER PIC X(20) VALUE 'print-image-'.
           01 WS-BASE-PREFIX-TABLE REDEFINES WS-BASE-PREFIXES.
               05 WS-BASE-PREFIX PIC X(20) OCCURS 13 TIMES.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-VND-SUB PIC 99.
       PROCEDURE DIVISION.

      *    Controlled back-out of a bad or partial run date.  The
      *    acknowledged anything for the date, then remove every
      *    dated output file, clear the filter pass's checkpoint,
      *    run stamp, and snapshot stamp, reverse the date's
      *    card-history and seed-ledger records, strip the date's
      *    manifest, audit, and balance lines, and put a BACKED-OUT
      *    line on the run history so the rerun protection lets the
      *    date run again.
      *    The outbound, e-notification and vendor work files and
      *    the manifest lines are not thrown away but kept under a
      *    backout- prefix, so output-compare can prove the rerun
      *    against what went out; a later back-out of the same date
      *    replaces them.
      *    The GREETING pass is deliberately left standing: its
      *    card, outbound, and e-notification logs are undated and
      *    cumulative, so its sections cannot be selectively
      *    reversed -- clearing its run stamp would only make a
      *    rerun append a duplicate section, the exact failure this
      *    utility exists to prevent.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
      *    Only an operator granted this program on
      *    operator-authority.dat may run it; a refusal is logged as a
      *    security violation.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'run-backout' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR run-backout -- REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-BACKOUT-DATE.
           PERFORM CHECK-NOTHING-ACKNOWLEDGED.
           IF WS-ACKED-COUNT > 0
           PERFORM DELETE-DATED-OUTPUT-FILES.
           PERFORM CLEAR-STAMPS-AND-CHECKPOINT.
           PERFORM REVERSE-CARD-HISTORY.
           PERFORM REVERSE-SEED-LEDGER.
           PERFORM VARYING WS-CLEAN-SUB FROM 1 BY 1
               UNTIL WS-CLEAN-SUB > 4
               PERFORM STRIP-DATED-LINES
           END-PERFORM.
           PERFORM WRITE-BACKED-OUT-HISTORY.

           DELETE-DATED-OUTPUT-FILES.
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
               UNTIL WS-BASE-SUB > 13
               MOVE SPACES TO WS-DATED-FILENAME
               STRING FUNCTION TRIM(WS-BASE-PREFIX(WS-BASE-SUB))
                   WS-BACKOUT-DATE '.dat'
                   INTO WS-DATED-FILENAME
               END-STRING
               IF WS-BASE-PREFIX(WS-BASE-SUB) = 'outbound-mail-'
               OR WS-BASE-PREFIX(WS-BASE-SUB) = 'e-notifications-'
               OR WS-BASE-PREFIX(WS-BASE-SUB) = 'vendor-pieces-'
                   PERFORM KEEP-BACKED-OUT-FILE
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-DATED-FILENAME
                       RETURNING WS-DELETE-STATUS
                   END-CALL
               END-IF
           END-PERFORM.
      *    One handoff file per vendor on the vendor table.
           MOVE 'L' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-BACKOUT-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               MOVE SPACES TO WS-DATED-FILENAME
               STRING 'vendor-'
                   FUNCTION LOWER-CASE(WS-VND-CODE(WS-VND-SUB))
                   '-mail-' WS-BACKOUT-DATE '.dat'
                   DELIMITED BY SIZE
                   INTO WS-DATED-FILENAME
               END-STRING
               CALL 'CBL_DELETE_FILE' USING WS-DATED-FILENAME
                   RETURNING WS-DELETE-STATUS
               END-CALL
           END-PERFORM.

      *    Taken off the live name all the same, so the rerun
      *    starts its files afresh.
           KEEP-BACKED-OUT-FILE.
           MOVE SPACES TO WS-KEPT-FILENAME.
           STRING 'backout-' WS-DATED-FILENAME
               DELIMITED BY SIZE INTO WS-KEPT-FILENAME
           END-STRING.
           CALL 'CBL_DELETE_FILE' USING WS-KEPT-FILENAME
               RETURNING WS-DELETE-STATUS
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WS-DATED-FILENAME
               WS-KEPT-FILENAME
               RETURNING WS-DELETE-STATUS
           END-CALL.

           CLEAR-STAMPS-AND-CHECKPOINT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RUN-STAMP-FILE.
      *    same keys and cannot be told apart -- so the standing
      *    greeting run loses its history trail for this one date;
      *    the known cost of making the filter rerun safe.
      *    contact-summary.dat still counts the deleted cards, so it
      *    is rebuilt from what history is left; a rebuild that fails
      *    leaves its return code on the backout.
           REVERSE-CARD-HISTORY.
           MOVE 0 TO WS-HISTORY-REVERSED.
           MOVE 0 TO WS-FILE-IS-ENDED.
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.
           IF WS-HISTORY-REVERSED > 0
               CALL 'contact-summary-rebuild'
           END-IF.

      *    The date's seed pieces went out in files that no longer
      *    exist; left on the ledger they would sit forever as seeds
      *    that never arrived.
           REVERSE-SEED-LEDGER.
           MOVE 0 TO WS-SEEDS-REVERSED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-SEED-LEDGER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEED-LEDGER-FILE NEXT
                   NOT AT END
                       IF RC-SDL-RUN-DATE = WS-BACKOUT-DATE
                           DELETE F-SEED-LEDGER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-SEEDS-REVERSED
                           END-DELETE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SEED-LEDGER-FILE.
           IF WS-SEEDS-REVERSED > 0
               DISPLAY 'run-backout: ' WS-SEEDS-REVERSED
                   ' seed piece(s) taken off the seed ledger'
           END-IF.

      *    Manifest, audit, and balance rows for the date come off
      *    their files so the rerun's rows are the only ones.  All
      *    three put the run date in the first ten columns.  The
      *    manifest rows go onto backout-card-manifest.dat, once an
      *    earlier back-out's rows for the date are off it.
           STRIP-DATED-LINES.
           MOVE WS-CLEAN-NAME(WS-CLEAN-SUB) TO WS-DATED-FILENAME.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-LOAD-TRUNCATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-DATED-FILENAME = 'card-manifest.dat'
               OPEN EXTEND F-KEPT-MANIFEST-FILE
           END-IF.
           OPEN INPUT F-DATED-LINES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DATED-LINES-FILE
                   NOT AT END
                       IF RC-DATED-LINE(1:10) = WS-BACKOUT-DATE
                       AND WS-DATED-FILENAME = 'card-manifest.dat'
                           MOVE RC-DATED-LINE TO RC-KEPT-MANIFEST-LINE
                           WRITE RC-KEPT-MANIFEST-LINE
                       END-IF
                       IF RC-DATED-LINE(1:10) NOT = WS-BACKOUT-DATE
                           IF WS-LINE-COUNT < 2000
                               ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM.
           CLOSE F-DATED-LINES-FILE.
           IF WS-DATED-FILENAME = 'card-manifest.dat'
               CLOSE F-KEPT-MANIFEST-FILE
           END-IF.
           IF WS-LOAD-TRUNCATED = 1
               DISPLAY 'run-backout: ' WS-DATED-FILENAME
                   ' over 2000 lines -- left untouched'
