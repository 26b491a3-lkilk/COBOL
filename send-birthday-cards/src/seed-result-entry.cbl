       IDENTIFICATION DIVISION.
       PROGRAM-ID. seed-result-entry.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-LEDGER-FILE
                   ASSIGN TO 'seed-ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-SDL-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-LEDGER-FILE.
           COPY "seed-ledger-record.cpy".

           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC XX.
               88 WS-SEED-FOUND VALUE '00'.
           01 WS-SESSION-IS-DONE PIC 9.
           01 WS-FUNCTION-CODE PIC X.
               88 WS-FUNCTION-IS-LOG VALUE 'L' 'l'.
               88 WS-FUNCTION-IS-OUTSTANDING VALUE 'O' 'o'.
               88 WS-FUNCTION-IS-QUIT VALUE 'Q' 'q'.
           01 WS-LOOKUP-KEY PIC X(10).
           01 WS-REPLACE-ANSWER PIC X.
           01 WS-ENTRY-ARRIVAL PIC X(10).
           01 WS-ENTRY-QUALITY PIC X.
           01 WS-ENTRY-REMARKS PIC X(40).
           01 WS-RESULT-IS-VALID PIC 9.
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-OUTSTANDING-COUNT PIC 9(5).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-TODAY-YEAR PIC 9999.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-TODAYS-DATE PIC X(10).
       PROCEDURE DIVISION.

      *    The staff on seed-list.dat report each seed piece that
      *    reaches them: the seed code printed where a customer's
      *    card carries its offer code, the day it arrived, and how
      *    it looked -- G good, F fair (smudged, off-register,
      *    creased), P poor (damaged, unreadable, wrong insert).
      *    The result goes on the piece's seed-ledger.dat record for
      *    seed-report.  An arrival before the run date or after
      *    today is refused; a result already logged is replaced only
      *    when the operator says so.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
               INTO WS-TODAYS-DATE
           END-STRING.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
           OPEN I-O F-LEDGER-FILE.
           IF WS-LEDGER-STATUS(1:1) NOT = '0'
               DISPLAY 'SEED LEDGER FILE OPEN FAILED, STATUS '
                   WS-LEDGER-STATUS
               GOBACK
           END-IF.
           MOVE 0 TO WS-SESSION-IS-DONE.
           PERFORM PROCESS-MENU UNTIL WS-SESSION-IS-DONE = 1.
           CLOSE F-LEDGER-FILE.
           GOBACK.

           PROCESS-MENU.
           DISPLAY 'SEED PIECE RESULT ENTRY'.
           DISPLAY 'L)OG RESULT  O)UTSTANDING SEEDS  Q)UIT'.
           ACCEPT WS-FUNCTION-CODE.
           EVALUATE TRUE
               WHEN WS-FUNCTION-IS-LOG
                   PERFORM LOG-SEED-RESULT
               WHEN WS-FUNCTION-IS-OUTSTANDING
                   PERFORM LIST-OUTSTANDING-SEEDS
               WHEN WS-FUNCTION-IS-QUIT
                   MOVE 1 TO WS-SESSION-IS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED FUNCTION CODE'
           END-EVALUATE.

           LOG-SEED-RESULT.
           DISPLAY 'SEED CODE (SD AND 8 DIGITS):'.
           ACCEPT WS-LOOKUP-KEY.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-KEY) TO RC-SDL-KEY.
           READ F-LEDGER-FILE
               KEY IS RC-SDL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-SEED-FOUND
               PERFORM SHOW-SEED-PIECE
               MOVE 'Y' TO WS-REPLACE-ANSWER
               IF RC-SDL-ARRIVAL-DATE NOT = SPACES
                   DISPLAY 'RESULT ALREADY LOGGED ' RC-SDL-LOGGED-DATE
                       ' BY ' RC-SDL-LOGGED-BY ' -- REPLACE IT? (Y/N)'
                   ACCEPT WS-REPLACE-ANSWER
                   MOVE FUNCTION UPPER-CASE(WS-REPLACE-ANSWER)
                       TO WS-REPLACE-ANSWER
               END-IF
               IF WS-REPLACE-ANSWER = 'Y'
                   PERFORM ACCEPT-SEED-RESULT
                   IF WS-RESULT-IS-VALID = 1
                       MOVE WS-ENTRY-ARRIVAL TO RC-SDL-ARRIVAL-DATE
                       MOVE WS-ENTRY-QUALITY TO RC-SDL-QUALITY
                       MOVE WS-ENTRY-REMARKS TO RC-SDL-REMARKS
                       MOVE WS-TODAYS-DATE TO RC-SDL-LOGGED-DATE
                       MOVE WS-OPERATOR-ID TO RC-SDL-LOGGED-BY
                       REWRITE RC-SEED-LEDGER-RECORD
                           INVALID KEY
                               DISPLAY 'RESULT NOT LOGGED, STATUS '
                                   WS-LEDGER-STATUS
                           NOT INVALID KEY
                               DISPLAY 'RESULT LOGGED'
                       END-REWRITE
                   ELSE
                       DISPLAY 'RESULT NOT LOGGED'
                   END-IF
               ELSE
                   DISPLAY 'RESULT LEFT AS IT WAS'
               END-IF
           ELSE
               DISPLAY 'NO SEED PIECE WITH THAT CODE'
           END-IF.

           SHOW-SEED-PIECE.
           DISPLAY 'SENT ' RC-SDL-RUN-DATE ' ' RC-SDL-OCCASION
               ' IN ' RC-SDL-FILENAME.
           DISPLAY 'TO   ' RC-SDL-SEED-ID ' ' RC-SDL-SEED-NAME.
           IF RC-SDL-ARRIVAL-DATE NOT = SPACES
               DISPLAY 'ARRIVED ' RC-SDL-ARRIVAL-DATE ' QUALITY '
                   RC-SDL-QUALITY ' ' RC-SDL-REMARKS
           END-IF.

           ACCEPT-SEED-RESULT.
           MOVE 1 TO WS-RESULT-IS-VALID.
           DISPLAY 'DATE ARRIVED (YYYY-MM-DD):'.
           ACCEPT WS-ENTRY-ARRIVAL.
           MOVE 'VL' TO WS-DS-FUNCTION.
           MOVE WS-ENTRY-ARRIVAL TO WS-DS-DATE-1.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS NOT = 0
               DISPLAY 'INVALID ARRIVAL DATE ' WS-ENTRY-ARRIVAL
               MOVE 0 TO WS-RESULT-IS-VALID
           ELSE
               IF WS-ENTRY-ARRIVAL < RC-SDL-RUN-DATE
                   DISPLAY 'ARRIVAL DATE IS BEFORE THE PIECE WAS SENT'
                   MOVE 0 TO WS-RESULT-IS-VALID
               END-IF
               IF WS-ENTRY-ARRIVAL > WS-TODAYS-DATE
                   DISPLAY 'ARRIVAL DATE IS IN THE FUTURE'
                   MOVE 0 TO WS-RESULT-IS-VALID
               END-IF
           END-IF.
           IF WS-RESULT-IS-VALID = 1
               DISPLAY 'PRINT QUALITY (G)OOD (F)AIR (P)OOR:'
               ACCEPT WS-ENTRY-QUALITY
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-QUALITY)
                   TO WS-ENTRY-QUALITY
               IF WS-ENTRY-QUALITY NOT = 'G'
               AND WS-ENTRY-QUALITY NOT = 'F'
               AND WS-ENTRY-QUALITY NOT = 'P'
                   DISPLAY 'QUALITY MUST BE G, F OR P'
                   MOVE 0 TO WS-RESULT-IS-VALID
               END-IF
           END-IF.
           IF WS-RESULT-IS-VALID = 1
               DISPLAY 'REMARKS (OPTIONAL):'
               ACCEPT WS-ENTRY-REMARKS
           END-IF.

           LIST-OUTSTANDING-SEEDS.
           MOVE 0 TO WS-OUTSTANDING-COUNT.
           MOVE LOW-VALUES TO RC-SDL-KEY.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           START F-LEDGER-FILE KEY IS NOT LESS THAN RC-SDL-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-LEDGER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
                   NOT AT END
                       IF RC-SDL-ARRIVAL-DATE = SPACES
                           ADD 1 TO WS-OUTSTANDING-COUNT
                           DISPLAY RC-SDL-KEY ' ' RC-SDL-RUN-DATE ' '
                               RC-SDL-OCCASION ' ' RC-SDL-SEED-ID ' '
                               RC-SDL-SEED-NAME
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-OUTSTANDING-COUNT ' SEED PIECE(S) NOT YET '
               'REPORTED'.
