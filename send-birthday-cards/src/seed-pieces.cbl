       IDENTIFICATION DIVISION.
       PROGRAM-ID. seed-pieces.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-SEED-LIST-FILE
                   ASSIGN TO 'seed-list.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-LEDGER-FILE
                   ASSIGN TO 'seed-ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-SDL-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OPTIONAL F-SEQUENCE-FILE
                   ASSIGN TO 'seed-ledger-seq.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-SEED-LIST-FILE.
           COPY "seed-list-record.cpy".
           FD F-LEDGER-FILE.
           COPY "seed-ledger-record.cpy".
           FD F-SEQUENCE-FILE.
           01 RC-SEQUENCE-RECORD PIC 9(8).
           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-LEDGER-IS-OPEN PIC 9 VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LAST-SEQUENCE PIC 9(8) VALUE 0.
           01 WS-KEY-WRITTEN PIC 9.
           01 WS-KEY-TRIES PIC 9(5).
           01 WS-RUN-YYYYMMDD PIC 9(8).
           01 WS-RUN-INTEGER PIC S9(9) COMP.
           01 WS-WANTED-SCOPE PIC X.
           01 WS-PICKED-SUB PIC 9(3).
           01 WS-SEED-TRIES PIC 9(3).
           01 WS-SEED-SUB PIC 9(3).
           01 WS-SEED-COUNT PIC 9(3) VALUE 0.
           01 WS-SEED-TABLE.
               05 WS-SEED-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-SEED-COUNT.
                   10 WS-SEED-ID PIC X(6).
                   10 WS-SEED-SCOPE PIC X.
                   10 WS-SEED-NAME PIC X(40).
                   10 WS-SEED-ADDRESS PIC X(100).
                   10 WS-SEED-CITY PIC X(30).
                   10 WS-SEED-STATE PIC X(2).
      *    Where the next domestic and international seed is looked
      *    for; the start moves with the run date so every seed
      *    takes its turn with every vendor.
           01 WS-NEXT-DOMESTIC PIC 9(3).
           01 WS-NEXT-INTERNATIONAL PIC 9(3).
           LINKAGE SECTION.
           01 LS-SEED-FUNCTION PIC X.
           COPY "seed-ledger-record.cpy"
               REPLACING LEADING ==RC== BY ==LS==.
      *    The piece the seed rides as: a copy of a real piece of the
      *    same occasion from the same file, readdressed to the seed.
           01 LS-SEED-PIECE.
               05 FILLER PIC X(9).
               05 LS-SEED-PIECE-NAME PIC X(40).
               05 LS-SEED-PIECE-ADDRESS PIC X(100).
               05 FILLER PIC X(72).
               05 LS-SEED-PIECE-RESPONSE-CODE PIC X(10).
               05 FILLER PIC X(46).
           01 LS-SEED-RESULT PIC 9.
       PROCEDURE DIVISION USING LS-SEED-FUNCTION LS-SEED-LEDGER-RECORD
           LS-SEED-PIECE LS-SEED-RESULT.

      *    Seed pieces for delivery quality checks.  Function O loads
      *    seed-list.dat and opens the seed ledger for the run (the
      *    caller puts the run date in LS-SDL-RUN-DATE; result 4 means
      *    there are no seeds at all).  I takes one seed for a piece:
      *    the caller fills run date, vendor (blank for the
      *    international file), filename and occasion in the ledger
      *    record and a copy of a real piece of that occasion in the
      *    piece; the seed's name, address and seed code come back in
      *    the piece and the ledger record is written.  Result 1
      *    means no seed of the scope the file needs.  C closes the
      *    ledger and saves the sequence.
           MOVE 0 TO LS-SEED-RESULT.
           EVALUATE LS-SEED-FUNCTION
               WHEN 'O'
                   PERFORM OPEN-SEED-LEDGER
               WHEN 'I'
                   PERFORM ISSUE-SEED-PIECE
               WHEN 'C'
                   PERFORM CLOSE-SEED-LEDGER
               WHEN OTHER
                   MOVE 9 TO LS-SEED-RESULT
           END-EVALUATE.
           GOBACK.

           OPEN-SEED-LEDGER.
           IF WS-LEDGER-IS-OPEN = 0
               PERFORM LOAD-SEED-LIST
               MOVE 0 TO WS-LAST-SEQUENCE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-SEQUENCE-FILE
               READ F-SEQUENCE-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
               CLOSE F-SEQUENCE-FILE
               IF WS-FILE-IS-ENDED = 0
               AND RC-SEQUENCE-RECORD IS NUMERIC
                   MOVE RC-SEQUENCE-RECORD TO WS-LAST-SEQUENCE
               END-IF
               OPEN I-O F-LEDGER-FILE
               IF WS-LEDGER-STATUS(1:1) NOT = '0'
                   DISPLAY 'seed-pieces: seed-ledger.dat open '
                       'failed, status ' WS-LEDGER-STATUS
                   MOVE 8 TO LS-SEED-RESULT
               ELSE
                   MOVE 1 TO WS-LEDGER-IS-OPEN
               END-IF
           END-IF.
           IF WS-LEDGER-IS-OPEN = 1
           AND WS-SEED-COUNT = 0
               MOVE 4 TO LS-SEED-RESULT
           END-IF.

           LOAD-SEED-LIST.
           MOVE 0 TO WS-SEED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SEED-LIST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEED-LIST-FILE
                   NOT AT END
                       IF WS-SEED-COUNT < 200
                       AND RC-SEED-ID NOT = SPACES
                       AND RC-SEED-NAME NOT = SPACES
                       AND (RC-SEED-IS-DOMESTIC
                           OR RC-SEED-IS-INTERNATIONAL)
                           ADD 1 TO WS-SEED-COUNT
                           MOVE RC-SEED-ID TO WS-SEED-ID(WS-SEED-COUNT)
                           MOVE RC-SEED-SCOPE
                               TO WS-SEED-SCOPE(WS-SEED-COUNT)
                           MOVE RC-SEED-NAME
                               TO WS-SEED-NAME(WS-SEED-COUNT)
                           MOVE RC-SEED-ADDRESS
                               TO WS-SEED-ADDRESS(WS-SEED-COUNT)
                           MOVE RC-SEED-ADDR-CITY
                               TO WS-SEED-CITY(WS-SEED-COUNT)
                           MOVE RC-SEED-ADDR-STATE
                               TO WS-SEED-STATE(WS-SEED-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SEED-LIST-FILE.
           MOVE 0 TO WS-NEXT-DOMESTIC.
           IF WS-SEED-COUNT > 0
           AND LS-SDL-RUN-DATE(1:4) IS NUMERIC
               COMPUTE WS-RUN-YYYYMMDD =
                   FUNCTION NUMVAL(LS-SDL-RUN-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(LS-SDL-RUN-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(LS-SDL-RUN-DATE(9:2))
               COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
               COMPUTE WS-NEXT-DOMESTIC =
                   FUNCTION MOD(WS-RUN-INTEGER WS-SEED-COUNT)
           END-IF.
           MOVE WS-NEXT-DOMESTIC TO WS-NEXT-INTERNATIONAL.

           ISSUE-SEED-PIECE.
           IF WS-LEDGER-IS-OPEN = 0
               PERFORM OPEN-SEED-LEDGER
           END-IF.
           IF WS-LEDGER-IS-OPEN = 0
               MOVE 8 TO LS-SEED-RESULT
           ELSE
               PERFORM PICK-NEXT-SEED
               IF WS-PICKED-SUB = 0
                   MOVE 1 TO LS-SEED-RESULT
               ELSE
                   PERFORM WRITE-SEED-LEDGER-RECORD
               END-IF
           END-IF.

      *    The next seed of the file's scope after the last one
      *    handed out, wrapping round the list.
           PICK-NEXT-SEED.
           MOVE 0 TO WS-PICKED-SUB.
           IF LS-SDL-VENDOR = SPACE
               MOVE 'I' TO WS-WANTED-SCOPE
               MOVE WS-NEXT-INTERNATIONAL TO WS-SEED-SUB
           ELSE
               MOVE 'D' TO WS-WANTED-SCOPE
               MOVE WS-NEXT-DOMESTIC TO WS-SEED-SUB
           END-IF.
           MOVE 0 TO WS-SEED-TRIES.
           PERFORM UNTIL WS-PICKED-SUB > 0
               OR WS-SEED-TRIES >= WS-SEED-COUNT
               ADD 1 TO WS-SEED-TRIES
               ADD 1 TO WS-SEED-SUB
               IF WS-SEED-SUB > WS-SEED-COUNT
                   MOVE 1 TO WS-SEED-SUB
               END-IF
               IF WS-SEED-SCOPE(WS-SEED-SUB) = WS-WANTED-SCOPE
                   MOVE WS-SEED-SUB TO WS-PICKED-SUB
               END-IF
           END-PERFORM.
           IF WS-PICKED-SUB > 0
               IF WS-WANTED-SCOPE = 'I'
                   MOVE WS-PICKED-SUB TO WS-NEXT-INTERNATIONAL
               ELSE
                   MOVE WS-PICKED-SUB TO WS-NEXT-DOMESTIC
               END-IF
           END-IF.

      *    A seed code already on the ledger (sequence file lost or
      *    restored from an old copy) is skipped, never reissued.
           WRITE-SEED-LEDGER-RECORD.
           MOVE WS-SEED-ID(WS-PICKED-SUB) TO LS-SDL-SEED-ID.
           MOVE WS-SEED-NAME(WS-PICKED-SUB) TO LS-SDL-SEED-NAME.
           MOVE WS-SEED-CITY(WS-PICKED-SUB) TO LS-SDL-SEED-CITY.
           MOVE WS-SEED-STATE(WS-PICKED-SUB) TO LS-SDL-SEED-STATE.
           MOVE SPACES TO LS-SDL-ARRIVAL-DATE.
           MOVE SPACE TO LS-SDL-QUALITY.
           MOVE SPACES TO LS-SDL-REMARKS.
           MOVE SPACES TO LS-SDL-LOGGED-DATE.
           MOVE SPACES TO LS-SDL-LOGGED-BY.
           MOVE 0 TO WS-KEY-WRITTEN.
           MOVE 0 TO WS-KEY-TRIES.
           PERFORM UNTIL WS-KEY-WRITTEN = 1
               OR WS-KEY-TRIES >= 99999
               ADD 1 TO WS-LAST-SEQUENCE
               ADD 1 TO WS-KEY-TRIES
               MOVE SPACES TO LS-SDL-KEY
               STRING 'SD' WS-LAST-SEQUENCE
                   DELIMITED BY SIZE INTO LS-SDL-KEY
               END-STRING
               MOVE LS-SEED-LEDGER-RECORD TO RC-SEED-LEDGER-RECORD
               WRITE RC-SEED-LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-KEY-WRITTEN
               END-WRITE
           END-PERFORM.
           IF WS-KEY-WRITTEN = 0
               MOVE SPACES TO LS-SDL-KEY
               MOVE 8 TO LS-SEED-RESULT
           ELSE
               MOVE WS-SEED-NAME(WS-PICKED-SUB) TO LS-SEED-PIECE-NAME
               MOVE WS-SEED-ADDRESS(WS-PICKED-SUB)
                   TO LS-SEED-PIECE-ADDRESS
               MOVE LS-SDL-KEY TO LS-SEED-PIECE-RESPONSE-CODE
           END-IF.

           CLOSE-SEED-LEDGER.
           IF WS-LEDGER-IS-OPEN = 1
               CLOSE F-LEDGER-FILE
               MOVE 0 TO WS-LEDGER-IS-OPEN
               OPEN OUTPUT F-SEQUENCE-FILE
               MOVE WS-LAST-SEQUENCE TO RC-SEQUENCE-RECORD
               WRITE RC-SEQUENCE-RECORD
               CLOSE F-SEQUENCE-FILE
           END-IF.
