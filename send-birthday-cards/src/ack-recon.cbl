               SELECT OPTIONAL F-ACK-FILE
                   ASSIGN TO 'vendor-acks.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RECON-REPORT-FILE
                   ASSIGN TO 'ack-recon-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               05 RC-ACK-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-ACK-COUNT PIC X(5).
           FD F-RECON-REPORT-FILE.
           01 RC-RECON-RECORD.
               05 RC-RECON-DATE PIC X(10).
           01 WS-TODAY-YYYYMMDD PIC 9(8).
           01 WS-TODAY-INTEGER PIC S9(9) COMP.
           01 WS-CUTOFF-INTEGER PIC S9(9) COMP.
           01 WS-VENDOR-CUTOFF PIC S9(9) COMP.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-DATE PIC X(10).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-VND-SUB PIC 99.
           01 WS-MANIFEST-INTEGER PIC S9(9) COMP.
           01 WS-MANIFEST-YYYYMMDD PIC 9(8).
           01 WS-SENT-PIECES PIC 9(5).
               DEPENDING ON WS-ACK-COUNT.
                   10 WS-ACK-FILENAME PIC X(40).
                   10 WS-ACK-PIECES PIC 9(5).
      *    Seed pieces ride in the handoff files beside the
      *    customers' cards; the vendor counts both on arrival.
      *    Pieces the edit gate held back (HELD=) never went.
           01 WS-SEED-SUB PIC 9(4).
           01 WS-SEED-COUNT PIC 9(4) VALUE 0.
           01 WS-SEED-TABLE.
               05 WS-SEED-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-SEED-COUNT.
                   10 WS-SEED-FILENAME PIC X(40).
                   10 WS-SEED-LABEL PIC X(6).
                   10 WS-SEED-PIECES PIC 9(5).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    A line on card-manifest.dat means we produced the file --
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-GRACE-DAYS.
           PERFORM LOAD-ACK-TABLE.
           PERFORM LOAD-SEED-TABLE.
           MOVE 'L' TO WS-VTB-FUNCTION.
           MOVE SPACES TO WS-VTB-DATE.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-VTB-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           MOVE 0 TO WS-OK-COUNT.
           MOVE 0 TO WS-FLAGGED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   NOT AT END
                       IF RC-MANIFEST-FILENAME(1:7) = 'vendor-'
                       AND RC-MANIFEST-FILENAME(9:6) = '-mail-'
                       AND RC-MANIFEST-LABEL = 'COUNT='
                           PERFORM RECONCILE-ONE-HANDOFF
                       END-IF
                   AT END
           END-PERFORM.
           CLOSE F-RETRANSMIT-FILE.
           CLOSE F-RECON-REPORT-FILE.
           MOVE 'ack-recon-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'ack-recon' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           CLOSE F-MANIFEST-FILE.
           DISPLAY 'ack-recon: ' WS-OK-COUNT ' acknowledged clean, '
               WS-FLAGGED-COUNT ' on the re-transmit list'.
           END-IF.
           GOBACK.

      *    Operations sets ACK-GRACE-DAYS on the parameter master to
      *    change how long a file may wait for its acknowledgment;
      *    defaults to 1 day.  A vendor whose contract on the vendor
      *    master sets its own grace is given that instead.
           APPLY-GRACE-OVERRIDE.
           MOVE 'ack-recon' TO WS-PRQ-PROGRAM.
           MOVE 'ACK-GRACE-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER NOT < 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-GRACE-DAYS
           END-IF.

           LOAD-ACK-TABLE.
           END-PERFORM.
           CLOSE F-ACK-FILE.

      *    A handoff file's SEEDS= line sits beneath its COUNT=
      *    line, so the seed counts are gathered in a pass of their
      *    own before the handoffs are reconciled; so does a HELD=
      *    line the edit gate writes.
           LOAD-SEED-TABLE.
           MOVE 0 TO WS-SEED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   NOT AT END
                       IF RC-MANIFEST-FILENAME(1:7) = 'vendor-'
                       AND RC-MANIFEST-FILENAME(9:6) = '-mail-'
                       AND (RC-MANIFEST-LABEL = 'SEEDS='
                         OR RC-MANIFEST-LABEL = 'HELD=')
                       AND WS-SEED-COUNT < 2000
                           ADD 1 TO WS-SEED-COUNT
                           MOVE RC-MANIFEST-FILENAME
                               TO WS-SEED-FILENAME(WS-SEED-COUNT)
                           MOVE RC-MANIFEST-LABEL
                               TO WS-SEED-LABEL(WS-SEED-COUNT)
                           COMPUTE WS-SEED-PIECES(WS-SEED-COUNT) =
                               FUNCTION NUMVAL(RC-MANIFEST-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

      *    Sent is every record in the file: the customers' pieces
      *    plus any seed pieces, less any held at the gate.
           RECONCILE-ONE-HANDOFF.
           COMPUTE WS-SENT-PIECES =
               FUNCTION NUMVAL(RC-MANIFEST-COUNT).
           PERFORM VARYING WS-SEED-SUB FROM 1 BY 1
               UNTIL WS-SEED-SUB > WS-SEED-COUNT
               IF WS-SEED-FILENAME(WS-SEED-SUB) = RC-MANIFEST-FILENAME
                   IF WS-SEED-LABEL(WS-SEED-SUB) = 'HELD='
                       SUBTRACT WS-SEED-PIECES(WS-SEED-SUB)
                           FROM WS-SENT-PIECES
                   ELSE
                       ADD WS-SEED-PIECES(WS-SEED-SUB) TO WS-SENT-PIECES
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ACK-WAS-FOUND.
           MOVE 0 TO WS-ACKED-PIECES.
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
           ELSE
               MOVE 0 TO WS-MANIFEST-INTEGER
           END-IF.
           MOVE WS-CUTOFF-INTEGER TO WS-VENDOR-CUTOFF.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               IF WS-VND-CODE(WS-VND-SUB) =
                   FUNCTION UPPER-CASE(RC-MANIFEST-FILENAME(8:1))
               AND WS-VND-ACK-GRACE-DAYS(WS-VND-SUB) > 0
                   COMPUTE WS-VENDOR-CUTOFF = WS-TODAY-INTEGER
                       - WS-VND-ACK-GRACE-DAYS(WS-VND-SUB)
               END-IF
           END-PERFORM.
           IF WS-MANIFEST-INTEGER > WS-VENDOR-CUTOFF
               MOVE 'AWAITING ACK' TO RC-RECON-FINDING
           ELSE
               MOVE 'NOT ACKNOWLEDGED' TO RC-RECON-FINDING
