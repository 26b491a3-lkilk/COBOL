               SELECT F-OUTBOUND-FILE
                   ASSIGN TO DYNAMIC WS-OUTBOUND-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SEED-LIST-FILE
                   ASSIGN TO 'seed-list.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CONFIRMATION-FILE
                   ASSIGN TO 'print-confirmations.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               05 RC-OUTBOUND-NAME PIC X(40).
               05 RC-OUTBOUND-ADDRESS PIC X(100).
               05 RC-OUTBOUND-MESSAGE PIC X(56).
           FD F-SEED-LIST-FILE.
           COPY "seed-list-record.cpy".
           FD F-CONFIRMATION-FILE.
           01 RC-CONFIRMATION-RECORD.
               05 RC-CONF-PRINT-DATE PIC X(10).
                   10 WS-SENT-OCCASION PIC X(9).
                   10 WS-SENT-NAME PIC X(40).
                   10 WS-SENT-CONFIRMED PIC 9.
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

           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE 0 TO WS-NOT-PRINTED-COUNT.
           MOVE 0 TO WS-NOT-SENT-COUNT.
           PERFORM LOAD-OUTBOUND-RECORDS.
           PERFORM LOAD-SEED-NAMES.
           OPEN OUTPUT F-RECON-REPORT-FILE.
           PERFORM MATCH-CONFIRMATIONS.
           PERFORM REPORT-UNPRINTED-CARDS.
           CLOSE F-RECON-REPORT-FILE.
           MOVE 'print-recon-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'print-confirm-recon' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'print-confirm-recon: ' WS-TODAYS-DATE ' '
               WS-NOT-PRINTED-COUNT ' sent-not-printed, '
               WS-NOT-SENT-COUNT ' printed-not-sent'.

      *    Confirmations for this date are matched by occasion and
      *    name.  A confirmation with no outbound record is a card the
      *    vendor printed that we have no record of sending -- unless
      *    it is for a seed piece, which is never on the outbound
      *    file.
           MATCH-CONFIRMATIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONFIRMATION-FILE.
               END-SEARCH
           END-IF.
           IF WS-FOUND-IDX = 0
               PERFORM CHECK-SEED-CONFIRMATION
           END-IF.
           IF WS-FOUND-IDX = 0
           AND WS-CONF-IS-SEED = 0
               MOVE SPACES TO RC-RECON-RECORD
               MOVE WS-TODAYS-DATE TO RC-RECON-DATE
               MOVE 'PRINTED BUT NOT SENT' TO RC-RECON-FINDING
               MOVE RC-CONF-NAME TO RC-RECON-NAME
               WRITE RC-RECON-RECORD
               ADD 1 TO WS-NOT-SENT-COUNT
           END-IF.
           IF WS-FOUND-IDX > 0
               SET SENT-IDX TO WS-FOUND-IDX
               MOVE 1 TO WS-SENT-CONFIRMED(SENT-IDX)
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

      *    Whatever is still unconfirmed after the confirmation pass
      *    is a card we handed off that the vendor never printed --
      *    the complaint generator this report exists to catch.
