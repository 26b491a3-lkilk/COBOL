       IDENTIFICATION DIVISION.
       PROGRAM-ID. contact-summary.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-SUMMARY-FILE
                   ASSIGN TO 'contact-summary.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-SUM-CUSTOMER-ID
                   FILE STATUS IS WS-SUMMARY-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-SUMMARY-FILE.
           COPY "contact-summary-record.cpy".
           WORKING-STORAGE SECTION.
           01 WS-SUMMARY-STATUS PIC XX.
               88 WS-SUMMARY-FOUND VALUE '00'.
           01 WS-SUMMARY-IS-OPEN PIC 9 VALUE 0.
           01 WS-SUMMARY-IS-NEW PIC 9.
           01 WS-SUM-SUB PIC 99.
           01 WS-SUM-FOUND PIC 99.
           01 WS-OLDEST-SUB PIC 99.
           LINKAGE SECTION.
           01 LS-CSM-FUNCTION PIC X.
           01 LS-CSM-CUSTOMER-ID PIC 9(6).
           01 LS-CSM-RUN-DATE PIC X(10).
           01 LS-CSM-OCCASION PIC X(9).
           COPY "contact-summary-record.cpy"
               REPLACING LEADING ==RC== BY ==LS==.
           01 LS-CSM-RESULT PIC 9.
       PROCEDURE DIVISION USING LS-CSM-FUNCTION LS-CSM-CUSTOMER-ID
           LS-CSM-RUN-DATE LS-CSM-OCCASION LS-SUMMARY-RECORD
           LS-CSM-RESULT.

      *    Keeps contact-summary.dat, the one-read-per-customer
      *    summary of card-history.dat, for every program that writes
      *    history.  Function O opens it for the run (N opens it
      *    emptied, for contact-summary-rebuild); R reads the
      *    customer's summary into LS-SUMMARY-RECORD, result 1 when
      *    the customer has none; A records one history record just
      *    written -- customer, run date, occasion -- and hands back
      *    the updated summary; E drops the customer's summary
      *    (erasure); C closes.  A writer that forgets O is opened on
      *    its first call.  Call A only for a history record that was
      *    actually written: a duplicate history key is the same card
      *    and must not count twice.
           MOVE 0 TO LS-CSM-RESULT.
           IF WS-SUMMARY-IS-OPEN = 0
           AND (LS-CSM-FUNCTION = 'R' OR LS-CSM-FUNCTION = 'A'
               OR LS-CSM-FUNCTION = 'E')
               PERFORM OPEN-SUMMARY
           END-IF.
           EVALUATE LS-CSM-FUNCTION
               WHEN 'O'
                   PERFORM OPEN-SUMMARY
               WHEN 'N'
                   PERFORM OPEN-EMPTY-SUMMARY
               WHEN 'R'
                   PERFORM READ-SUMMARY
               WHEN 'A'
                   PERFORM ADD-ONE-CONTACT
               WHEN 'E'
                   PERFORM ERASE-SUMMARY
               WHEN 'C'
                   PERFORM CLOSE-SUMMARY
               WHEN OTHER
                   MOVE 9 TO LS-CSM-RESULT
           END-EVALUATE.
           GOBACK.

           OPEN-SUMMARY.
           IF WS-SUMMARY-IS-OPEN = 0
               OPEN I-O F-SUMMARY-FILE
               IF WS-SUMMARY-STATUS(1:1) = '0'
                   MOVE 1 TO WS-SUMMARY-IS-OPEN
               ELSE
                   DISPLAY 'contact-summary: open failed, status '
                       WS-SUMMARY-STATUS
                   MOVE 8 TO LS-CSM-RESULT
               END-IF
           END-IF.

           OPEN-EMPTY-SUMMARY.
           IF WS-SUMMARY-IS-OPEN = 1
               CLOSE F-SUMMARY-FILE
               MOVE 0 TO WS-SUMMARY-IS-OPEN
           END-IF.
           OPEN OUTPUT F-SUMMARY-FILE.
           CLOSE F-SUMMARY-FILE.
           PERFORM OPEN-SUMMARY.

           CLOSE-SUMMARY.
           IF WS-SUMMARY-IS-OPEN = 1
               CLOSE F-SUMMARY-FILE
               MOVE 0 TO WS-SUMMARY-IS-OPEN
           END-IF.

      *    Result 8 (file not open) tells the caller to go back to
      *    reading card-history.dat rather than trust an empty
      *    summary.
           READ-SUMMARY.
           IF WS-SUMMARY-IS-OPEN = 0
               MOVE 8 TO LS-CSM-RESULT
           ELSE
               PERFORM FETCH-SUMMARY
               MOVE RC-SUMMARY-RECORD TO LS-SUMMARY-RECORD
               IF WS-SUMMARY-IS-NEW = 1
                   MOVE 1 TO LS-CSM-RESULT
               END-IF
           END-IF.

      *    An unknown customer comes back as an empty summary, so the
      *    caller's counts all read zero either way.
           FETCH-SUMMARY.
           MOVE 0 TO WS-SUMMARY-IS-NEW.
           MOVE LS-CSM-CUSTOMER-ID TO RC-SUM-CUSTOMER-ID.
           READ F-SUMMARY-FILE
               KEY IS RC-SUM-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-SUMMARY-FOUND
               MOVE 1 TO WS-SUMMARY-IS-NEW
               MOVE SPACES TO RC-SUMMARY-RECORD
               MOVE LS-CSM-CUSTOMER-ID TO RC-SUM-CUSTOMER-ID
               MOVE 'N' TO RC-SUM-OVERFLOWED
               MOVE 0 TO RC-SUM-OCCASION-COUNT
               MOVE 0 TO RC-SUM-PIECE-COUNT
           END-IF.

           ADD-ONE-CONTACT.
           PERFORM FETCH-SUMMARY.
           PERFORM COUNT-OCCASION.
           IF LS-CSM-OCCASION(1:2) NOT = 'E-'
               PERFORM KEEP-PIECE-DATE
           END-IF.
           IF LS-CSM-RUN-DATE > RC-SUM-UPDATED-DATE
           OR RC-SUM-UPDATED-DATE = SPACES
               MOVE LS-CSM-RUN-DATE TO RC-SUM-UPDATED-DATE
           END-IF.
           IF WS-SUMMARY-IS-NEW = 1
               WRITE RC-SUMMARY-RECORD
                   INVALID KEY
                       MOVE 8 TO LS-CSM-RESULT
               END-WRITE
           ELSE
               REWRITE RC-SUMMARY-RECORD
                   INVALID KEY
                       MOVE 8 TO LS-CSM-RESULT
               END-REWRITE
           END-IF.
           MOVE RC-SUMMARY-RECORD TO LS-SUMMARY-RECORD.

           COUNT-OCCASION.
           MOVE 0 TO WS-SUM-FOUND.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > RC-SUM-OCCASION-COUNT
               OR WS-SUM-FOUND > 0
               IF RC-SUM-OCCASION(WS-SUM-SUB) = LS-CSM-OCCASION
                   MOVE WS-SUM-SUB TO WS-SUM-FOUND
               END-IF
           END-PERFORM.
           IF WS-SUM-FOUND = 0
               IF RC-SUM-OCCASION-COUNT < 40
                   ADD 1 TO RC-SUM-OCCASION-COUNT
                   MOVE RC-SUM-OCCASION-COUNT TO WS-SUM-FOUND
                   MOVE LS-CSM-OCCASION TO RC-SUM-OCCASION(WS-SUM-FOUND)
                   MOVE SPACES TO RC-SUM-LAST-DATE(WS-SUM-FOUND)
                   MOVE 0 TO RC-SUM-LIFETIME(WS-SUM-FOUND)
               ELSE
                   MOVE 'Y' TO RC-SUM-OVERFLOWED
               END-IF
           END-IF.
           IF WS-SUM-FOUND > 0
               IF RC-SUM-LIFETIME(WS-SUM-FOUND) < 99999
                   ADD 1 TO RC-SUM-LIFETIME(WS-SUM-FOUND)
               END-IF
               IF LS-CSM-RUN-DATE > RC-SUM-LAST-DATE(WS-SUM-FOUND)
               OR RC-SUM-LAST-DATE(WS-SUM-FOUND) = SPACES
                   MOVE LS-CSM-RUN-DATE
                       TO RC-SUM-LAST-DATE(WS-SUM-FOUND)
               END-IF
           END-IF.

      *    Once the table is full the oldest date gives way, unless
      *    the new one is older still.
           KEEP-PIECE-DATE.
           IF RC-SUM-PIECE-COUNT < 40
               ADD 1 TO RC-SUM-PIECE-COUNT
               MOVE LS-CSM-RUN-DATE
                   TO RC-SUM-PIECE-DATE(RC-SUM-PIECE-COUNT)
           ELSE
               MOVE 1 TO WS-OLDEST-SUB
               PERFORM VARYING WS-SUM-SUB FROM 2 BY 1
                   UNTIL WS-SUM-SUB > 40
                   IF RC-SUM-PIECE-DATE(WS-SUM-SUB)
                       < RC-SUM-PIECE-DATE(WS-OLDEST-SUB)
                       MOVE WS-SUM-SUB TO WS-OLDEST-SUB
                   END-IF
               END-PERFORM
               IF LS-CSM-RUN-DATE > RC-SUM-PIECE-DATE(WS-OLDEST-SUB)
                   MOVE LS-CSM-RUN-DATE
                       TO RC-SUM-PIECE-DATE(WS-OLDEST-SUB)
               END-IF
           END-IF.

           ERASE-SUMMARY.
           MOVE LS-CSM-CUSTOMER-ID TO RC-SUM-CUSTOMER-ID.
           DELETE F-SUMMARY-FILE
               INVALID KEY
                   MOVE 1 TO LS-CSM-RESULT
           END-DELETE.
