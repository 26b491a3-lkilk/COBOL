       IDENTIFICATION DIVISION.
       PROGRAM-ID. contact-summary-rebuild.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT OPTIONAL F-ARCHIVE-FILE
                   ASSIGN TO 'card-history-archive.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARC-HIST-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-ARCHIVE-FILE.
           COPY "card-history-record.cpy"
               REPLACING LEADING ==RC== BY ==ARC==.
           WORKING-STORAGE SECTION.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-HISTORY-COUNT PIC 9(9).
           01 WS-ARCHIVE-COUNT PIC 9(9).
           01 WS-FAILED-COUNT PIC 9(9).
           01 WS-CSM-FUNCTION PIC X.
           01 WS-CSM-RESULT PIC 9.
           COPY "contact-summary-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Regenerates contact-summary.dat from scratch out of the
      *    archived and the live card history, archive first so each
      *    customer's contacts go in oldest first.  Run it after
      *    anything that takes records off card-history.dat other
      *    than history-rollover -- run-backout calls it itself -- or
      *    after history-file-convert, and once before the first card
      *    run that reads the summary.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE 0 TO WS-ARCHIVE-COUNT.
           MOVE 0 TO WS-FAILED-COUNT.
           MOVE 'N' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION
               ARC-HIST-CUSTOMER-ID ARC-HIST-RUN-DATE ARC-HIST-OCCASION
               WS-SUMMARY-RECORD WS-CSM-RESULT.
           IF WS-CSM-RESULT NOT = 0
               DISPLAY 'contact-summary-rebuild: summary file could '
                   'not be opened -- nothing rebuilt'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'A' TO WS-CSM-FUNCTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE NEXT
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-COUNT
                       CALL 'contact-summary' USING WS-CSM-FUNCTION
                           ARC-HIST-CUSTOMER-ID ARC-HIST-RUN-DATE
                           ARC-HIST-OCCASION WS-SUMMARY-RECORD
                           WS-CSM-RESULT
                       IF WS-CSM-RESULT NOT = 0
                           ADD 1 TO WS-FAILED-COUNT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HISTORY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HISTORY-FILE NEXT
                   NOT AT END
                       ADD 1 TO WS-HISTORY-COUNT
                       CALL 'contact-summary' USING WS-CSM-FUNCTION
                           RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE
                           RC-HIST-OCCASION WS-SUMMARY-RECORD
                           WS-CSM-RESULT
                       IF WS-CSM-RESULT NOT = 0
                           ADD 1 TO WS-FAILED-COUNT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.
           MOVE 'C' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION
               RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE RC-HIST-OCCASION
               WS-SUMMARY-RECORD WS-CSM-RESULT.
           DISPLAY 'contact-summary-rebuild: ' WS-HISTORY-COUNT
               ' live and ' WS-ARCHIVE-COUNT ' archived history '
               'record(s) summarized, ' WS-FAILED-COUNT ' failed'.
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
