                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARC-HIST-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-HISTORY-FILE.
           FD F-ARCHIVE-FILE.
           COPY "card-history-record.cpy"
               REPLACING LEADING ==RC== BY ==ARC==.
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-CUTOFF-YEAR PIC 9999.
           01 WS-KEPT-COUNT PIC 9(6).
           01 WS-ROLLED-COUNT PIC 9(6).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Year-end rollover of the permanent contact history: every
               WS-KEPT-COUNT ' kept live'.
           GOBACK.

      *    Operations sets HISTORY-RETENTION-YEARS on the parameter
      *    master to change how many years stay in the hot file without
      *    a recompile; defaults to 3.
           APPLY-RETENTION-OVERRIDE.
           MOVE 'history-rollover' TO WS-PRQ-PROGRAM.
           MOVE 'HISTORY-RETENTION-YEARS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-RETENTION-YEARS
           END-IF.

      *    A record with a non-numeric run-date year stays live --
