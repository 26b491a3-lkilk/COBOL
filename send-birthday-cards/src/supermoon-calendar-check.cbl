           FILE-CONTROL.
               SELECT F-SUPERMOON-FILE ASSIGN TO 'supermoons.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'supermoon-check-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
           FILE SECTION.
           FD F-SUPERMOON-FILE.
           01 SMOON-DATE PIC X(10).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(60).
           WORKING-STORAGE SECTION.
           01 WS-REPORT-DETAIL.
               05 WS-DETAIL-FINDING PIC X(24).
               05 WS-DETAIL-DATE PIC X(10).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           PERFORM APPLY-HORIZON-OVERRIDE.
           PERFORM REWRITE-CALENDAR-FILE.
           PERFORM CHECK-CALENDAR-HORIZON.
           CLOSE F-REPORT-FILE.
           MOVE 'supermoon-check-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'supermoon-calendar-check' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'supermoon-calendar-check: ' WS-MOON-COUNT
               ' date(s) kept, ' WS-INVALID-COUNT ' invalid, '
               WS-DUPLICATE-COUNT ' duplicate(s)'.
           GOBACK.

      *    Operations sets SUPERMOON-HORIZON-DAYS on the parameter
      *    master to change how far ahead the calendar must reach;
      *    defaults to 90 days.
           APPLY-HORIZON-OVERRIDE.
           MOVE 'supermoon-calendar-check' TO WS-PRQ-PROGRAM.
           MOVE 'SUPERMOON-HORIZON-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-HORIZON-DAYS
           END-IF.

           LOAD-AND-VALIDATE-DATES.
