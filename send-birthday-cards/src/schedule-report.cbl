               SELECT OPTIONAL F-HOLIDAY-FILE
                   ASSIGN TO 'holiday-calendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SCHEDULE-REPORT-FILE
                   ASSIGN TO 'schedule-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               05 RC-RUNH-SECS PIC ZZZZZ9.
           FD F-HOLIDAY-FILE.
           01 RC-HOLIDAY-DATE PIC X(10).
           FD F-SCHEDULE-REPORT-FILE.
           01 RC-SCHEDULE-LINE PIC X(90).
       WORKING-STORAGE SECTION.
               05 WS-TREND-DATE PIC X(10).
               05 FILLER PIC X(6) VALUE ' SECS='.
               05 WS-TREND-SECS PIC ZZZZZ9.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    run-history.dat records every start and finish; this is
           PERFORM REPORT-DEAD-RUNS.
           PERFORM REPORT-DURATION-TREND.
           CLOSE F-SCHEDULE-REPORT-FILE.
           MOVE 'schedule-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'schedule-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'schedule-report: ' WS-PERIOD-DAYS
               ' day(s) reviewed from ' WS-FROM-DATE.
           GOBACK.

      *    Operations sets SCHEDULE-PERIOD-DAYS (default 7) and
      *    SCHEDULE-WINDOW (HHMM-HHMM, default wide open) on the
      *    parameter master to tune the review without a recompile.
           APPLY-PERIOD-OVERRIDE.
           MOVE 'schedule-report' TO WS-PRQ-PROGRAM.
           MOVE 'SCHEDULE-PERIOD-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-PERIOD-DAYS
           END-IF.

           APPLY-WINDOW-OVERRIDE.
           MOVE 'schedule-report' TO WS-PRQ-PROGRAM.
           MOVE 'SCHEDULE-WINDOW' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF NOT WS-PRQ-NOT-FOUND
           AND WS-PRQ-VALUE(1:4) IS NUMERIC
           AND WS-PRQ-VALUE(6:4) IS NUMERIC
               MOVE WS-PRQ-VALUE(1:4) TO WS-WINDOW-FROM
               MOVE WS-PRQ-VALUE(6:4) TO WS-WINDOW-TO
           END-IF.

           LOAD-HOLIDAY-TABLE.
