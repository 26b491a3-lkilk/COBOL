               SELECT OPTIONAL F-EXCEPTION-FILE
                   ASSIGN TO 'customer-exceptions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-AGING-REPORT-FILE
                   ASSIGN TO 'exception-aging-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
           FILE SECTION.
           FD F-EXCEPTION-FILE.
           01 RC-EXCEPTION-RECORD.
               05 RC-EXCEPTION-CUSTOMER PIC X(500).
               05 RC-EXCEPTION-REASON PIC X(30).
               05 RC-EXCEPTION-DISPOSITION PIC X(9).
               05 FILLER PIC X.
               05 RC-EXCEPTION-RAISED-DATE PIC X(10).
           FD F-AGING-REPORT-FILE.
           01 RC-AGING-LINE PIC X(80).
           FD F-ESCALATION-FILE.
               05 WS-REASON-LINE-KEY PIC X(30).
               05 FILLER PIC X(6) VALUE ' OPEN='.
               05 WS-REASON-LINE-COUNT PIC ZZZZ9.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Anything the review clerk skips sits in
               WS-ESCALATION-DAYS ' day(s)'.
           GOBACK.

      *    Operations sets ESCALATION-DAYS on the parameter master to
      *    change the supervisor window without a recompile; defaults to
      *    30.
           APPLY-ESCALATION-OVERRIDE.
           MOVE 'exception-aging' TO WS-PRQ-PROGRAM.
           MOVE 'ESCALATION-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-ESCALATION-DAYS
           END-IF.

      *    Records from before the raised-date column age as unknown
               WRITE RC-AGING-LINE FROM WS-REASON-LINE
           END-PERFORM.
           CLOSE F-AGING-REPORT-FILE.
           MOVE 'exception-aging-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'exception-aging' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
