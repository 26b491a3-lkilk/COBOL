               SELECT OPTIONAL F-SUPERMOON-FILE
                   ASSIGN TO 'supermoons.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-IMPORT-REPORT-FILE
                   ASSIGN TO 'almanac-import-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               05 RC-ALM-MAGNITUDE PIC X(7).
           FD F-SUPERMOON-FILE.
           01 SMOON-DATE PIC X(10).
           FD F-IMPORT-REPORT-FILE.
           01 RC-IMPORT-LINE PIC X(60).
       WORKING-STORAGE SECTION.
           01 WS-REPORT-DETAIL.
               05 WS-DETAIL-FINDING PIC X(24).
               05 WS-DETAIL-DATE PIC X(10).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    supermoons.dat was keyed in by hand from the published
               ' invalid, ' WS-SKIPPED-COUNT ' non-FULL)'.
           GOBACK.

      *    Same SUPERMOON-HORIZON-DAYS parameter
      *    supermoon-calendar-check honors; defaults to 90 days.
           APPLY-HORIZON-OVERRIDE.
           MOVE 'almanac-import' TO WS-PRQ-PROGRAM.
           MOVE 'SUPERMOON-HORIZON-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-HORIZON-DAYS
           END-IF.

           LOAD-ALMANAC-FEED.
               END-IF
           END-PERFORM.
           CLOSE F-IMPORT-REPORT-FILE.
           MOVE 'almanac-import-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'almanac-import' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.

           REPLACE-SUPERMOON-TABLE.
           OPEN OUTPUT F-SUPERMOON-FILE.
