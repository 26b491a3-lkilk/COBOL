               05 WS-DET-MANIFEST PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-DET-VERDICT PIC X(24).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    After the June disk-full incident the history was short 41
               VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > 4.
           CLOSE F-INTEGRITY-REPORT-FILE.
           MOVE 'integrity-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'history-integrity-check' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           IF WS-AUDIT-WAS-FOUND = 0
               DISPLAY 'history-integrity-check: no run-audit '
                   'record for ' WS-TODAYS-DATE
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
      *                Translation-fallback lines carry no volumes;
      *                brand and vendor lines only split the
      *                volume line's.
                       IF RC-AUDIT-DATE = WS-TODAYS-DATE
                       AND RC-AUDIT-BIRTHDAY-LABEL NOT = 'FALLBACK='
                       AND RC-AUDIT-BIRTHDAY-LABEL(1:6) NOT = 'BRAND='
                       AND RC-AUDIT-BIRTHDAY-LABEL(1:7) NOT = 'VENDOR='
                           MOVE 1 TO WS-AUDIT-WAS-FOUND
                           COMPUTE WS-AUDIT-COUNT(1) =
                               FUNCTION NUMVAL(
