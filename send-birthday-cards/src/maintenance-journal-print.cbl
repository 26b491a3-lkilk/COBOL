               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(310).
           WORKING-STORAGE SECTION.
               05 WS-DETAIL-CUSTOMER-ID PIC X(6).
           01 WS-IMAGE-LINE.
               05 WS-IMAGE-TAG PIC X(8).
               05 WS-IMAGE-TEXT PIC X(500).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           DISPLAY 'CUSTOMER ID FILTER (BLANK FOR ALL):'.
           END-PERFORM.
           CLOSE F-JOURNAL-FILE.
           CLOSE F-REPORT-FILE.
           MOVE 'maintenance-journal-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'maintenance-journal-print' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'maintenance-journal-print: ' WS-PRINTED-COUNT
               ' journal record(s) printed'.
           GOBACK.
