               05 WS-SUMMARY-LABEL PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-SUMMARY-COUNT PIC ZZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           STRING FUNCTION CURRENT-DATE(1:4) '-'
           CLOSE F-CUSTOMER-FILE.
           PERFORM WRITE-SUMMARY-SECTION.
           CLOSE F-REPORT-FILE.
           MOVE 'data-quality-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'data-quality-audit' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           GOBACK.

           INITIALIZE-ANOMALY-TABLE.
