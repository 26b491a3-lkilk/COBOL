                   10 WS-SUFFIX-SHORT PIC X(5).
           01 WS-ZIP-DIGITS PIC X(10).
           01 WS-ZIP-WORK PIC X(10).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           PERFORM INITIALIZE-SUFFIX-TABLE.
           END-PERFORM.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-REPORT-FILE.
           MOVE 'address-standardize-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'address-standardize' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'address-standardize: ' WS-CHANGED-COUNT
               ' record(s) changed'.
           GOBACK.
