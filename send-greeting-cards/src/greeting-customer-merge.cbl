           01 WS-RECONCILED-COUNT PIC 9(5).
           01 WS-UNCHANGED-COUNT PIC 9(5).
           01 WS-RECORD-CHANGED PIC 9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    One-time fold of the greeting subsystem's flat customer
           CLOSE F-GREETING-FILE.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-REPORT-FILE.
           MOVE 'greeting-merge-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'greeting-customer-merge' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'greeting-customer-merge: ' WS-ADDED-COUNT
               ' added, ' WS-RECONCILED-COUNT ' reconciled, '
               WS-UNCHANGED-COUNT ' unchanged'.
