               05 RC-ENR-CUSTOMER-ID PIC X(6).
               05 FILLER PIC X.
               05 RC-ENR-DATE PIC X(10).
      *        Optional trailing column: the customer's preferred
      *        language as the sales system captured it.  Blank
      *        leaves the master's language as it is.
               05 FILLER PIC X.
               05 RC-ENR-LANGUAGE PIC X(2).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-REPORT-FILE.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-APPLIED-COUNT PIC 9(5).
           01 WS-REJECTED-COUNT PIC 9(5).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    One-time (and thereafter incremental) load of enrollment
           CLOSE F-ENROLLMENT-FILE.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-REPORT-FILE.
           MOVE 'enrollment-load-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'enrollment-load' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'enrollment-load: ' WS-APPLIED-COUNT
               ' applied, ' WS-REJECTED-COUNT ' rejected'.
           GOBACK.
               OR RC-ENR-DATE(6:2) IS NOT NUMERIC
               OR RC-ENR-DATE(9:2) IS NOT NUMERIC
                   PERFORM REJECT-ENROLLMENT
               WHEN RC-ENR-LANGUAGE NOT = SPACES
               AND (FUNCTION UPPER-CASE(RC-ENR-LANGUAGE)
                   IS NOT ALPHABETIC-UPPER
               OR RC-ENR-LANGUAGE(1:1) = SPACE
               OR RC-ENR-LANGUAGE(2:1) = SPACE)
                   PERFORM REJECT-ENROLLMENT
               WHEN OTHER
                   PERFORM LOOK-UP-AND-APPLY
           END-EVALUATE.
           REJECT-ENROLLMENT.
           MOVE SPACES TO RC-REPORT-RECORD.
           MOVE RC-ENR-CUSTOMER-ID TO RC-REPORT-CUSTOMER-ID.
           MOVE 'BAD ID, DATE, OR LANGUAGE' TO RC-REPORT-DISPOSITION.
           WRITE RC-REPORT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.

           END-READ.
           IF WS-CUSTOMER-FOUND
               MOVE RC-ENR-DATE TO RC-CUSTOMER-ENROLL-DATE
               IF RC-ENR-LANGUAGE NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(RC-ENR-LANGUAGE)
                       TO RC-CUSTOMER-LANGUAGE
               END-IF
               REWRITE RC-CUSTOMER-INFO
                   INVALID KEY
                       DISPLAY 'enrollment-load: rewrite error for '
