       IDENTIFICATION DIVISION.
       PROGRAM-ID. minor-contact-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-MONTH-FILE
                   ASSIGN TO 'minor-report-month.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RC-CUSTOMER-ID
                   FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-HIST-KEY.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'minor-contact-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-MONTH-FILE.
           01 RC-MONTH-PARM PIC X(7).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-RPT-MONTH PIC X(7).
               05 FILLER PIC X.
               05 RC-RPT-KIND PIC X(10).
               05 FILLER PIC X.
               05 RC-RPT-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X.
               05 RC-RPT-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-RPT-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-RPT-AGE-LABEL PIC X(4).
               05 RC-RPT-AGE PIC ZZ9.
               05 FILLER PIC X.
               05 RC-RPT-CODE-LABEL PIC X(5).
               05 RC-RPT-EMAIL-CODE PIC X(10).
           01 RC-REPORT-SUMMARY.
               05 RC-SUM-MONTH PIC X(7).
               05 FILLER PIC X.
               05 RC-SUM-KIND PIC X(10).
               05 FILLER PIC X.
               05 RC-SUM-AGE-LABEL PIC X(10).
               05 RC-SUM-AGE PIC Z9.
               05 FILLER PIC X.
               05 RC-SUM-HISTORY-LABEL PIC X(8).
               05 RC-SUM-HISTORY PIC ZZZZZ9.
               05 FILLER PIC X.
               05 RC-SUM-ELECTRONIC-LABEL PIC X(11).
               05 RC-SUM-ELECTRONIC PIC ZZZZZ9.
               05 FILLER PIC X.
               05 RC-SUM-MINOR-LABEL PIC X(6).
               05 RC-SUM-MINOR PIC ZZZZZ9.
               05 FILLER PIC X.
               05 RC-SUM-UNVERIFIED-LABEL PIC X(11).
               05 RC-SUM-UNVERIFIED PIC ZZZZZ9.
               05 FILLER PIC X.
               05 RC-SUM-VIOLATION-LABEL PIC X(11).
               05 RC-SUM-VIOLATION PIC ZZZZZ9.
               05 FILLER PIC X.
               05 RC-SUM-VERDICT PIC X(13).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-CURRENT-YEAR PIC 9999.
           01 WS-CURRENT-MONTH PIC 99.
           01 WS-MINOR-CONTACT-AGE PIC 99 VALUE 13.
           01 WS-RUN-DATE PIC X(10).
           01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
               05 WS-RUN-YEAR PIC 9999.
               05 FILLER PIC X.
               05 WS-RUN-MONTH PIC 99.
               05 FILLER PIC X.
               05 WS-RUN-DAY PIC 99.
           01 WS-CUSTOMER-AGE PIC 999.
           01 WS-IS-ELECTRONIC PIC 9.
           01 WS-HISTORY-COUNT PIC 9(6).
           01 WS-ELECTRONIC-COUNT PIC 9(6).
           01 WS-MINOR-COUNT PIC 9(6).
           01 WS-UNVERIFIED-COUNT PIC 9(6).
           01 WS-VIOLATION-COUNT PIC 9(6).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Compliance's monthly proof that nothing electronic went to
      *    anyone under the minimum contact age.  Every card-history
      *    record from the report month is reconciled against the
      *    customer's date of birth: the age is taken on the run date
      *    of the record, and a record counts as electronic contact
      *    when it carries an e-mail/text response code or is an
      *    E-SENT/E-BOUNCE dispatch entry.  Each electronic contact
      *    with a minor is listed as a VIOLATION line; the summary
      *    line certifies the month only when there are none.  A
      *    record whose customer is no longer on file (erased or
      *    purged) or has no usable date of birth is counted as
      *    unverified, since its age cannot be proven either way.
           PERFORM APPLY-MONTH-OVERRIDE.
           PERFORM APPLY-MINOR-AGE-OVERRIDE.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE 0 TO WS-ELECTRONIC-COUNT.
           MOVE 0 TO WS-MINOR-COUNT.
           MOVE 0 TO WS-UNVERIFIED-COUNT.
           MOVE 0 TO WS-VIOLATION-COUNT.
           OPEN EXTEND F-REPORT-FILE.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN INPUT F-HISTORY-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HISTORY-FILE NEXT
                   NOT AT END
                       IF RC-HIST-RUN-DATE(1:7) = WS-REPORT-MONTH
                           PERFORM CHECK-HISTORY-RECORD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.
           CLOSE F-CUSTOMER-FILE.
           PERFORM WRITE-SUMMARY-LINE.
           CLOSE F-REPORT-FILE.
           MOVE 'minor-contact-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'minor-contact-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'minor-contact-report: ' WS-REPORT-MONTH ' '
               WS-HISTORY-COUNT ' history records, '
               WS-ELECTRONIC-COUNT ' electronic, '
               WS-MINOR-COUNT ' to minors, '
               WS-UNVERIFIED-COUNT ' unverified, '
               WS-VIOLATION-COUNT ' violations'.
           IF WS-VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Operations drops a minor-report-month.dat control record
      *    of YYYY-MM for the month to report; defaults to the month
      *    before the current one, the first month whose mailings
      *    are complete.
           APPLY-MONTH-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURRENT-MONTH.
           IF WS-CURRENT-MONTH = 1
               MOVE 12 TO WS-CURRENT-MONTH
               SUBTRACT 1 FROM WS-CURRENT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CURRENT-MONTH
           END-IF.
           MOVE SPACES TO WS-REPORT-MONTH.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH
               INTO WS-REPORT-MONTH
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MONTH-FILE.
           READ F-MONTH-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-MONTH-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-MONTH-PARM NOT = SPACES
               MOVE RC-MONTH-PARM TO WS-REPORT-MONTH
           END-IF.

      *    The same MINOR-CONTACT-AGE parameter the senders apply, so
      *    the report tests the threshold actually in force.
           APPLY-MINOR-AGE-OVERRIDE.
           MOVE 'minor-contact-report' TO WS-PRQ-PROGRAM.
           MOVE 'MINOR-CONTACT-AGE' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-MINOR-CONTACT-AGE
           END-IF.

           CHECK-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-COUNT.
           MOVE 0 TO WS-IS-ELECTRONIC.
           IF RC-HIST-EMAIL-CODE NOT = SPACES
           OR RC-HIST-OCCASION(1:2) = 'E-'
               MOVE 1 TO WS-IS-ELECTRONIC
               ADD 1 TO WS-ELECTRONIC-COUNT
           END-IF.
           MOVE RC-HIST-CUSTOMER-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE RC-HIST-RUN-DATE TO WS-RUN-DATE.
           IF NOT WS-CUSTOMER-FOUND
           OR RC-DOB-YEAR IS NOT NUMERIC
           OR RC-DOB-MONTH IS NOT NUMERIC
           OR RC-DOB-DAY IS NOT NUMERIC
           OR WS-RUN-YEAR IS NOT NUMERIC
           OR WS-RUN-MONTH IS NOT NUMERIC
           OR WS-RUN-DAY IS NOT NUMERIC
               ADD 1 TO WS-UNVERIFIED-COUNT
           ELSE
               COMPUTE WS-CUSTOMER-AGE = WS-RUN-YEAR - RC-DOB-YEAR
               IF RC-DOB-MONTH > WS-RUN-MONTH
               OR (RC-DOB-MONTH = WS-RUN-MONTH
                   AND RC-DOB-DAY > WS-RUN-DAY)
                   SUBTRACT 1 FROM WS-CUSTOMER-AGE
               END-IF
               IF WS-CUSTOMER-AGE < WS-MINOR-CONTACT-AGE
                   ADD 1 TO WS-MINOR-COUNT
                   IF WS-IS-ELECTRONIC = 1
                       ADD 1 TO WS-VIOLATION-COUNT
                       PERFORM WRITE-VIOLATION-LINE
                   END-IF
               END-IF
           END-IF.

           WRITE-VIOLATION-LINE.
           MOVE SPACES TO RC-REPORT-RECORD.
           MOVE WS-REPORT-MONTH TO RC-RPT-MONTH.
           MOVE 'VIOLATION' TO RC-RPT-KIND.
           MOVE RC-HIST-CUSTOMER-ID TO RC-RPT-CUSTOMER-ID.
           MOVE RC-HIST-RUN-DATE TO RC-RPT-RUN-DATE.
           MOVE RC-HIST-OCCASION TO RC-RPT-OCCASION.
           MOVE 'AGE=' TO RC-RPT-AGE-LABEL.
           MOVE WS-CUSTOMER-AGE TO RC-RPT-AGE.
           MOVE 'CODE=' TO RC-RPT-CODE-LABEL.
           MOVE RC-HIST-EMAIL-CODE TO RC-RPT-EMAIL-CODE.
           WRITE RC-REPORT-RECORD.

           WRITE-SUMMARY-LINE.
           MOVE SPACES TO RC-REPORT-SUMMARY.
           MOVE WS-REPORT-MONTH TO RC-SUM-MONTH.
           MOVE 'SUMMARY' TO RC-SUM-KIND.
           MOVE 'UNDER-AGE=' TO RC-SUM-AGE-LABEL.
           MOVE WS-MINOR-CONTACT-AGE TO RC-SUM-AGE.
           MOVE 'HISTORY=' TO RC-SUM-HISTORY-LABEL.
           MOVE WS-HISTORY-COUNT TO RC-SUM-HISTORY.
           MOVE 'ELECTRONIC=' TO RC-SUM-ELECTRONIC-LABEL.
           MOVE WS-ELECTRONIC-COUNT TO RC-SUM-ELECTRONIC.
           MOVE 'MINOR=' TO RC-SUM-MINOR-LABEL.
           MOVE WS-MINOR-COUNT TO RC-SUM-MINOR.
           MOVE 'UNVERIFIED=' TO RC-SUM-UNVERIFIED-LABEL.
           MOVE WS-UNVERIFIED-COUNT TO RC-SUM-UNVERIFIED.
           MOVE 'VIOLATIONS=' TO RC-SUM-VIOLATION-LABEL.
           MOVE WS-VIOLATION-COUNT TO RC-SUM-VIOLATION.
           IF WS-VIOLATION-COUNT = 0
               MOVE 'CERTIFIED' TO RC-SUM-VERDICT
           ELSE
               MOVE 'NOT CERTIFIED' TO RC-SUM-VERDICT
           END-IF.
           WRITE RC-REPORT-SUMMARY.
