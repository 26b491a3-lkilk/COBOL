                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT OPTIONAL F-ARCHIVE-FILE
                   ASSIGN TO 'customer-archive.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PURGE-REPORT-FILE
                   ASSIGN TO 'purge-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-ARCHIVE-FILE.
           COPY "customer-record.cpy"
               REPLACING LEADING ==RC== BY ==ARC==.
               05 RC-PURGE-NAME PIC X(40).
               05 FILLER PIC X.
               05 RC-PURGE-REASON PIC X(30).
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-FUNCTION PIC X.
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-PURGE-REASON PIC X(30).
           01 WS-HAS-HISTORY PIC 9.
           01 WS-ARCHIVED-COUNT PIC 9(5).
           01 WS-BEFORE-IMAGE PIC X(500).
           01 WS-AFTER-IMAGE PIC X(500).
           01 WS-JOURNAL-FUNCTION PIC X.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           PERFORM APPLY-RETENTION-OVERRIDE.
           CLOSE F-HISTORY-FILE.
           CLOSE F-ARCHIVE-FILE.
           CLOSE F-PURGE-REPORT-FILE.
           MOVE 'purge-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'customer-archive-purge' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'customer-archive-purge: ' WS-ARCHIVED-COUNT
               ' record(s) archived and purged'.
           IF WS-ARCHIVED-COUNT > 0
           END-IF.
           GOBACK.

      *    Operations sets RETENTION-YEARS on the parameter master to
      *    change the deceased retention window without a recompile;
      *    defaults to 7 years.
           APPLY-RETENTION-OVERRIDE.
           MOVE 'customer-archive-purge' TO WS-PRQ-PROGRAM.
           MOVE 'RETENTION-YEARS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-RETENTION-YEARS
           END-IF.

      *    Two ways out of the master: deceased longer than the
           MOVE RC-CUSTOMER-NAME TO RC-PURGE-NAME.
           MOVE WS-PURGE-REASON TO RC-PURGE-REASON.
           WRITE RC-PURGE-RECORD.
           MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE.
           DELETE F-CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'customer-archive-purge: delete error '
                       'for customer ' RC-CUSTOMER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVED-COUNT
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE 'D' TO WS-JOURNAL-FUNCTION
                   PERFORM WRITE-JOURNAL-RECORD
           END-DELETE.

      *    A purge is journaled as a delete under the PURGE tag, so
      *    customer-recover does not bring the customer back and the
      *    movement report can tell a purge from an operator delete.
           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP.
           MOVE WS-JOURNAL-FUNCTION TO RC-JRN-FUNCTION.
           MOVE 'PURGE' TO RC-JRN-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO RC-JRN-BEFORE.
           MOVE WS-AFTER-IMAGE TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.
