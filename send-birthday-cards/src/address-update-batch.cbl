               SELECT OPTIONAL F-REMAIL-QUEUE-FILE
                   ASSIGN TO 'pending-remails.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-UPDATE-FILE.
               05 RC-REMAIL-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-REMAIL-ORIG-DATE PIC X(10).
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
           01 WS-CUSTOMER-STATUS PIC XX.
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           01 WS-LOCK-INHERITED PIC 9.
           01 WS-BEFORE-IMAGE PIC X(500).
           01 WS-AFTER-IMAGE PIC X(500).
           01 WS-JOURNAL-FUNCTION PIC X.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           MOVE 0 TO WS-APPLIED-COUNT.
           CLOSE F-UPDATE-FILE.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-REPORT-FILE.
           MOVE 'address-update-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'address-update-batch' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           CLOSE F-HISTORY-FILE.
           CLOSE F-REMAIL-QUEUE-FILE.
           IF WS-LOCK-INHERITED = 0
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               MOVE 0 TO WS-WAS-SUPPRESSED
               IF RC-CUSTOMER-MAIL-SUPPRESSED = 'Y'
                   MOVE 1 TO WS-WAS-SUPPRESSED
                   INVALID KEY
                       PERFORM REPORT-REWRITE-ERROR
                   NOT INVALID KEY
                       MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                       MOVE 'C' TO WS-JOURNAL-FUNCTION
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM REPORT-UPDATE-APPLIED
                       IF WS-WAS-SUPPRESSED = 1
                           PERFORM QUEUE-REMAIL-FOR-CUSTOMER
           MOVE 'REWRITE ERROR' TO RC-REPORT-DETAIL.
           WRITE RC-REPORT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.

      *    Each address correction applied from the feed -- and the
      *    suppression it lifts -- is journaled as a change under the
      *    ADDRFEED tag.
           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP.
           MOVE WS-JOURNAL-FUNCTION TO RC-JRN-FUNCTION.
           MOVE 'ADDRFEED' TO RC-JRN-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO RC-JRN-BEFORE.
           MOVE WS-AFTER-IMAGE TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.
