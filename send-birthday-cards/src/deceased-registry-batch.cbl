               SELECT OPTIONAL F-QUIET-FILE
                   ASSIGN TO 'quiet-addresses.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-REGISTRY-FILE.
               05 RC-QUIET-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-QUIET-ADDRESS PIC X(140).
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
           01 WS-APPLIED-COUNT PIC 9(5).
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
           PERFORM REPORT-UNMATCHED-REGISTRY.
           CLOSE F-QUIET-FILE.
           CLOSE F-REPORT-FILE.
           MOVE 'deceased-registry-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'deceased-registry-batch' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           IF WS-LOCK-INHERITED = 0
               MOVE 'R' TO WS-LOCK-FUNCTION
               CALL 'master-lock' USING WS-LOCK-FUNCTION
           APPLY-EXACT-MATCH.
           MOVE 2 TO WS-REG-MATCH-STATE(REG-IDX).
           IF RC-CUSTOMER-DECEASED NOT = 'Y'
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               MOVE 'Y' TO RC-CUSTOMER-DECEASED
               MOVE WS-REG-DEATH-DATE(REG-IDX)
                   TO RC-CUSTOMER-DECEASED-DATE
                   INVALID KEY
                       DISPLAY 'deceased-registry-batch: rewrite '
                           'error for customer ' RC-CUSTOMER-ID
                   NOT INVALID KEY
                       MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                       MOVE 'C' TO WS-JOURNAL-FUNCTION
                       PERFORM WRITE-JOURNAL-RECORD
               END-REWRITE
               MOVE SPACES TO RC-REPORT-RECORD
               MOVE 'APPLIED' TO RC-REPORT-DISPOSITION
                   ADD 1 TO WS-NO-MATCH-COUNT
               END-IF
           END-PERFORM.

      *    Each registry death applied to the master is journaled as a
      *    change under the DECEASED tag.
           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP.
           MOVE WS-JOURNAL-FUNCTION TO RC-JRN-FUNCTION.
           MOVE 'DECEASED' TO RC-JRN-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO RC-JRN-BEFORE.
           MOVE WS-AFTER-IMAGE TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.
