                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CUSTOMER-ID.
               SELECT F-REPAIR-REPORT-FILE
                   ASSIGN TO 'address-repair-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RETURNED-MAIL-FILE.
               05 RC-NIXIE-ZIP PIC X(10).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-REPAIR-REPORT-FILE.
           01 RC-REPAIR-RECORD.
               05 RC-REPAIR-CUSTOMER-ID PIC X(6).
               05 RC-REPAIR-NAME PIC X(40).
               05 FILLER PIC X.
               05 RC-REPAIR-ZIP PIC X(10).
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
           01 WS-CUSTOMER-FILE-ENDED PIC 9.
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           01 WS-LOCK-INHERITED PIC 9.
           01 WS-BEFORE-IMAGE PIC X(500).
           01 WS-AFTER-IMAGE PIC X(500).
           01 WS-JOURNAL-FUNCTION PIC X.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           PERFORM APPLY-THRESHOLD-OVERRIDE.
           CLOSE F-RETURNED-MAIL-FILE.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-REPAIR-REPORT-FILE.
           MOVE 'address-repair-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'nixie-batch' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           IF WS-LOCK-INHERITED = 0
               MOVE 'R' TO WS-LOCK-FUNCTION
               CALL 'master-lock' USING WS-LOCK-FUNCTION
               WS-NO-MATCH-COUNT ' unmatched'.
           GOBACK.

      *    Operations sets NIXIE-THRESHOLD on the parameter master to
      *    change how many returned pieces suppress a customer without a
      *    recompile; defaults to 3.
           APPLY-THRESHOLD-OVERRIDE.
           MOVE 'nixie-batch' TO WS-PRQ-PROGRAM.
           MOVE 'NIXIE-THRESHOLD' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-RETURN-THRESHOLD
           END-IF.

      *    The post office hands back name and ZIP, not our customer
           END-IF.

           COUNT-RETURN-AND-SUPPRESS.
           MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE.
           IF RC-CUSTOMER-RETURN-COUNT IS NOT NUMERIC
               MOVE 0 TO RC-CUSTOMER-RETURN-COUNT
           END-IF.
               INVALID KEY
                   DISPLAY 'nixie-batch: rewrite error for customer '
                       RC-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                   MOVE 'C' TO WS-JOURNAL-FUNCTION
                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.
           ADD 1 TO WS-MATCHED-COUNT.

      *    Every counted return -- and the suppression it may set -- is
      *    journaled as a change under the NIXIE tag.
           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP.
           MOVE WS-JOURNAL-FUNCTION TO RC-JRN-FUNCTION.
           MOVE 'NIXIE' TO RC-JRN-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO RC-JRN-BEFORE.
           MOVE WS-AFTER-IMAGE TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.
