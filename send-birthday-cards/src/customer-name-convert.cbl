       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-name-convert.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CUSTOMER-ID.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'name-convert-exceptions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-REPORT-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X.
               05 RC-REPORT-NAME PIC X(40).
               05 FILLER PIC X.
               05 RC-REPORT-REASON PIC X(30).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PARSED-COUNT PIC 9(6).
           01 WS-UNPARSED-COUNT PIC 9(6).
           01 WS-ALREADY-COUNT PIC 9(6).
           01 WS-NP-FUNCTION PIC X.
           01 WS-NP-FIRST-NAME PIC X(40).
           01 WS-NP-FORMAL-NAME PIC X(40).
           01 WS-NP-RESULT PIC 9.
           01 WS-NP-REASON PIC X(30).
       PROCEDURE DIVISION.

      *    One-time split of the free-form customer name into the
      *    title, first, middle, last and suffix fields.  Every record
      *    whose parts are still blank goes through name-parser; the
      *    parts are rewritten in place and the full name is left as
      *    keyed.  A name that cannot be split with confidence (a
      *    single word, a joint or business name, too many words) is
      *    left unparsed and listed on name-convert-exceptions.dat
      *    with the reason, for customer-maintenance to fill in by
      *    hand -- until then the cards print the full name as they
      *    always have.  Records already holding parts are skipped,
      *    so a rerun only retries what is still unparsed.  The name
      *    index is rebuilt at the end on the parsed surnames.
           MOVE 0 TO WS-PARSED-COUNT.
           MOVE 0 TO WS-UNPARSED-COUNT.
           MOVE 0 TO WS-ALREADY-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-CUSTOMER-FILE.
           OPEN OUTPUT F-REPORT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMER-FILE NEXT
                   NOT AT END
                       PERFORM CONVERT-ONE-CUSTOMER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-REPORT-FILE.
           DISPLAY 'customer-name-convert: ' WS-PARSED-COUNT
               ' name(s) parsed, ' WS-UNPARSED-COUNT
               ' left for review, ' WS-ALREADY-COUNT
               ' already held parts'.
           CALL 'name-index-builder'.
           GOBACK.

           CONVERT-ONE-CUSTOMER.
           IF RC-CUSTOMER-NAME-PARTS NOT = SPACES
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               MOVE 'P' TO WS-NP-FUNCTION
               CALL 'name-parser' USING WS-NP-FUNCTION
                   RC-CUSTOMER-INFO WS-NP-FIRST-NAME
                   WS-NP-FORMAL-NAME WS-NP-RESULT WS-NP-REASON
               IF WS-NP-RESULT = 0
                   REWRITE RC-CUSTOMER-INFO
                       INVALID KEY
                           DISPLAY 'customer-name-convert: rewrite '
                               'error for customer ' RC-CUSTOMER-ID
                   END-REWRITE
                   ADD 1 TO WS-PARSED-COUNT
               ELSE
                   MOVE SPACES TO RC-REPORT-RECORD
                   MOVE RC-CUSTOMER-ID TO RC-REPORT-CUSTOMER-ID
                   MOVE RC-CUSTOMER-NAME TO RC-REPORT-NAME
                   MOVE WS-NP-REASON TO RC-REPORT-REASON
                   WRITE RC-REPORT-RECORD
                   ADD 1 TO WS-UNPARSED-COUNT
               END-IF
           END-IF.
