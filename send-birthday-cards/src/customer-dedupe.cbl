               SELECT OPTIONAL F-TRACE-FILE
                   ASSIGN TO 'merge-trace.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
               05 FILLER PIC X.
               05 RC-TRACE-SURVIVOR-ID PIC 9(6).
               05 FILLER PIC X.
               05 RC-TRACE-DUP-IMAGE PIC X(500).
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
           01 WS-DUPLICATE-ID PIC 9(6).
           COPY "customer-record.cpy"
               REPLACING LEADING ==RC== BY ==DUP==.
           01 WS-BEFORE-IMAGE PIC X(500).
           01 WS-AFTER-IMAGE PIC X(500).
           01 WS-JOURNAL-FUNCTION PIC X.
           01 WS-SCAN-SUB-1 PIC 9(5).
           01 WS-SCAN-SUB-2 PIC 9(5).
           01 WS-SCAN-COUNT PIC 9(5) VALUE 0.
           01 WS-MATCH-NAME-WORK PIC X(40).
           01 WS-SCAN-TABLE.
               05 WS-SCAN-ENTRY OCCURS 0 TO 60000 TIMES
               DEPENDING ON WS-SCAN-COUNT.
                   10 WS-SCAN-ID PIC 9(6).
                   10 WS-SCAN-NAME PIC X(40).
                   10 WS-SCAN-MATCH-NAME PIC X(40).
                   10 WS-SCAN-DOB PIC X(10).
                   10 WS-SCAN-ZIP5 PIC X(5).
       PROCEDURE DIVISION.
               ADD 1 TO WS-SCAN-COUNT
               MOVE RC-CUSTOMER-ID TO WS-SCAN-ID(WS-SCAN-COUNT)
               MOVE RC-CUSTOMER-NAME TO WS-SCAN-NAME(WS-SCAN-COUNT)
               PERFORM BUILD-MATCH-NAME
               MOVE WS-MATCH-NAME-WORK
                   TO WS-SCAN-MATCH-NAME(WS-SCAN-COUNT)
               MOVE RC-CUSTOMER-DOB TO WS-SCAN-DOB(WS-SCAN-COUNT)
               MOVE RC-ADDR-ZIP(1:5) TO WS-SCAN-ZIP5(WS-SCAN-COUNT)
           ELSE
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.

      *    A parsed name matches on surname and first name alone, so
      *    "DR JOHN SMITH" and "John Smith" pair up whatever title,
      *    initial or suffix was keyed; an unparsed name matches on
      *    the whole name.  Either way case does not count.
           BUILD-MATCH-NAME.
           MOVE SPACES TO WS-MATCH-NAME-WORK.
           IF RC-NAME-LAST NOT = SPACES
               STRING FUNCTION TRIM(RC-NAME-LAST) ' '
                   FUNCTION TRIM(RC-NAME-FIRST)
                   DELIMITED BY SIZE INTO WS-MATCH-NAME-WORK
               END-STRING
           ELSE
               MOVE RC-CUSTOMER-NAME TO WS-MATCH-NAME-WORK
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-MATCH-NAME-WORK)
               TO WS-MATCH-NAME-WORK.

      *    Probable duplicate: same name, same DOB, same 5-digit ZIP
      *    under two different IDs.  The report shows the first
      *    record's name as keyed.  The lower ID is reported first as
      *    the suggested survivor.
           REPORT-MATCHING-PAIRS.
           PERFORM VARYING WS-SCAN-SUB-2 FROM WS-SCAN-SUB-1 BY 1
               UNTIL WS-SCAN-SUB-2 > WS-SCAN-COUNT
               IF WS-SCAN-SUB-2 > WS-SCAN-SUB-1
               AND WS-SCAN-MATCH-NAME(WS-SCAN-SUB-2) =
                   WS-SCAN-MATCH-NAME(WS-SCAN-SUB-1)
               AND WS-SCAN-DOB(WS-SCAN-SUB-2) =
                   WS-SCAN-DOB(WS-SCAN-SUB-1)
               AND WS-SCAN-ZIP5(WS-SCAN-SUB-2) =
           CLOSE F-TRACE-FILE.

      *    The duplicate's non-blank email fills a blank survivor
      *    email, its name parts and salutation fill a survivor that
      *    has none, an opt-out or deceased flag on either record wins,
      *    then the duplicate is deleted.  The trace record keeps the
      *    full duplicate image because the print-history questions
      *    always come later.
           END-IF.

           FOLD-AND-DELETE-DUPLICATE.
           MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE.
           IF RC-CUSTOMER-EMAIL = SPACES
           AND DUP-CUSTOMER-EMAIL NOT = SPACES
               MOVE DUP-CUSTOMER-EMAIL TO RC-CUSTOMER-EMAIL
           END-IF.
           IF RC-CUSTOMER-NAME-PARTS = SPACES
               MOVE DUP-CUSTOMER-NAME-PARTS TO RC-CUSTOMER-NAME-PARTS
           END-IF.
           IF RC-CUSTOMER-SALUTATION = SPACES
               MOVE DUP-CUSTOMER-SALUTATION TO RC-CUSTOMER-SALUTATION
           END-IF.
           IF DUP-CUSTOMER-DO-NOT-MAIL = 'Y'
               MOVE 'Y' TO RC-CUSTOMER-DO-NOT-MAIL
           END-IF.
                   DISPLAY 'customer-dedupe: survivor rewrite error '
                       'for ' WS-SURVIVOR-ID
                   ADD 1 TO WS-MERGE-ERROR-COUNT
               NOT INVALID KEY
                   MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                   MOVE 'C' TO WS-JOURNAL-FUNCTION
                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.
           MOVE WS-DUPLICATE-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
                   ADD 1 TO WS-MERGE-ERROR-COUNT
               NOT INVALID KEY
                   PERFORM WRITE-MERGE-TRACE
                   MOVE DUP-CUSTOMER-INFO TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE 'D' TO WS-JOURNAL-FUNCTION
                   PERFORM WRITE-JOURNAL-RECORD
                   ADD 1 TO WS-MERGED-COUNT
           END-DELETE.

           MOVE WS-SURVIVOR-ID TO RC-TRACE-SURVIVOR-ID.
           MOVE DUP-CUSTOMER-INFO TO RC-TRACE-DUP-IMAGE.
           WRITE RC-TRACE-RECORD.

      *    Both halves of a merge go on the maintenance journal -- the
      *    survivor's change and the duplicate's delete -- under the
      *    DEDUPE tag, so customer-recover replays them and the
      *    movement report can count the merge.
           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP.
           MOVE WS-JOURNAL-FUNCTION TO RC-JRN-FUNCTION.
           MOVE 'DEDUPE' TO RC-JRN-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO RC-JRN-BEFORE.
           MOVE WS-AFTER-IMAGE TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.
