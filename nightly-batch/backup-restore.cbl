       IDENTIFICATION DIVISION.
       PROGRAM-ID. backup-restore.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-REQUEST-FILE
                   ASSIGN TO 'restore-request.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANIFEST-STATUS.
               SELECT OPTIONAL F-IMAGE-FILE
                   ASSIGN TO DYNAMIC WS-IMAGE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IMAGE-STATUS.
               SELECT F-TARGET-FILE
                   ASSIGN TO DYNAMIC WS-TARGET-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CUSTOMER-FILE
                   ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-CUSTOMER-ID
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-ARCHIVE-FILE
                   ASSIGN TO 'card-history-archive.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARC-HIST-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-SUMMARY-FILE
                   ASSIGN TO 'contact-summary.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-SUM-CUSTOMER-ID
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-CASE-FILE
                   ASSIGN TO 'customer-cases.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-CASE-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-EVENT-FILE
                   ASSIGN TO 'customer-events.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-EVT-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-DEPENDENT-FILE
                   ASSIGN TO 'dependents.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-DEP-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-PARAMETER-FILE
                   ASSIGN TO 'parameter-master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-PRM-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-REPORT-INDEX-FILE
                   ASSIGN TO 'report-index.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-RIX-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-RESP-CODE
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-SEED-LEDGER-FILE
                   ASSIGN TO 'seed-ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-SDL-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-STOCK-LEDGER-FILE
                   ASSIGN TO 'stock-ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-STK-KEY
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-VENDOR-MASTER-FILE
                   ASSIGN TO 'vendor-master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-VM-CODE
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-PEOPLE-FILE
                   ASSIGN TO 'people.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-PERSON-EMP-ID
                   FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
           FILE SECTION.
      *    What to bring back: the generation date and one file of
      *    the set, or ALL (or blank) for the whole set.
           FD F-REQUEST-FILE.
           01 RC-RESTORE-REQUEST.
               05 RC-RRQ-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-RRQ-FILE PIC X(40).
           FD F-MANIFEST-FILE.
           COPY "backup-manifest-record.cpy".
           FD F-IMAGE-FILE.
           01 RC-IMAGE-LINE PIC X(2000).
           FD F-TARGET-FILE.
           01 RC-TARGET-LINE PIC X(2000).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-ARCHIVE-FILE.
           COPY "card-history-record.cpy"
               REPLACING LEADING ==RC== BY ==ARC==.
           FD F-SUMMARY-FILE.
           COPY "contact-summary-record.cpy".
           FD F-CASE-FILE.
           COPY "customer-case-record.cpy".
           FD F-EVENT-FILE.
           COPY "customer-event-record.cpy".
           FD F-DEPENDENT-FILE.
           COPY "dependent-record.cpy".
           FD F-PARAMETER-FILE.
           COPY "parameter-record.cpy".
           FD F-REPORT-INDEX-FILE.
           COPY "report-index-record.cpy".
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
           FD F-SEED-LEDGER-FILE.
           COPY "seed-ledger-record.cpy".
           FD F-STOCK-LEDGER-FILE.
           COPY "stock-ledger-record.cpy".
           FD F-VENDOR-MASTER-FILE.
           COPY "vendor-master-record.cpy".
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-IMAGE-IS-ENDED PIC 9.
           01 WS-IMAGE-IS-PRESENT PIC 9.
           01 WS-MASTER-STATUS PIC XX.
           01 WS-MANIFEST-STATUS PIC XX.
           01 WS-IMAGE-STATUS PIC XX.
           01 WS-GENERATION-DATE PIC X(10).
           01 WS-RESTORE-FILE PIC X(40).
           01 WS-RESTORE-IS-WHOLE-SET PIC 9.
           01 WS-MANIFEST-FILENAME PIC X(60).
           01 WS-IMAGE-FILENAME PIC X(60).
           01 WS-TARGET-FILENAME PIC X(40).
           01 WS-IMAGE-LINE PIC X(2000).
           01 WS-RECORD-COUNT PIC 9(9).
           01 WS-HASH-TOTAL PIC 9(18).
           01 WS-LOAD-COUNT PIC 9(9).
           01 WS-LOAD-ERRORS PIC 9(9).
           01 WS-FILES-SELECTED PIC 9(4).
           01 WS-FILES-IN-ERROR PIC 9(4).
           01 WS-FILES-RESTORED PIC 9(4).
           01 WS-CUSTOMERS-RESTORED PIC 9.
           01 WS-RESTORE-RETURN-CODE PIC 9 VALUE 0.
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
           01 WS-LOCK-FUNCTION PIC X.
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
       PROCEDURE DIVISION.

      *    Brings back one file, or the whole set, from a backup
      *    generation system-backup wrote.  Nothing is touched until
      *    every image asked for has been recounted against its
      *    manifest line: one short, missing or with a moved hash
      *    total refuses the whole restore, so a bad image never
      *    half-replaces the live files.  An indexed master is loaded
      *    OUTPUT from its flat image, rebuilding the index cleanly;
      *    a sequential file is copied back over the live one.  A
      *    file absent at backup time is left as it is now.  The
      *    customer master's side indexes are rebuilt after it comes
      *    back.  Holds the customer master lock while it works.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'backup-restore' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'backup-restore: operator ' WS-OPERATOR-ID
                   ' is not authorized -- refused'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-RESTORE-REQUEST.
           IF WS-GENERATION-DATE = SPACES
               DISPLAY 'backup-restore: no generation date on '
                   'restore-request.dat -- nothing restored'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING 'backup-manifest-' WS-GENERATION-DATE '.dat'
               DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           END-STRING.
           MOVE 'A' TO WS-LOCK-FUNCTION.
           MOVE 'backup-restore' TO WS-LOCK-HOLDER.
           CALL 'master-lock' USING WS-LOCK-FUNCTION WS-LOCK-HOLDER
               WS-LOCK-RESULT WS-LOCK-OWNER
               ON EXCEPTION
                   MOVE 0 TO WS-LOCK-RESULT
           END-CALL.
           IF WS-LOCK-RESULT NOT = 0
               DISPLAY 'backup-restore: customer master is in use by '
                   WS-LOCK-OWNER ' -- nothing restored'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-GENERATION.
           IF WS-FILES-SELECTED = 0
           OR WS-FILES-IN-ERROR > 0
               DISPLAY 'backup-restore: generation '
                   WS-GENERATION-DATE ' -- ' WS-FILES-IN-ERROR
                   ' image(s) in error, ' WS-FILES-SELECTED
                   ' selected -- nothing restored'
               MOVE 8 TO WS-RESTORE-RETURN-CODE
           ELSE
               PERFORM RESTORE-GENERATION
               IF WS-CUSTOMERS-RESTORED = 1
                   CALL 'dob-xref-builder'
                   CALL 'name-index-builder'
               END-IF
               DISPLAY 'backup-restore: generation '
                   WS-GENERATION-DATE ' -- ' WS-FILES-RESTORED
                   ' file(s) restored by ' WS-OPERATOR-ID
           END-IF.
           MOVE 'R' TO WS-LOCK-FUNCTION.
           CALL 'master-lock' USING WS-LOCK-FUNCTION WS-LOCK-HOLDER
               WS-LOCK-RESULT WS-LOCK-OWNER
               ON EXCEPTION
                   CONTINUE
           END-CALL.
           MOVE WS-RESTORE-RETURN-CODE TO RETURN-CODE.
           GOBACK.

           READ-RESTORE-REQUEST.
           MOVE SPACES TO WS-GENERATION-DATE.
           MOVE SPACES TO WS-RESTORE-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REQUEST-FILE.
           READ F-REQUEST-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-REQUEST-FILE.
           IF WS-FILE-IS-ENDED = 0
               MOVE RC-RRQ-DATE TO WS-GENERATION-DATE
               MOVE RC-RRQ-FILE TO WS-RESTORE-FILE
           END-IF.
           IF WS-RESTORE-FILE = SPACES
           OR WS-RESTORE-FILE = 'ALL'
               MOVE 1 TO WS-RESTORE-IS-WHOLE-SET
           ELSE
               MOVE 0 TO WS-RESTORE-IS-WHOLE-SET
           END-IF.

      *    The first pass reads every image asked for and touches
      *    nothing.
           CHECK-GENERATION.
           MOVE 0 TO WS-FILES-SELECTED.
           MOVE 0 TO WS-FILES-IN-ERROR.
           OPEN INPUT F-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'backup-restore: ' WS-MANIFEST-FILENAME
                   ' not found'
               ADD 1 TO WS-FILES-IN-ERROR
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               MOVE 0 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-RESTORE-IS-WHOLE-SET = 1
                       OR RC-BKM-FILE = WS-RESTORE-FILE
                           PERFORM CHECK-ONE-IMAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

           CHECK-ONE-IMAGE.
           EVALUATE TRUE
               WHEN RC-BKM-IS-SAVED
                   ADD 1 TO WS-FILES-SELECTED
                   PERFORM RECOUNT-IMAGE
                   IF WS-IMAGE-IS-PRESENT = 0
                   OR WS-RECORD-COUNT NOT = RC-BKM-RECORDS
                   OR WS-HASH-TOTAL NOT = RC-BKM-HASH
                       DISPLAY 'backup-restore: image of '
                           RC-BKM-FILE ' does not match its manifest'
                       ADD 1 TO WS-FILES-IN-ERROR
                   END-IF
               WHEN RC-BKM-IS-ABSENT
                   DISPLAY 'backup-restore: ' RC-BKM-FILE
                       ' was absent at backup -- left as it is'
               WHEN OTHER
                   DISPLAY 'backup-restore: ' RC-BKM-FILE
                       ' was not saved in this generation'
                   ADD 1 TO WS-FILES-IN-ERROR
           END-EVALUATE.

           RECOUNT-IMAGE.
           MOVE RC-BKM-IMAGE-FILE TO WS-IMAGE-FILENAME.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 0 TO WS-IMAGE-IS-ENDED.
           MOVE 1 TO WS-IMAGE-IS-PRESENT.
           OPEN INPUT F-IMAGE-FILE.
           IF WS-IMAGE-STATUS NOT = '00'
               MOVE 0 TO WS-IMAGE-IS-PRESENT
               MOVE 1 TO WS-IMAGE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               READ F-IMAGE-FILE
                   AT END
                       MOVE 1 TO WS-IMAGE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE RC-IMAGE-LINE TO WS-IMAGE-LINE
                       CALL 'backup-hash' USING WS-IMAGE-LINE
                           WS-HASH-TOTAL
               END-READ
           END-PERFORM.
           CLOSE F-IMAGE-FILE.

           RESTORE-GENERATION.
           MOVE 0 TO WS-FILES-RESTORED.
           MOVE 0 TO WS-CUSTOMERS-RESTORED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-BKM-IS-SAVED
                       AND (WS-RESTORE-IS-WHOLE-SET = 1
                           OR RC-BKM-FILE = WS-RESTORE-FILE)
                           PERFORM RESTORE-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

           RESTORE-ONE-FILE.
           MOVE RC-BKM-IMAGE-FILE TO WS-IMAGE-FILENAME.
           MOVE 0 TO WS-LOAD-COUNT.
           MOVE 0 TO WS-LOAD-ERRORS.
           MOVE 0 TO WS-IMAGE-IS-ENDED.
           OPEN INPUT F-IMAGE-FILE.
           IF RC-BKM-IS-INDEXED
               PERFORM LOAD-INDEXED-FILE
           ELSE
               PERFORM COPY-SEQUENTIAL-FILE
           END-IF.
           CLOSE F-IMAGE-FILE.
           IF RC-BKM-FILE = 'customers.dat'
               MOVE 1 TO WS-CUSTOMERS-RESTORED
           END-IF.
           ADD 1 TO WS-FILES-RESTORED.
           DISPLAY 'backup-restore: ' RC-BKM-FILE ' restored, '
               WS-LOAD-COUNT ' record(s), ' WS-LOAD-ERRORS
               ' load error(s)'.
           IF WS-LOAD-ERRORS > 0
               MOVE 8 TO WS-RESTORE-RETURN-CODE
           END-IF.

           READ-IMAGE-LINE.
           READ F-IMAGE-FILE
               AT END
                   MOVE 1 TO WS-IMAGE-IS-ENDED
               NOT AT END
                   MOVE RC-IMAGE-LINE TO WS-IMAGE-LINE
           END-READ.

           COPY-SEQUENTIAL-FILE.
           MOVE RC-BKM-FILE TO WS-TARGET-FILENAME.
           OPEN OUTPUT F-TARGET-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               WRITE RC-TARGET-LINE FROM WS-IMAGE-LINE
               ADD 1 TO WS-LOAD-COUNT
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-TARGET-FILE.

      *    system-backup only saves an indexed master it has a record
      *    layout for, so each has its own load here.
           LOAD-INDEXED-FILE.
           EVALUATE RC-BKM-FILE
               WHEN 'customers.dat'
                   PERFORM LOAD-CUSTOMERS
               WHEN 'card-history.dat'
                   PERFORM LOAD-CARD-HISTORY
               WHEN 'card-history-archive.dat'
                   PERFORM LOAD-HISTORY-ARCHIVE
               WHEN 'contact-summary.dat'
                   PERFORM LOAD-CONTACT-SUMMARY
               WHEN 'customer-cases.dat'
                   PERFORM LOAD-CUSTOMER-CASES
               WHEN 'customer-events.dat'
                   PERFORM LOAD-CUSTOMER-EVENTS
               WHEN 'dependents.dat'
                   PERFORM LOAD-DEPENDENTS
               WHEN 'parameter-master.dat'
                   PERFORM LOAD-PARAMETER-MASTER
               WHEN 'report-index.dat'
                   PERFORM LOAD-REPORT-INDEX
               WHEN 'response-codes.dat'
                   PERFORM LOAD-RESPONSE-CODES
               WHEN 'seed-ledger.dat'
                   PERFORM LOAD-SEED-LEDGER
               WHEN 'stock-ledger.dat'
                   PERFORM LOAD-STOCK-LEDGER
               WHEN 'vendor-master.dat'
                   PERFORM LOAD-VENDOR-MASTER
               WHEN 'people.dat'
                   PERFORM LOAD-PEOPLE
               WHEN OTHER
                   DISPLAY 'backup-restore: no record layout for '
                       'indexed file ' RC-BKM-FILE
                   ADD 1 TO WS-LOAD-ERRORS
           END-EVALUATE.

           LOAD-CUSTOMERS.
           OPEN OUTPUT F-CUSTOMER-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-CUSTOMER-INFO
               WRITE RC-CUSTOMER-INFO
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-CUSTOMER-FILE.

           LOAD-CARD-HISTORY.
           OPEN OUTPUT F-HISTORY-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-HISTORY-RECORD
               WRITE RC-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-HISTORY-FILE.

           LOAD-HISTORY-ARCHIVE.
           OPEN OUTPUT F-ARCHIVE-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO ARC-HISTORY-RECORD
               WRITE ARC-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

           LOAD-CONTACT-SUMMARY.
           OPEN OUTPUT F-SUMMARY-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-SUMMARY-RECORD
               WRITE RC-SUMMARY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-SUMMARY-FILE.

           LOAD-CUSTOMER-CASES.
           OPEN OUTPUT F-CASE-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-CASE-RECORD
               WRITE RC-CASE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-CASE-FILE.

           LOAD-CUSTOMER-EVENTS.
           OPEN OUTPUT F-EVENT-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-EVENT-RECORD
               WRITE RC-EVENT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-EVENT-FILE.

           LOAD-DEPENDENTS.
           OPEN OUTPUT F-DEPENDENT-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-DEPENDENT-RECORD
               WRITE RC-DEPENDENT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-DEPENDENT-FILE.

           LOAD-PARAMETER-MASTER.
           OPEN OUTPUT F-PARAMETER-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-PARAMETER-RECORD
               WRITE RC-PARAMETER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-PARAMETER-FILE.

           LOAD-REPORT-INDEX.
           OPEN OUTPUT F-REPORT-INDEX-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-REPORT-INDEX-RECORD
               WRITE RC-REPORT-INDEX-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-REPORT-INDEX-FILE.

           LOAD-RESPONSE-CODES.
           OPEN OUTPUT F-RESPONSE-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-RESPONSE-RECORD
               WRITE RC-RESPONSE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-RESPONSE-FILE.

           LOAD-SEED-LEDGER.
           OPEN OUTPUT F-SEED-LEDGER-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-SEED-LEDGER-RECORD
               WRITE RC-SEED-LEDGER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-SEED-LEDGER-FILE.

           LOAD-STOCK-LEDGER.
           OPEN OUTPUT F-STOCK-LEDGER-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-STOCK-LEDGER-RECORD
               WRITE RC-STOCK-LEDGER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-STOCK-LEDGER-FILE.

           LOAD-VENDOR-MASTER.
           OPEN OUTPUT F-VENDOR-MASTER-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-VENDOR-MASTER-RECORD
               WRITE RC-VENDOR-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-VENDOR-MASTER-FILE.

           LOAD-PEOPLE.
           OPEN OUTPUT F-PEOPLE-FILE.
           PERFORM READ-IMAGE-LINE.
           PERFORM UNTIL WS-IMAGE-IS-ENDED = 1
               MOVE WS-IMAGE-LINE TO RC-PERSON
               WRITE RC-PERSON
                   INVALID KEY
                       ADD 1 TO WS-LOAD-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
               PERFORM READ-IMAGE-LINE
           END-PERFORM.
           CLOSE F-PEOPLE-FILE.
