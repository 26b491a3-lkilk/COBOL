       IDENTIFICATION DIVISION.
       PROGRAM-ID. system-backup.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SET-FILE
                   ASSIGN TO 'backup-set.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CATALOG-FILE
                   ASSIGN TO 'backup-generations.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-MANIFEST-FILE
                   ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANIFEST-STATUS.
               SELECT OPTIONAL F-SOURCE-FILE
                   ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SOURCE-STATUS.
               SELECT F-IMAGE-FILE
                   ASSIGN TO DYNAMIC WS-IMAGE-FILENAME
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
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
      *    Files added to the backup set beyond the built-in list: the
      *    file name and I for an indexed master or S (the default)
      *    for a sequential file.
           FD F-SET-FILE.
           01 RC-SET-RECORD.
               05 RC-SET-FILE PIC X(40).
               05 FILLER PIC X.
               05 RC-SET-KIND PIC X.
      *    The generations on hand, oldest first, by backup date.
           FD F-CATALOG-FILE.
           01 RC-CATALOG-RECORD PIC X(10).
           FD F-MANIFEST-FILE.
           COPY "backup-manifest-record.cpy".
           FD F-SOURCE-FILE.
           01 RC-SOURCE-LINE PIC X(2000).
           FD F-IMAGE-FILE.
           01 RC-IMAGE-LINE PIC X(2000).
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
           01 WS-MASTER-STATUS PIC XX.
           01 WS-SOURCE-STATUS PIC XX.
           01 WS-MANIFEST-STATUS PIC XX.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-SOURCE-FILENAME PIC X(40).
           01 WS-IMAGE-FILENAME PIC X(60).
           01 WS-MANIFEST-FILENAME PIC X(60).
           01 WS-IMAGE-LINE PIC X(2000).
           01 WS-SAVE-STATUS PIC X(6).
           01 WS-RECORD-COUNT PIC 9(9).
           01 WS-HASH-TOTAL PIC 9(18).
           01 WS-DELETE-STATUS PIC 9(4) COMP-5.
           01 WS-FILES-SAVED PIC 9(4).
           01 WS-FILES-ABSENT PIC 9(4).
           01 WS-FILES-FAILED PIC 9(4).
           01 WS-RECORDS-SAVED PIC 9(9).
           01 WS-GENERATIONS-KEPT PIC 99 VALUE 7.
           01 WS-GENERATIONS-DROPPED PIC 99.
           01 WS-DROP-DATE PIC X(10).
           01 WS-GEN-SUB PIC 999.
           01 WS-GEN-COUNT PIC 999 VALUE 0.
           01 WS-GEN-IS-LISTED PIC 9.
           01 WS-GEN-TABLE.
               05 WS-GEN-DATE PIC X(10) OCCURS 100 TIMES.
      *    Every master and control file the system cannot rebuild
      *    from another: the indexed masters first, then the
      *    sequential masters, tables, templates, control and
      *    journal files.  Work files and dated run output are left
      *    out; a run re-creates them.
           01 WS-BUILT-IN-SET.
               05 FILLER PIC X(40) VALUE 'customers.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'card-history.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'card-history-archive.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'contact-summary.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'customer-cases.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'customer-events.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'dependents.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'parameter-master.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'report-index.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'response-codes.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'seed-ledger.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'stock-ledger.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'vendor-master.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'people.dat'.
               05 FILLER PIC X VALUE 'I'.
               05 FILLER PIC X(40) VALUE 'supermoons.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'occasion-rules.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'holiday-calendar.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'greeting-templates.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'email-templates.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'sms-templates.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'letter-templates.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'letter-template.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'campaign-header.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'insert-rules.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'occasion-sponsors.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'occasion-budget.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'occasion-budget-ledger.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'postage-rates.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'postage-budget.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'vendor-routing.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'vendor-table.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'weight-classes.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'zip-state-ranges.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'transit-times.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'brands.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'reps.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'gift-catalog.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'quiet-addresses.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'alternate-addresses.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'seed-list.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'operator-authority.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'step-registry.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'step-policy.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'report-retention.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'case-control.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'response-code-seq.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'seed-ledger-seq.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'award-tiers.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'employee-roster.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'pronoun-history.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'issued-letters.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'directory-snapshot.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'directory-control.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'badge-deactivation-log.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'exchange-rates.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'quiz-certifications.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'maintenance-journal.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'parameter-journal.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'vendor-master-journal.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'stock-journal.dat'.
               05 FILLER PIC X VALUE 'S'.
               05 FILLER PIC X(40) VALUE 'run-history.dat'.
               05 FILLER PIC X VALUE 'S'.
           01 WS-BUILT-IN-SET-TABLE REDEFINES WS-BUILT-IN-SET.
               05 WS-BUILT-IN-ENTRY OCCURS 61 TIMES.
                   10 WS-BUILT-IN-FILE PIC X(40).
                   10 WS-BUILT-IN-KIND PIC X.
           01 WS-SET-SUB PIC 999.
           01 WS-SET-COUNT PIC 999 VALUE 0.
           01 WS-SET-IS-LISTED PIC 9.
           01 WS-SET-TABLE.
               05 WS-SET-ENTRY OCCURS 150 TIMES.
                   10 WS-SET-FILE PIC X(40).
                   10 WS-SET-KIND PIC X.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Copies the whole backup set to a generation dated with the
      *    run date: each indexed master unloaded to a flat image,
      *    each sequential file copied, as bkp-<date>-<file>, and a
      *    manifest, backup-manifest-<date>.dat, with each file's
      *    record count and hash total as written.  A second run on
      *    the same date replaces that generation.  The newest
      *    BACKUP-GENERATIONS generations are kept (parameter master,
      *    default 7); older ones are deleted image by image off their
      *    manifests.  backup-verify proves a generation readable and
      *    backup-restore brings one back.  Run it inside the nightly
      *    sequence, which holds the customer master lock, or with
      *    the online sessions closed, so the set is consistent.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           PERFORM LOAD-GENERATIONS-KEPT.
           PERFORM LOAD-BACKUP-SET.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING 'backup-manifest-' WS-TODAYS-DATE '.dat'
               DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           END-STRING.
           OPEN OUTPUT F-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS(1:1) NOT = '0'
               DISPLAY 'system-backup: ' WS-MANIFEST-FILENAME
                   ' open failed, status ' WS-MANIFEST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILES-SAVED.
           MOVE 0 TO WS-FILES-ABSENT.
           MOVE 0 TO WS-FILES-FAILED.
           MOVE 0 TO WS-RECORDS-SAVED.
           PERFORM SAVE-ONE-FILE
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT.
           CLOSE F-MANIFEST-FILE.
           PERFORM ROLL-GENERATIONS.
           DISPLAY 'system-backup: generation ' WS-TODAYS-DATE ' -- '
               WS-FILES-SAVED ' file(s) saved, ' WS-RECORDS-SAVED
               ' record(s), ' WS-FILES-ABSENT ' absent, '
               WS-FILES-FAILED ' failed, ' WS-GENERATIONS-DROPPED
               ' old generation(s) dropped'.
           IF WS-FILES-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           APPLY-RUN-DATE-OVERRIDE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RUN-DATE-FILE.
           READ F-RUN-DATE-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-RUN-DATE-FILE.
           IF WS-FILE-IS-ENDED = 0
               MOVE RC-PARM-DATE TO WS-DATE
               MOVE RC-PARM-YEAR TO WS-YEAR
           END-IF.

           LOAD-GENERATIONS-KEPT.
           MOVE 'system-backup' TO WS-PRQ-PROGRAM.
           MOVE 'BACKUP-GENERATIONS' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-GENERATIONS-KEPT
           END-IF.

      *    The built-in set plus whatever backup-set.dat adds; a file
      *    named twice is saved once.
           LOAD-BACKUP-SET.
           MOVE 0 TO WS-SET-COUNT.
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > 61
               ADD 1 TO WS-SET-COUNT
               MOVE WS-BUILT-IN-FILE(WS-SET-SUB)
                   TO WS-SET-FILE(WS-SET-COUNT)
               MOVE WS-BUILT-IN-KIND(WS-SET-SUB)
                   TO WS-SET-KIND(WS-SET-COUNT)
           END-PERFORM.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SET-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SET-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-SET-FILE NOT = SPACES
                           PERFORM ADD-SET-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SET-FILE.

           ADD-SET-ENTRY.
           MOVE 0 TO WS-SET-IS-LISTED.
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT
               IF WS-SET-FILE(WS-SET-SUB) = RC-SET-FILE
                   MOVE 1 TO WS-SET-IS-LISTED
               END-IF
           END-PERFORM.
           IF WS-SET-IS-LISTED = 0
               IF WS-SET-COUNT < 150
                   ADD 1 TO WS-SET-COUNT
                   MOVE RC-SET-FILE TO WS-SET-FILE(WS-SET-COUNT)
                   IF RC-SET-KIND = 'I'
                       MOVE 'I' TO WS-SET-KIND(WS-SET-COUNT)
                   ELSE
                       MOVE 'S' TO WS-SET-KIND(WS-SET-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'system-backup: backup set is full -- '
                       RC-SET-FILE ' not added'
               END-IF
           END-IF.

      *    A file not there to save leaves no image behind, only its
      *    ABSENT line on the manifest.
           SAVE-ONE-FILE.
           MOVE WS-SET-FILE(WS-SET-SUB) TO WS-SOURCE-FILENAME.
           MOVE SPACES TO WS-IMAGE-FILENAME.
           STRING 'bkp-' WS-TODAYS-DATE '-' DELIMITED BY SIZE
               WS-SOURCE-FILENAME DELIMITED BY SPACE
               INTO WS-IMAGE-FILENAME
           END-STRING.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           OPEN OUTPUT F-IMAGE-FILE.
           IF WS-SET-KIND(WS-SET-SUB) = 'I'
               PERFORM UNLOAD-INDEXED-FILE
           ELSE
               PERFORM COPY-SEQUENTIAL-FILE
           END-IF.
           CLOSE F-IMAGE-FILE.
           MOVE SPACES TO RC-BACKUP-MANIFEST-RECORD.
           MOVE WS-SOURCE-FILENAME TO RC-BKM-FILE.
           MOVE WS-SET-KIND(WS-SET-SUB) TO RC-BKM-KIND.
           MOVE WS-SAVE-STATUS TO RC-BKM-STATUS.
           MOVE WS-RECORD-COUNT TO RC-BKM-RECORDS.
           MOVE WS-HASH-TOTAL TO RC-BKM-HASH.
           EVALUATE TRUE
               WHEN RC-BKM-IS-SAVED
                   MOVE WS-IMAGE-FILENAME TO RC-BKM-IMAGE-FILE
                   ADD 1 TO WS-FILES-SAVED
                   ADD WS-RECORD-COUNT TO WS-RECORDS-SAVED
               WHEN RC-BKM-IS-ABSENT
                   ADD 1 TO WS-FILES-ABSENT
               WHEN OTHER
                   ADD 1 TO WS-FILES-FAILED
           END-EVALUATE.
           IF NOT RC-BKM-IS-SAVED
               CALL 'CBL_DELETE_FILE' USING WS-IMAGE-FILENAME
                   RETURNING WS-DELETE-STATUS
           END-IF.
           WRITE RC-BACKUP-MANIFEST-RECORD.

           CHECK-SOURCE-OPEN.
           EVALUATE WS-MASTER-STATUS
               WHEN '00'
                   MOVE 0 TO WS-FILE-IS-ENDED
                   MOVE 'SAVED' TO WS-SAVE-STATUS
               WHEN '05'
                   MOVE 1 TO WS-FILE-IS-ENDED
                   MOVE 'ABSENT' TO WS-SAVE-STATUS
               WHEN OTHER
                   MOVE 1 TO WS-FILE-IS-ENDED
                   MOVE 'FAILED' TO WS-SAVE-STATUS
                   DISPLAY 'system-backup: ' WS-SOURCE-FILENAME
                       ' open failed, status ' WS-MASTER-STATUS
           END-EVALUATE.

           WRITE-IMAGE-LINE.
           WRITE RC-IMAGE-LINE FROM WS-IMAGE-LINE.
           ADD 1 TO WS-RECORD-COUNT.
           CALL 'backup-hash' USING WS-IMAGE-LINE WS-HASH-TOTAL.

           COPY-SEQUENTIAL-FILE.
           OPEN INPUT F-SOURCE-FILE.
           MOVE WS-SOURCE-STATUS TO WS-MASTER-STATUS.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SOURCE-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-SOURCE-LINE TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SOURCE-FILE.

      *    An indexed master is read through its own record layout;
      *    one added through backup-set.dat without a layout here
      *    cannot be unloaded and is reported failed.
           UNLOAD-INDEXED-FILE.
           EVALUATE WS-SOURCE-FILENAME
               WHEN 'customers.dat'
                   PERFORM UNLOAD-CUSTOMERS
               WHEN 'card-history.dat'
                   PERFORM UNLOAD-CARD-HISTORY
               WHEN 'card-history-archive.dat'
                   PERFORM UNLOAD-HISTORY-ARCHIVE
               WHEN 'contact-summary.dat'
                   PERFORM UNLOAD-CONTACT-SUMMARY
               WHEN 'customer-cases.dat'
                   PERFORM UNLOAD-CUSTOMER-CASES
               WHEN 'customer-events.dat'
                   PERFORM UNLOAD-CUSTOMER-EVENTS
               WHEN 'dependents.dat'
                   PERFORM UNLOAD-DEPENDENTS
               WHEN 'parameter-master.dat'
                   PERFORM UNLOAD-PARAMETER-MASTER
               WHEN 'report-index.dat'
                   PERFORM UNLOAD-REPORT-INDEX
               WHEN 'response-codes.dat'
                   PERFORM UNLOAD-RESPONSE-CODES
               WHEN 'seed-ledger.dat'
                   PERFORM UNLOAD-SEED-LEDGER
               WHEN 'stock-ledger.dat'
                   PERFORM UNLOAD-STOCK-LEDGER
               WHEN 'vendor-master.dat'
                   PERFORM UNLOAD-VENDOR-MASTER
               WHEN 'people.dat'
                   PERFORM UNLOAD-PEOPLE
               WHEN OTHER
                   MOVE 'FAILED' TO WS-SAVE-STATUS
                   DISPLAY 'system-backup: no record layout for '
                       'indexed file ' WS-SOURCE-FILENAME
           END-EVALUATE.

      *    Adds the run date to backup-generations.dat if it is new
      *    and drops the oldest generations past the number kept.
           ROLL-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-GEN-IS-LISTED.
           MOVE 0 TO WS-GENERATIONS-DROPPED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CATALOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CATALOG-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-CATALOG-RECORD = WS-TODAYS-DATE
                           MOVE 1 TO WS-GEN-IS-LISTED
                       END-IF
                       IF RC-CATALOG-RECORD NOT = SPACES
                       AND WS-GEN-COUNT < 100
                           ADD 1 TO WS-GEN-COUNT
                           MOVE RC-CATALOG-RECORD
                               TO WS-GEN-DATE(WS-GEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CATALOG-FILE.
           IF WS-GEN-IS-LISTED = 0
               IF WS-GEN-COUNT = 100
                   PERFORM DROP-OLDEST-GENERATION
               END-IF
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-TODAYS-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
           END-IF.
           PERFORM DROP-OLDEST-GENERATION
               UNTIL WS-GEN-COUNT NOT > WS-GENERATIONS-KEPT.
           OPEN OUTPUT F-CATALOG-FILE.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               MOVE WS-GEN-DATE(WS-GEN-SUB) TO RC-CATALOG-RECORD
               WRITE RC-CATALOG-RECORD
           END-PERFORM.
           CLOSE F-CATALOG-FILE.

           DROP-OLDEST-GENERATION.
           MOVE WS-GEN-DATE(1) TO WS-DROP-DATE.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING 'backup-manifest-' WS-DROP-DATE '.dat'
               DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           END-STRING.
           OPEN INPUT F-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS(1:1) = '0'
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MANIFEST-FILE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF RC-BKM-IMAGE-FILE NOT = SPACES
                               CALL 'CBL_DELETE_FILE'
                                   USING RC-BKM-IMAGE-FILE
                                   RETURNING WS-DELETE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-MANIFEST-FILE
               CALL 'CBL_DELETE_FILE' USING WS-MANIFEST-FILENAME
                   RETURNING WS-DELETE-STATUS
           END-IF.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB NOT < WS-GEN-COUNT
               MOVE WS-GEN-DATE(WS-GEN-SUB + 1)
                   TO WS-GEN-DATE(WS-GEN-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-GEN-COUNT.
           ADD 1 TO WS-GENERATIONS-DROPPED.
           DISPLAY 'system-backup: generation ' WS-DROP-DATE
               ' dropped'.

           UNLOAD-CUSTOMERS.
           OPEN INPUT F-CUSTOMER-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMER-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-CUSTOMER-INFO TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMER-FILE.

           UNLOAD-CARD-HISTORY.
           OPEN INPUT F-HISTORY-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HISTORY-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-HISTORY-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.

           UNLOAD-HISTORY-ARCHIVE.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-HISTORY-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

           UNLOAD-CONTACT-SUMMARY.
           OPEN INPUT F-SUMMARY-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SUMMARY-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-SUMMARY-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SUMMARY-FILE.

           UNLOAD-CUSTOMER-CASES.
           OPEN INPUT F-CASE-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CASE-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-CASE-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-CASE-FILE.

           UNLOAD-CUSTOMER-EVENTS.
           OPEN INPUT F-EVENT-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENT-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-EVENT-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-EVENT-FILE.

           UNLOAD-DEPENDENTS.
           OPEN INPUT F-DEPENDENT-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DEPENDENT-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-DEPENDENT-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-DEPENDENT-FILE.

           UNLOAD-PARAMETER-MASTER.
           OPEN INPUT F-PARAMETER-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PARAMETER-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-PARAMETER-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-PARAMETER-FILE.

           UNLOAD-REPORT-INDEX.
           OPEN INPUT F-REPORT-INDEX-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REPORT-INDEX-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-REPORT-INDEX-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-REPORT-INDEX-FILE.

           UNLOAD-RESPONSE-CODES.
           OPEN INPUT F-RESPONSE-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESPONSE-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-RESPONSE-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-RESPONSE-FILE.

           UNLOAD-SEED-LEDGER.
           OPEN INPUT F-SEED-LEDGER-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEED-LEDGER-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-SEED-LEDGER-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SEED-LEDGER-FILE.

           UNLOAD-STOCK-LEDGER.
           OPEN INPUT F-STOCK-LEDGER-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STOCK-LEDGER-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-STOCK-LEDGER-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-STOCK-LEDGER-FILE.

           UNLOAD-VENDOR-MASTER.
           OPEN INPUT F-VENDOR-MASTER-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VENDOR-MASTER-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-VENDOR-MASTER-RECORD TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-VENDOR-MASTER-FILE.

           UNLOAD-PEOPLE.
           OPEN INPUT F-PEOPLE-FILE.
           PERFORM CHECK-SOURCE-OPEN.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PEOPLE-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-PERSON TO WS-IMAGE-LINE
                       PERFORM WRITE-IMAGE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-PEOPLE-FILE.
