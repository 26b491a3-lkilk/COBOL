       IDENTIFICATION DIVISION.
       PROGRAM-ID. backup-verify.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-VERIFY-DATE-FILE
                   ASSIGN TO 'backup-verify-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CATALOG-FILE
                   ASSIGN TO 'backup-generations.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANIFEST-STATUS.
               SELECT OPTIONAL F-IMAGE-FILE
                   ASSIGN TO DYNAMIC WS-IMAGE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IMAGE-STATUS.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'backup-verify-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    The generation to verify, YYYY-MM-DD; without it the
      *    newest generation on backup-generations.dat is verified.
           FD F-VERIFY-DATE-FILE.
           01 RC-VERIFY-DATE PIC X(10).
           FD F-CATALOG-FILE.
           01 RC-CATALOG-RECORD PIC X(10).
           FD F-MANIFEST-FILE.
           COPY "backup-manifest-record.cpy".
           FD F-IMAGE-FILE.
           01 RC-IMAGE-LINE PIC X(2000).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-IMAGE-IS-ENDED PIC 9.
           01 WS-IMAGE-IS-PRESENT PIC 9.
           01 WS-MANIFEST-STATUS PIC XX.
           01 WS-IMAGE-STATUS PIC XX.
           01 WS-GENERATION-DATE PIC X(10).
           01 WS-MANIFEST-FILENAME PIC X(60).
           01 WS-IMAGE-FILENAME PIC X(60).
           01 WS-IMAGE-LINE PIC X(2000).
           01 WS-RECORD-COUNT PIC 9(9).
           01 WS-HASH-TOTAL PIC 9(18).
           01 WS-FILES-CHECKED PIC 9(4).
           01 WS-FILES-VERIFIED PIC 9(4).
           01 WS-FILES-IN-ERROR PIC 9(4).
           01 WS-FILES-NOT-SAVED PIC 9(4).
           01 WS-FILES-ABSENT PIC 9(4).
           01 WS-HEADING-LINE-1.
               05 FILLER PIC X(32)
                   VALUE 'BACKUP GENERATION VERIFICATION  '.
               05 FILLER PIC X(11) VALUE 'GENERATION '.
               05 WS-HEAD-DATE PIC X(10).
           01 WS-HEADING-LINE-2.
               05 FILLER PIC X(41) VALUE 'FILE'.
               05 FILLER PIC X(2) VALUE 'K'.
               05 FILLER PIC X(20) VALUE '  RECORDS  RECOUNTED'.
               05 FILLER PIC X(6) VALUE SPACES.
               05 FILLER PIC X(12) VALUE 'RESULT'.
           01 WS-DETAIL-LINE.
               05 WS-DET-FILE PIC X(40).
               05 FILLER PIC X.
               05 WS-DET-KIND PIC X.
               05 FILLER PIC X.
               05 WS-DET-RECORDS PIC Z(8)9.
               05 FILLER PIC X.
               05 WS-DET-RECOUNTED PIC Z(8)9.
               05 FILLER PIC X(7).
               05 WS-DET-RESULT PIC X(20).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(15) VALUE 'FILES CHECKED='.
               05 WS-TOT-CHECKED PIC ZZZ9.
               05 FILLER PIC X(10) VALUE ' VERIFIED='.
               05 WS-TOT-VERIFIED PIC ZZZ9.
               05 FILLER PIC X(11) VALUE ' IN ERROR='.
               05 WS-TOT-IN-ERROR PIC ZZZ9.
               05 FILLER PIC X(11) VALUE ' NOT SAVED='.
               05 WS-TOT-NOT-SAVED PIC ZZZ9.
               05 FILLER PIC X(8) VALUE ' ABSENT='.
               05 WS-TOT-ABSENT PIC ZZZ9.
           01 WS-RESULT-LINE.
               05 FILLER PIC X(11) VALUE 'GENERATION '.
               05 WS-RES-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-RES-RESULT PIC X(40).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Proves a backup generation good before it is needed: every
      *    image on the generation's manifest is read back and its
      *    record count and hash total recomputed and compared with
      *    what system-backup recorded when it wrote it.  A missing
      *    or short image, or one whose hash has moved, is an error,
      *    and so is a file the backup failed to save.  A file that
      *    did not exist when the backup ran is listed but is no
      *    fault of the generation.  The generation is VERIFIED only
      *    when every saved file is and none failed; return code 8
      *    says it is not.
           PERFORM SELECT-GENERATION.
           IF WS-GENERATION-DATE = SPACES
               DISPLAY 'backup-verify: no backup generation on file'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING 'backup-manifest-' WS-GENERATION-DATE '.dat'
               DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           END-STRING.
           OPEN INPUT F-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'backup-verify: ' WS-MANIFEST-FILENAME
                   ' not found, status ' WS-MANIFEST-STATUS
               CLOSE F-MANIFEST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILES-CHECKED.
           MOVE 0 TO WS-FILES-VERIFIED.
           MOVE 0 TO WS-FILES-IN-ERROR.
           MOVE 0 TO WS-FILES-NOT-SAVED.
           MOVE 0 TO WS-FILES-ABSENT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-GENERATION-DATE TO WS-HEAD-DATE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-1.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       PERFORM VERIFY-ONE-FILE
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE WS-FILES-CHECKED TO WS-TOT-CHECKED.
           MOVE WS-FILES-VERIFIED TO WS-TOT-VERIFIED.
           MOVE WS-FILES-IN-ERROR TO WS-TOT-IN-ERROR.
           MOVE WS-FILES-NOT-SAVED TO WS-TOT-NOT-SAVED.
           MOVE WS-FILES-ABSENT TO WS-TOT-ABSENT.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-GENERATION-DATE TO WS-RES-DATE.
           IF WS-FILES-IN-ERROR = 0
           AND WS-FILES-NOT-SAVED = 0
               MOVE 'VERIFIED' TO WS-RES-RESULT
           ELSE
               MOVE 'NOT VERIFIED' TO WS-RES-RESULT
           END-IF.
           WRITE RC-REPORT-LINE FROM WS-RESULT-LINE.
           CLOSE F-REPORT-FILE.
           MOVE 'backup-verify-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'backup-verify' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'backup-verify: generation ' WS-GENERATION-DATE
               ' ' WS-RES-RESULT ' -- ' WS-FILES-VERIFIED
               ' file(s) verified, ' WS-FILES-IN-ERROR ' in error, '
               WS-FILES-NOT-SAVED ' not saved'.
           IF WS-FILES-IN-ERROR > 0
           OR WS-FILES-NOT-SAVED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           SELECT-GENERATION.
           MOVE SPACES TO WS-GENERATION-DATE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VERIFY-DATE-FILE.
           READ F-VERIFY-DATE-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-VERIFY-DATE-FILE.
           IF WS-FILE-IS-ENDED = 0
               MOVE RC-VERIFY-DATE TO WS-GENERATION-DATE
           END-IF.
           IF WS-GENERATION-DATE = SPACES
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-CATALOG-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CATALOG-FILE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF RC-CATALOG-RECORD NOT = SPACES
                               MOVE RC-CATALOG-RECORD
                                   TO WS-GENERATION-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CATALOG-FILE
           END-IF.

           VERIFY-ONE-FILE.
           ADD 1 TO WS-FILES-CHECKED.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RC-BKM-FILE TO WS-DET-FILE.
           MOVE RC-BKM-KIND TO WS-DET-KIND.
           MOVE RC-BKM-RECORDS TO WS-DET-RECORDS.
           IF RC-BKM-IS-SAVED
               PERFORM RECOUNT-IMAGE
               MOVE WS-RECORD-COUNT TO WS-DET-RECOUNTED
               EVALUATE TRUE
                   WHEN WS-IMAGE-IS-PRESENT = 0
                       MOVE 'IMAGE MISSING' TO WS-DET-RESULT
                       ADD 1 TO WS-FILES-IN-ERROR
                   WHEN WS-RECORD-COUNT NOT = RC-BKM-RECORDS
                       MOVE 'COUNT MISMATCH' TO WS-DET-RESULT
                       ADD 1 TO WS-FILES-IN-ERROR
                   WHEN WS-HASH-TOTAL NOT = RC-BKM-HASH
                       MOVE 'HASH MISMATCH' TO WS-DET-RESULT
                       ADD 1 TO WS-FILES-IN-ERROR
                   WHEN OTHER
                       MOVE 'VERIFIED' TO WS-DET-RESULT
                       ADD 1 TO WS-FILES-VERIFIED
               END-EVALUATE
           ELSE
               IF RC-BKM-IS-ABSENT
                   MOVE 'ABSENT AT BACKUP' TO WS-DET-RESULT
                   ADD 1 TO WS-FILES-ABSENT
               ELSE
                   MOVE 'NOT SAVED' TO WS-DET-RESULT
                   ADD 1 TO WS-FILES-NOT-SAVED
               END-IF
           END-IF.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.

      *    The same count and hash system-backup took as it wrote the
      *    image.
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
