       IDENTIFICATION DIVISION.
       PROGRAM-ID. report-filer.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REPORT-FILE
                   ASSIGN TO DYNAMIC WS-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPOSITORY-FILE
                   ASSIGN TO DYNAMIC WS-REPOSITORY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-INDEX-FILE
                   ASSIGN TO 'report-index.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RIX-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(250).
           FD F-REPOSITORY-FILE.
           01 RC-REPOSITORY-LINE PIC X(250).
           FD F-INDEX-FILE.
           COPY "report-index-record.cpy".
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-INDEX-STATUS PIC XX.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-REPORT-FILENAME PIC X(40).
           01 WS-REPOSITORY-FILENAME PIC X(60).
           01 WS-REPORT-NAME PIC X(30).
           01 WS-SEQUENCE PIC 99.
           01 WS-LINE-COUNT PIC 9(7).
           01 WS-LINES-PER-PAGE PIC 99 VALUE 60.
           LINKAGE SECTION.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==LS==.
       PROCEDURE DIVISION USING LS-REPORT-FILING.

      *    Files a copy of a report just written into the report
      *    repository, so that yesterday's copy is still there after
      *    today's run overwrites the fixed name.  The copy is
      *    rptrepo-<report>-<run date>-<sequence>.dat, the sequence
      *    counting the runs filed for the same report and run date,
      *    and report-index.dat gets a record of it with the producing
      *    program, the time it was filed and its line and page
      *    counts.  Filing is a by-product: whatever happens here the
      *    report program carries on with its own return code.
           SET LS-RPF-NOT-FILED TO TRUE.
           MOVE LS-RPF-REPORT-FILE TO WS-REPORT-FILENAME.
           MOVE SPACES TO WS-REPORT-NAME.
           UNSTRING WS-REPORT-FILENAME DELIMITED BY '.dat' OR SPACE
               INTO WS-REPORT-NAME
           END-UNSTRING.
           PERFORM SET-RUN-DATE.
           OPEN I-O F-INDEX-FILE.
           IF WS-INDEX-STATUS(1:1) NOT = '0'
               DISPLAY 'report-filer: report-index.dat open failed, '
                   'status ' WS-INDEX-STATUS ' -- ' WS-REPORT-NAME
                   ' not filed'
               GOBACK
           END-IF.
           PERFORM FIND-NEXT-SEQUENCE.
           IF WS-SEQUENCE > 98
               DISPLAY 'report-filer: ' WS-REPORT-NAME ' already '
                   'filed 99 times for ' WS-TODAYS-DATE ' -- not filed'
               CLOSE F-INDEX-FILE
               GOBACK
           END-IF.
           ADD 1 TO WS-SEQUENCE.
           MOVE SPACES TO WS-REPOSITORY-FILENAME.
           STRING 'rptrepo-' DELIMITED BY SIZE
               WS-REPORT-NAME DELIMITED BY SPACE
               '-' WS-TODAYS-DATE '-' WS-SEQUENCE '.dat'
               DELIMITED BY SIZE
               INTO WS-REPOSITORY-FILENAME
           END-STRING.
           PERFORM COPY-REPORT.
           IF WS-LINE-COUNT = 0
               DISPLAY 'report-filer: ' WS-REPORT-FILENAME
                   ' is empty or missing -- not filed'
               CALL 'CBL_DELETE_FILE' USING WS-REPOSITORY-FILENAME
               END-CALL
               CLOSE F-INDEX-FILE
               GOBACK
           END-IF.
           MOVE SPACES TO RC-REPORT-INDEX-RECORD.
           MOVE WS-REPORT-NAME TO RC-RIX-REPORT.
           MOVE WS-TODAYS-DATE TO RC-RIX-RUN-DATE.
           MOVE WS-SEQUENCE TO RC-RIX-SEQUENCE.
           MOVE LS-RPF-PROGRAM TO RC-RIX-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-RIX-FILED-STAMP.
           MOVE WS-LINE-COUNT TO RC-RIX-LINES.
           COMPUTE RC-RIX-PAGES =
               (WS-LINE-COUNT + WS-LINES-PER-PAGE - 1)
               / WS-LINES-PER-PAGE.
           MOVE WS-REPOSITORY-FILENAME TO RC-RIX-REPOSITORY-FILE.
           SET RC-RIX-IS-ON-FILE TO TRUE.
           WRITE RC-REPORT-INDEX-RECORD
               INVALID KEY
                   DISPLAY 'report-filer: index write failed for '
                       WS-REPOSITORY-FILENAME
               NOT INVALID KEY
                   SET LS-RPF-WAS-FILED TO TRUE
           END-WRITE.
           CLOSE F-INDEX-FILE.
           GOBACK.

      *    The run date the report was produced for, with the same
      *    run-date.dat override the batch honours.
           SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
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
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.

           FIND-NEXT-SEQUENCE.
           MOVE 0 TO WS-SEQUENCE.
           MOVE WS-REPORT-NAME TO RC-RIX-REPORT.
           MOVE WS-TODAYS-DATE TO RC-RIX-RUN-DATE.
           MOVE 0 TO RC-RIX-SEQUENCE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           START F-INDEX-FILE KEY IS >= RC-RIX-KEY
               INVALID KEY
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-START.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-RIX-REPORT NOT = WS-REPORT-NAME
                       OR RC-RIX-RUN-DATE NOT = WS-TODAYS-DATE
                           MOVE 1 TO WS-FILE-IS-ENDED
                       ELSE
                           MOVE RC-RIX-SEQUENCE TO WS-SEQUENCE
                       END-IF
               END-READ
           END-PERFORM.

           COPY-REPORT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REPORT-FILE.
           OPEN OUTPUT F-REPOSITORY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       WRITE RC-REPOSITORY-LINE FROM RC-REPORT-LINE
               END-READ
           END-PERFORM.
           CLOSE F-REPORT-FILE.
           CLOSE F-REPOSITORY-FILE.
