       IDENTIFICATION DIVISION.
       PROGRAM-ID. report-purge.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RETENTION-FILE
                   ASSIGN TO 'report-retention.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-INDEX-FILE
                   ASSIGN TO 'report-index.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RIX-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'report-purge-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
      *    How long each report type is kept: the report name as
      *    filed (the report file name without .dat) and the days its
      *    copies stay in the repository after their run date.
           FD F-RETENTION-FILE.
           01 RC-RETENTION-RECORD.
               05 RC-RET-REPORT PIC X(30).
               05 FILLER PIC X.
               05 RC-RET-DAYS PIC 9(5).
           FD F-INDEX-FILE.
           COPY "report-index-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-INDEX-STATUS PIC XX.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-DEFAULT-RETENTION-DAYS PIC 9(5) VALUE 400.
           01 WS-RETENTION-DAYS PIC 9(5).
           01 WS-RETENTION-SUB PIC 9(3).
           01 WS-RETENTION-COUNT PIC 9(3) VALUE 0.
           01 WS-RETENTION-TABLE.
               05 WS-RETENTION-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-RETENTION-COUNT.
                   10 WS-RETENTION-REPORT PIC X(30).
                   10 WS-RETENTION-REPORT-DAYS PIC 9(5).
           01 WS-DELETE-STATUS PIC 9(4) COMP-5.
           01 WS-COPIES-READ PIC 9(7).
           01 WS-COPIES-KEPT PIC 9(7).
           01 WS-COPIES-PURGED PIC 9(7).
           01 WS-COPIES-ALREADY-PURGED PIC 9(7).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-HEADING-LINE-1.
               05 FILLER PIC X(32)
                   VALUE 'REPORT REPOSITORY PURGE         '.
               05 FILLER PIC X(9) VALUE 'RUN DATE '.
               05 WS-HEAD-DATE PIC X(10).
           01 WS-HEADING-LINE-2.
               05 FILLER PIC X(31) VALUE 'REPORT'.
               05 FILLER PIC X(11) VALUE 'RUN DATE'.
               05 FILLER PIC X(4) VALUE 'SEQ'.
               05 FILLER PIC X(8) VALUE 'AGE'.
               05 FILLER PIC X(7) VALUE 'KEEP'.
               05 FILLER PIC X(61) VALUE 'REPOSITORY FILE'.
           01 WS-DETAIL-LINE.
               05 WS-DET-REPORT PIC X(30).
               05 FILLER PIC X.
               05 WS-DET-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-DET-SEQUENCE PIC 99.
               05 FILLER PIC XX.
               05 WS-DET-AGE PIC ZZZZZZ9.
               05 FILLER PIC X.
               05 WS-DET-KEEP PIC ZZZZ9.
               05 FILLER PIC XX.
               05 WS-DET-REPOSITORY-FILE PIC X(60).
               05 FILLER PIC X.
               05 WS-DET-NOTE PIC X(10).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(12) VALUE 'COPIES READ='.
               05 WS-TOT-READ PIC ZZZZZZ9.
               05 FILLER PIC X(8) VALUE ' PURGED='.
               05 WS-TOT-PURGED PIC ZZZZZZ9.
               05 FILLER PIC X(6) VALUE ' KEPT='.
               05 WS-TOT-KEPT PIC ZZZZZZ9.
               05 FILLER PIC X(16) VALUE ' PURGED EARLIER='.
               05 WS-TOT-ALREADY PIC ZZZZZZ9.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Clears filed report copies past their retention out of the
      *    report repository.  Each report type keeps its copies for
      *    the days given in report-retention.dat, a type not listed
      *    there for REPORT-RETENTION-DAYS off the parameter master
      *    (400 if that is not set either).  A copy older than that on
      *    the run date has its repository file deleted and its index
      *    record marked purged, so the index still shows the report
      *    was produced.  Every copy purged is listed on
      *    report-purge-report.dat.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           PERFORM LOAD-DEFAULT-RETENTION.
           PERFORM LOAD-RETENTION-TABLE.
           OPEN I-O F-INDEX-FILE.
           IF WS-INDEX-STATUS(1:1) NOT = '0'
               DISPLAY 'report-purge: report-index.dat open failed, '
                   'status ' WS-INDEX-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-COPIES-READ.
           MOVE 0 TO WS-COPIES-KEPT.
           MOVE 0 TO WS-COPIES-PURGED.
           MOVE 0 TO WS-COPIES-ALREADY-PURGED.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-TODAYS-DATE TO WS-HEAD-DATE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-1.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE LOW-VALUES TO RC-RIX-KEY.
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
                       PERFORM CHECK-ONE-COPY
               END-READ
           END-PERFORM.
           CLOSE F-INDEX-FILE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE WS-COPIES-READ TO WS-TOT-READ.
           MOVE WS-COPIES-PURGED TO WS-TOT-PURGED.
           MOVE WS-COPIES-KEPT TO WS-TOT-KEPT.
           MOVE WS-COPIES-ALREADY-PURGED TO WS-TOT-ALREADY.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE F-REPORT-FILE.
           MOVE 'report-purge-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'report-purge' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'report-purge: ' WS-COPIES-PURGED
               ' report copy(ies) purged, ' WS-COPIES-KEPT ' kept'.
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

           LOAD-DEFAULT-RETENTION.
           MOVE 'report-purge' TO WS-PRQ-PROGRAM.
           MOVE 'REPORT-RETENTION-DAYS' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
               MOVE WS-PRQ-NUMBER TO WS-DEFAULT-RETENTION-DAYS
           END-IF.

           LOAD-RETENTION-TABLE.
           MOVE 0 TO WS-RETENTION-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RETENTION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RETENTION-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-RETENTION-COUNT < 200
                       AND RC-RET-REPORT NOT = SPACES
                       AND RC-RET-DAYS IS NUMERIC
                           ADD 1 TO WS-RETENTION-COUNT
                           MOVE RC-RET-REPORT TO
                               WS-RETENTION-REPORT(WS-RETENTION-COUNT)
                           MOVE RC-RET-DAYS TO WS-RETENTION-REPORT-DAYS
                               (WS-RETENTION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RETENTION-FILE.

           CHECK-ONE-COPY.
           ADD 1 TO WS-COPIES-READ.
           IF RC-RIX-IS-PURGED
               ADD 1 TO WS-COPIES-ALREADY-PURGED
           ELSE
               MOVE WS-DEFAULT-RETENTION-DAYS TO WS-RETENTION-DAYS
               PERFORM VARYING WS-RETENTION-SUB FROM 1 BY 1
                   UNTIL WS-RETENTION-SUB > WS-RETENTION-COUNT
                   IF WS-RETENTION-REPORT(WS-RETENTION-SUB)
                       = RC-RIX-REPORT
                       MOVE WS-RETENTION-REPORT-DAYS(WS-RETENTION-SUB)
                           TO WS-RETENTION-DAYS
                   END-IF
               END-PERFORM
               MOVE 'DB' TO WS-DS-FUNCTION
               MOVE RC-RIX-RUN-DATE TO WS-DS-DATE-1
               MOVE WS-TODAYS-DATE TO WS-DS-DATE-2
               CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               IF WS-DS-STATUS = 0
               AND WS-DS-DAYS > WS-RETENTION-DAYS
                   PERFORM PURGE-ONE-COPY
               ELSE
                   ADD 1 TO WS-COPIES-KEPT
               END-IF
           END-IF.

      *    A repository file already gone (removed by hand) is still
      *    marked purged; the listing notes it was not found.
           PURGE-ONE-COPY.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RC-RIX-REPORT TO WS-DET-REPORT.
           MOVE RC-RIX-RUN-DATE TO WS-DET-RUN-DATE.
           MOVE RC-RIX-SEQUENCE TO WS-DET-SEQUENCE.
           MOVE WS-DS-DAYS TO WS-DET-AGE.
           MOVE WS-RETENTION-DAYS TO WS-DET-KEEP.
           MOVE RC-RIX-REPOSITORY-FILE TO WS-DET-REPOSITORY-FILE.
           CALL 'CBL_DELETE_FILE' USING RC-RIX-REPOSITORY-FILE
               RETURNING WS-DELETE-STATUS.
           IF WS-DELETE-STATUS NOT = 0
               MOVE 'NOT FOUND' TO WS-DET-NOTE
           END-IF.
           SET RC-RIX-IS-PURGED TO TRUE.
           MOVE WS-TODAYS-DATE TO RC-RIX-PURGED-DATE.
           REWRITE RC-REPORT-INDEX-RECORD
               INVALID KEY
                   DISPLAY 'report-purge: index rewrite failed for '
                       RC-RIX-REPOSITORY-FILE
           END-REWRITE.
           ADD 1 TO WS-COPIES-PURGED.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.
