       IDENTIFICATION DIVISION.
       PROGRAM-ID. parameter-listing.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PARAMETER-FILE
                   ASSIGN TO 'parameter-master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-PRM-KEY
                   FILE STATUS IS WS-PARAMETER-STATUS.
               SELECT F-REPORT-FILE
                   ASSIGN TO DYNAMIC WS-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-PARAMETER-FILE.
           COPY "parameter-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PARAMETER-STATUS PIC XX.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-REPORT-FILENAME PIC X(40).
           01 WS-GROUP-IS-OPEN PIC 9.
           01 WS-GROUP-PROGRAM PIC X(24).
           01 WS-GROUP-NAME PIC X(24).
           01 WS-PARAMETERS-LISTED PIC 9(4).
           01 WS-CHANGES-SCHEDULED PIC 9(4).
      *    The value in force and the next one scheduled, for the
      *    parameter the scan is on.
           COPY "parameter-record.cpy"
               REPLACING LEADING ==RC== BY ==INF==.
           COPY "parameter-record.cpy"
               REPLACING LEADING ==RC== BY ==NXT==.
           01 WS-HEADING-LINE-1.
               05 FILLER PIC X(32)
                   VALUE 'PARAMETER MASTER LISTING        '.
               05 FILLER PIC X(13) VALUE 'IN FORCE ON  '.
               05 WS-HEAD-DATE PIC X(10).
           01 WS-HEADING-LINE-2.
               05 FILLER PIC X(25) VALUE 'PROGRAM'.
               05 FILLER PIC X(25) VALUE 'PARAMETER'.
               05 FILLER PIC X(21) VALUE 'VALUE'.
               05 FILLER PIC X(11) VALUE 'FROM'.
               05 FILLER PIC X(9) VALUE 'SET BY'.
               05 FILLER PIC X(11) VALUE 'NEXT FROM'.
               05 FILLER PIC X(20) VALUE 'NEXT VALUE'.
           01 WS-DETAIL-LINE.
               05 WS-DET-PROGRAM PIC X(24).
               05 FILLER PIC X.
               05 WS-DET-NAME PIC X(24).
               05 FILLER PIC X.
               05 WS-DET-VALUE PIC X(20).
               05 FILLER PIC X.
               05 WS-DET-EFF-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-DET-UPDATED-BY PIC X(8).
               05 FILLER PIC X.
               05 WS-DET-NEXT-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-DET-NEXT-VALUE PIC X(20).
           01 WS-DESCRIPTION-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-DSC-DESCRIPTION PIC X(40).
               05 FILLER PIC X(14) VALUE ' LAST CHANGED '.
               05 WS-DSC-UPDATED-DATE PIC X(10).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(18) VALUE 'PARAMETERS LISTED='.
               05 WS-TOT-LISTED PIC ZZZ9.
               05 FILLER PIC X(20) VALUE ' CHANGES SCHEDULED='.
               05 WS-TOT-SCHEDULED PIC ZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    The audit copy of every setting on the parameter master:
      *    for each program and parameter, the value in force on the
      *    run date, the date it took effect and who set it, and the
      *    next change already scheduled, if any, to
      *    parameter-listing-<date>.dat.  A parameter whose first
      *    value is still ahead is listed as not yet in force.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING 'parameter-listing-' WS-TODAYS-DATE '.dat'
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN INPUT F-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS(1:1) NOT = '0'
               DISPLAY 'parameter-listing: parameter-master.dat '
                   'open failed, status ' WS-PARAMETER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-PARAMETERS-LISTED.
           MOVE 0 TO WS-CHANGES-SCHEDULED.
           MOVE 0 TO WS-GROUP-IS-OPEN.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-TODAYS-DATE TO WS-HEAD-DATE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-1.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-2.
           MOVE LOW-VALUES TO RC-PRM-KEY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           START F-PARAMETER-FILE
               KEY IS >= RC-PRM-KEY
               INVALID KEY
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-START.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PARAMETER-FILE NEXT
                   NOT AT END
                       PERFORM GROUP-ONE-PARAMETER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-GROUP-IS-OPEN = 1
               PERFORM WRITE-PARAMETER-LINES
           END-IF.
           CLOSE F-PARAMETER-FILE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE WS-PARAMETERS-LISTED TO WS-TOT-LISTED.
           MOVE WS-CHANGES-SCHEDULED TO WS-TOT-SCHEDULED.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE F-REPORT-FILE.
           MOVE WS-REPORT-FILENAME TO WS-RPF-REPORT-FILE.
           MOVE 'parameter-listing' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'parameter-listing: ' WS-PARAMETERS-LISTED
               ' parameter(s) in force on ' WS-TODAYS-DATE ', '
               WS-CHANGES-SCHEDULED ' change(s) scheduled'.
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

      *    The records for one program and name arrive together in
      *    effective-date order: the last on or before the run date
      *    is in force, the first after it is the next change.
           GROUP-ONE-PARAMETER.
           IF WS-GROUP-IS-OPEN = 1
           AND (RC-PRM-PROGRAM NOT = WS-GROUP-PROGRAM
               OR RC-PRM-NAME NOT = WS-GROUP-NAME)
               PERFORM WRITE-PARAMETER-LINES
               MOVE 0 TO WS-GROUP-IS-OPEN
           END-IF.
           IF WS-GROUP-IS-OPEN = 0
               MOVE 1 TO WS-GROUP-IS-OPEN
               MOVE RC-PRM-PROGRAM TO WS-GROUP-PROGRAM
               MOVE RC-PRM-NAME TO WS-GROUP-NAME
               MOVE SPACES TO INF-PARAMETER-RECORD
               MOVE SPACES TO NXT-PARAMETER-RECORD
           END-IF.
           IF RC-PRM-EFF-DATE NOT > WS-TODAYS-DATE
               MOVE RC-PARAMETER-RECORD TO INF-PARAMETER-RECORD
           ELSE
               IF NXT-PARAMETER-RECORD = SPACES
                   MOVE RC-PARAMETER-RECORD TO NXT-PARAMETER-RECORD
               END-IF
           END-IF.

           WRITE-PARAMETER-LINES.
           ADD 1 TO WS-PARAMETERS-LISTED.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-GROUP-PROGRAM TO WS-DET-PROGRAM.
           MOVE WS-GROUP-NAME TO WS-DET-NAME.
           IF INF-PARAMETER-RECORD = SPACES
               MOVE 'NOT YET IN FORCE' TO WS-DET-VALUE
           ELSE
               MOVE INF-PRM-VALUE TO WS-DET-VALUE
               MOVE INF-PRM-EFF-DATE TO WS-DET-EFF-DATE
               MOVE INF-PRM-UPDATED-BY TO WS-DET-UPDATED-BY
           END-IF.
           IF NXT-PARAMETER-RECORD NOT = SPACES
               ADD 1 TO WS-CHANGES-SCHEDULED
               MOVE NXT-PRM-EFF-DATE TO WS-DET-NEXT-DATE
               MOVE NXT-PRM-VALUE TO WS-DET-NEXT-VALUE
           END-IF.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.
           IF INF-PARAMETER-RECORD = SPACES
               MOVE NXT-PRM-DESCRIPTION TO WS-DSC-DESCRIPTION
               MOVE NXT-PRM-UPDATED-DATE TO WS-DSC-UPDATED-DATE
           ELSE
               MOVE INF-PRM-DESCRIPTION TO WS-DSC-DESCRIPTION
               MOVE INF-PRM-UPDATED-DATE TO WS-DSC-UPDATED-DATE
           END-IF.
           WRITE RC-REPORT-LINE FROM WS-DESCRIPTION-LINE.
