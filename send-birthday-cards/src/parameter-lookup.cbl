       IDENTIFICATION DIVISION.
       PROGRAM-ID. parameter-lookup.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-PARAMETER-FILE
                   ASSIGN TO 'parameter-master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-PRM-KEY
                   FILE STATUS IS WS-PARAMETER-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-PARAMETER-FILE.
           COPY "parameter-record.cpy".
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PARAMETER-STATUS PIC XX.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-AS-OF-DATE PIC X(10).
           01 WS-WANTED-PROGRAM PIC X(24).
           01 WS-VALUE-WAS-FOUND PIC 9.
           LINKAGE SECTION.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==LS==.
       PROCEDURE DIVISION USING LS-PARAMETER-REQUEST.

      *    One home for reading a setting off the parameter master:
      *    the calling program's own value in force on the as-of
      *    date, else the shared (program *) value, else not found
      *    and the caller keeps its built-in default.  A value that
      *    reads as a number comes back as one as well.
           MOVE SPACES TO LS-PRQ-VALUE.
           MOVE SPACES TO LS-PRQ-EFF-DATE.
           MOVE 0 TO LS-PRQ-NUMBER.
           SET LS-PRQ-NOT-FOUND TO TRUE.
           MOVE LS-PRQ-AS-OF TO WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = SPACES
               PERFORM SET-RUN-DATE
           END-IF.
           OPEN INPUT F-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS NOT = '00'
               CLOSE F-PARAMETER-FILE
               GOBACK
           END-IF.
           MOVE 0 TO WS-VALUE-WAS-FOUND.
           MOVE LS-PRQ-PROGRAM TO WS-WANTED-PROGRAM.
           PERFORM FIND-VALUE-IN-FORCE.
           IF WS-VALUE-WAS-FOUND = 0
               MOVE '*' TO WS-WANTED-PROGRAM
               PERFORM FIND-VALUE-IN-FORCE
           END-IF.
           CLOSE F-PARAMETER-FILE.
           IF WS-VALUE-WAS-FOUND = 1
               IF FUNCTION TEST-NUMVAL(LS-PRQ-VALUE) = 0
                   COMPUTE LS-PRQ-NUMBER =
                       FUNCTION NUMVAL(LS-PRQ-VALUE)
                   SET LS-PRQ-IS-NUMERIC TO TRUE
               ELSE
                   SET LS-PRQ-IS-TEXT TO TRUE
               END-IF
           END-IF.
           GOBACK.

      *    As-of defaults to the day the batch is running as, with
      *    the same run-date.dat override the card run honours.
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
           MOVE SPACES TO WS-AS-OF-DATE.
           STRING WS-YEAR "-" WS-DATE INTO WS-AS-OF-DATE
           END-STRING.

      *    The records for one program and name sit together in
      *    effective-date order; the last one on or before the as-of
      *    date is the value in force.
           FIND-VALUE-IN-FORCE.
           MOVE WS-WANTED-PROGRAM TO RC-PRM-PROGRAM.
           MOVE LS-PRQ-NAME TO RC-PRM-NAME.
           MOVE LOW-VALUES TO RC-PRM-EFF-DATE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           START F-PARAMETER-FILE KEY IS >= RC-PRM-KEY
               INVALID KEY
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-START.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PARAMETER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-PRM-PROGRAM NOT = WS-WANTED-PROGRAM
                       OR RC-PRM-NAME NOT = LS-PRQ-NAME
                       OR RC-PRM-EFF-DATE > WS-AS-OF-DATE
                           MOVE 1 TO WS-FILE-IS-ENDED
                       ELSE
                           MOVE 1 TO WS-VALUE-WAS-FOUND
                           MOVE RC-PRM-VALUE TO LS-PRQ-VALUE
                           MOVE RC-PRM-EFF-DATE TO LS-PRQ-EFF-DATE
                       END-IF
               END-READ
           END-PERFORM.
