               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           WORKING-STORAGE SECTION.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-LOOKAHEAD-DAYS PIC 999 VALUE 14.
           01 WS-FILE-IS-ENDED PIC 9.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
               MOVE RC-PARM-YEAR TO WS-YEAR
           END-IF.

      *    Operations sets LOOKAHEAD-DAYS on the parameter master to
      *    widen or narrow the review window without a recompile;
      *    defaults to 14 days when no value is in force.
           APPLY-LOOKAHEAD-DAYS-OVERRIDE.
           MOVE 'upcoming-birthdays-main' TO WS-PRQ-PROGRAM.
           MOVE 'LOOKAHEAD-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER NOT < 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-LOOKAHEAD-DAYS
           END-IF.
