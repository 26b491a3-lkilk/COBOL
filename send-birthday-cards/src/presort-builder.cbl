               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-OUTBOUND-FILE
                   ASSIGN TO DYNAMIC WS-OUTBOUND-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               05 RC-OUTBOUND-INSERT-CODE PIC X(8).
               05 FILLER PIC X.
               05 RC-OUTBOUND-WEIGHT-CLASS PIC X(5).
               05 FILLER PIC X.
               05 RC-OUTBOUND-RESPONSE-CODE PIC X(10).
               05 FILLER PIC X.
               05 RC-OUTBOUND-BRAND PIC X(4).
               05 FILLER PIC X.
               05 RC-OUTBOUND-SIGNATURE PIC X(40).
           SD F-SORT-FILE.
           01 SORT-CARD-RECORD.
               05 SORT-CARD-CLASS PIC X(5).
               05 SORT-CARD-ZIP PIC X(10).
               05 SORT-CARD-PAYLOAD PIC X(277).
           FD F-PRESORTED-FILE.
           01 RC-PRESORTED-RECORD PIC X(277).
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-SUMMARY-FILE.
           01 RC-SUMMARY-RECORD.
               05 RC-SUM-ZIP3 PIC X(3).
               DEPENDING ON WS-ZIP3-COUNT.
                   10 WS-ZIP3-KEY PIC X(3).
                   10 WS-ZIP3-PIECES PIC 9(5).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.

               MOVE RC-PARM-YEAR TO WS-YEAR
           END-IF.

      *    PRESORT-MINIMUM on the parameter master overrides the minimum
      *    pieces per ZIP prefix the post office requires for the
      *    discount; defaults to 10.
           APPLY-MINIMUM-OVERRIDE.
           MOVE 'presort-builder' TO WS-PRQ-PROGRAM.
           MOVE 'PRESORT-MINIMUM' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-PRESORT-MINIMUM
           END-IF.

      *    HDR and TRL control records stay out of the sort; every
