                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-AUDIT-FILE ASSIGN TO 'run-audit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ALERT-FILE
                   ASSIGN TO 'volume-alerts.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               05 FILLER PIC X.
               05 RC-AUDIT-WEREWOLF-LABEL PIC X(10).
               05 RC-AUDIT-WEREWOLF-COUNT PIC ZZZ9.
           FD F-ALERT-FILE.
           01 RC-ALERT-RECORD.
               05 RC-ALERT-DATE PIC X(10).
           01 WS-RING-TABLE.
               05 WS-RING-ENTRY OCCURS 8 TIMES.
                   10 WS-RING-COUNT-BY-OCC PIC 9(5) OCCURS 4 TIMES.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Twice this year a bad dob-xref.dat quietly halved the
               MOVE RC-PARM-YEAR TO WS-YEAR
           END-IF.

      *    Operations sets SENTINEL-THRESHOLD on the parameter master to
      *    the percent swing that raises an alert; defaults to 50.
           APPLY-THRESHOLD-OVERRIDE.
           MOVE 'volume-sentinel' TO WS-PRQ-PROGRAM.
           MOVE 'SENTINEL-THRESHOLD' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-SWING-THRESHOLD
           END-IF.

           SCAN-AUDIT-HISTORY.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
      *                Translation-fallback lines carry no volumes;
      *                brand and vendor lines only split the
      *                volume line's.
                       IF RC-AUDIT-BIRTHDAY-LABEL NOT = 'FALLBACK='
                       AND RC-AUDIT-BIRTHDAY-LABEL(1:6) NOT = 'BRAND='
                       AND RC-AUDIT-BIRTHDAY-LABEL(1:7) NOT = 'VENDOR='
                           PERFORM SORT-ONE-AUDIT-RECORD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
