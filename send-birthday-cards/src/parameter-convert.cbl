       IDENTIFICATION DIVISION.
       PROGRAM-ID. parameter-convert.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-CONTROL-FILE
                   ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-PARAMETER-FILE
                   ASSIGN TO 'parameter-master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-PRM-KEY
                   FILE STATUS IS WS-PARAMETER-STATUS.
       DATA DIVISION.
           FILE SECTION.
      *    Any one of the retired one-value control files.
           FD F-CONTROL-FILE.
           01 RC-CONTROL-RECORD PIC X(20).
           FD F-PARAMETER-FILE.
           COPY "parameter-record.cpy".
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PARAMETER-STATUS PIC XX.
           01 WS-CONTROL-FILENAME PIC X(28).
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-CONTROL-VALUE PIC X(20).
           01 WS-CONTROL-AMOUNT PIC 9(9)V99.
           01 WS-EDITED-AMOUNT PIC Z(8)9.99.
           01 WS-LOADED-COUNT PIC 9(4).
           01 WS-ABSENT-COUNT PIC 9(4).
           01 WS-KEPT-COUNT PIC 9(4).
           01 WS-CTL-SUB PIC 99.
      *    Each control file, the program and parameter name it
      *    becomes, and where the value sits in the record: start,
      *    length, and the implied decimal places of a money value.
           01 WS-CONTROL-FILES.
               05 FILLER PIC X(28) VALUE 'ack-grace-days.dat'.
               05 FILLER PIC X(24) VALUE 'ack-recon'.
               05 FILLER PIC X(24) VALUE 'ACK-GRACE-DAYS'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'belated-window-days.dat'.
               05 FILLER PIC X(24) VALUE 'customer-filterer'.
               05 FILLER PIC X(24) VALUE 'BELATED-WINDOW-DAYS'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'bounce-threshold.dat'.
               05 FILLER PIC X(24) VALUE 'notification-status-batc'.
               05 FILLER PIC X(24) VALUE 'BOUNCE-THRESHOLD'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'confirm-sla-days.dat'.
               05 FILLER PIC X(24) VALUE 'confirm-lag-report'.
               05 FILLER PIC X(24) VALUE 'CONFIRM-SLA-DAYS'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'escalation-days.dat'.
               05 FILLER PIC X(24) VALUE 'exception-aging'.
               05 FILLER PIC X(24) VALUE 'ESCALATION-DAYS'.
               05 FILLER PIC X(5) VALUE '01030'.
               05 FILLER PIC X(28) VALUE 'frequency-cap.dat'.
               05 FILLER PIC X(24) VALUE '*'.
               05 FILLER PIC X(24) VALUE 'FREQUENCY-CAP-MAX'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'frequency-cap.dat'.
               05 FILLER PIC X(24) VALUE '*'.
               05 FILLER PIC X(24) VALUE 'FREQUENCY-CAP-WINDOW'.
               05 FILLER PIC X(5) VALUE '04030'.
               05 FILLER PIC X(28) VALUE 'gift-budget.dat'.
               05 FILLER PIC X(24) VALUE 'customer-filterer'.
               05 FILLER PIC X(24) VALUE 'GIFT-BUDGET'.
               05 FILLER PIC X(5) VALUE '01092'.
               05 FILLER PIC X(28) VALUE 'history-retention-years.dat'.
               05 FILLER PIC X(24) VALUE 'history-rollover'.
               05 FILLER PIC X(24) VALUE 'HISTORY-RETENTION-YEARS'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'lookahead-days.dat'.
               05 FILLER PIC X(24) VALUE '*'.
               05 FILLER PIC X(24) VALUE 'LOOKAHEAD-DAYS'.
               05 FILLER PIC X(5) VALUE '01030'.
               05 FILLER PIC X(28) VALUE 'minor-contact-age.dat'.
               05 FILLER PIC X(24) VALUE '*'.
               05 FILLER PIC X(24) VALUE 'MINOR-CONTACT-AGE'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'nixie-threshold.dat'.
               05 FILLER PIC X(24) VALUE 'nixie-batch'.
               05 FILLER PIC X(24) VALUE 'NIXIE-THRESHOLD'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'pending-age-days.dat'.
               05 FILLER PIC X(24) VALUE 'pending-change-report'.
               05 FILLER PIC X(24) VALUE 'PENDING-AGE-DAYS'.
               05 FILLER PIC X(5) VALUE '01030'.
               05 FILLER PIC X(28) VALUE 'presort-minimum.dat'.
               05 FILLER PIC X(24) VALUE 'presort-builder'.
               05 FILLER PIC X(24) VALUE 'PRESORT-MINIMUM'.
               05 FILLER PIC X(5) VALUE '01030'.
               05 FILLER PIC X(28) VALUE 'print-capacity.dat'.
               05 FILLER PIC X(24) VALUE 'customer-filterer'.
               05 FILLER PIC X(24) VALUE 'PRINT-CAPACITY'.
               05 FILLER PIC X(5) VALUE '01050'.
               05 FILLER PIC X(28) VALUE 'quiet-period-days.dat'.
               05 FILLER PIC X(24) VALUE '*'.
               05 FILLER PIC X(24) VALUE 'QUIET-PERIOD-DAYS'.
               05 FILLER PIC X(5) VALUE '01030'.
               05 FILLER PIC X(28) VALUE 'retention-years.dat'.
               05 FILLER PIC X(24) VALUE 'customer-archive-purge'.
               05 FILLER PIC X(24) VALUE 'RETENTION-YEARS'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'roster-window.dat'.
               05 FILLER PIC X(24) VALUE 'branch-card-roster'.
               05 FILLER PIC X(24) VALUE 'ROSTER-WINDOW'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'schedule-period-days.dat'.
               05 FILLER PIC X(24) VALUE 'schedule-report'.
               05 FILLER PIC X(24) VALUE 'SCHEDULE-PERIOD-DAYS'.
               05 FILLER PIC X(5) VALUE '01020'.
               05 FILLER PIC X(28) VALUE 'schedule-window.dat'.
               05 FILLER PIC X(24) VALUE 'schedule-report'.
               05 FILLER PIC X(24) VALUE 'SCHEDULE-WINDOW'.
               05 FILLER PIC X(5) VALUE '01090'.
               05 FILLER PIC X(28) VALUE 'sentinel-threshold.dat'.
               05 FILLER PIC X(24) VALUE 'volume-sentinel'.
               05 FILLER PIC X(24) VALUE 'SENTINEL-THRESHOLD'.
               05 FILLER PIC X(5) VALUE '01030'.
               05 FILLER PIC X(28) VALUE 'supermoon-horizon-days.dat'.
               05 FILLER PIC X(24) VALUE '*'.
               05 FILLER PIC X(24) VALUE 'SUPERMOON-HORIZON-DAYS'.
               05 FILLER PIC X(5) VALUE '01030'.
               05 FILLER PIC X(28) VALUE 'tracing-days.dat'.
               05 FILLER PIC X(24) VALUE 'tracing-report'.
               05 FILLER PIC X(24) VALUE 'TRACING-DAYS'.
               05 FILLER PIC X(5) VALUE '01030'.
           01 WS-CONTROL-FILE-TABLE REDEFINES WS-CONTROL-FILES.
               05 WS-CTL-ENTRY OCCURS 23 TIMES.
                   10 WS-CTL-FILENAME PIC X(28).
                   10 WS-CTL-PROGRAM PIC X(24).
                   10 WS-CTL-NAME PIC X(24).
                   10 WS-CTL-START PIC 99.
                   10 WS-CTL-LENGTH PIC 99.
                   10 WS-CTL-DECIMALS PIC 9.
       PROCEDURE DIVISION.

      *    One-time load of the one-value control files into the
      *    parameter master.  Each value found comes across under its
      *    program -- or * where more than one program reads it --
      *    effective from 0001-01-01, since it is the value that has
      *    been in force all along, and described as loaded from its
      *    file; frequency-cap.dat's 'NN DDD' becomes the two
      *    parameters FREQUENCY-CAP-MAX and FREQUENCY-CAP-WINDOW.  A
      *    file not on hand leaves the program's built-in default in
      *    force, and a parameter already on the master is kept, so
      *    the job may safely be run again.  Once it has run the
      *    control files are no longer read and operations removes
      *    them.  Same pattern as customer-file-convert and
      *    history-file-convert.
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAYS-DATE
           END-STRING.
           OPEN I-O F-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS(1:1) NOT = '0'
               DISPLAY 'parameter-convert: parameter-master.dat '
                   'open failed, status ' WS-PARAMETER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-ABSENT-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           PERFORM CONVERT-ONE-CONTROL-FILE
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > 23.
           CLOSE F-PARAMETER-FILE.
           DISPLAY 'parameter-convert: ' WS-LOADED-COUNT
               ' parameter(s) loaded, ' WS-KEPT-COUNT
               ' already on file, ' WS-ABSENT-COUNT
               ' with no control file'.
           GOBACK.

           CONVERT-ONE-CONTROL-FILE.
           MOVE WS-CTL-FILENAME(WS-CTL-SUB) TO WS-CONTROL-FILENAME.
           MOVE SPACES TO RC-CONTROL-RECORD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONTROL-FILE.
           READ F-CONTROL-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-CONTROL-FILE.
           MOVE SPACES TO WS-CONTROL-VALUE.
           IF WS-FILE-IS-ENDED = 0
               MOVE RC-CONTROL-RECORD(WS-CTL-START(WS-CTL-SUB):
                   WS-CTL-LENGTH(WS-CTL-SUB)) TO WS-CONTROL-VALUE
           END-IF.
      *    A money value is kept with its decimal point, as an
      *    operator would key it on the master.
           IF WS-CTL-DECIMALS(WS-CTL-SUB) > 0
           AND WS-CONTROL-VALUE(1:WS-CTL-LENGTH(WS-CTL-SUB))
               IS NUMERIC
               COMPUTE WS-CONTROL-AMOUNT =
                   FUNCTION NUMVAL(WS-CONTROL-VALUE)
                   / 10 ** WS-CTL-DECIMALS(WS-CTL-SUB)
               MOVE WS-CONTROL-AMOUNT TO WS-EDITED-AMOUNT
               MOVE FUNCTION TRIM(WS-EDITED-AMOUNT)
                   TO WS-CONTROL-VALUE
           END-IF.
           IF WS-CONTROL-VALUE = SPACES
               ADD 1 TO WS-ABSENT-COUNT
           ELSE
               MOVE SPACES TO RC-PARAMETER-RECORD
               MOVE WS-CTL-PROGRAM(WS-CTL-SUB) TO RC-PRM-PROGRAM
               MOVE WS-CTL-NAME(WS-CTL-SUB) TO RC-PRM-NAME
               MOVE '0001-01-01' TO RC-PRM-EFF-DATE
               MOVE WS-CONTROL-VALUE TO RC-PRM-VALUE
               STRING 'LOADED FROM ' WS-CONTROL-FILENAME
                   DELIMITED BY SIZE INTO RC-PRM-DESCRIPTION
               END-STRING
               MOVE WS-TODAYS-DATE TO RC-PRM-UPDATED-DATE
               MOVE 'CONVERT' TO RC-PRM-UPDATED-BY
               WRITE RC-PARAMETER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-KEPT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       DISPLAY 'parameter-convert: '
                           WS-CTL-NAME(WS-CTL-SUB) ' = '
                           WS-CONTROL-VALUE
               END-WRITE
           END-IF.
