                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'notify-status-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
           COPY "customer-record.cpy".
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-REPORT-CUSTOMER-ID PIC X(6).
               05 RC-REPORT-FINDING PIC X(30).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CSM-FUNCTION PIC X.
           01 WS-CSM-RESULT PIC 9.
           COPY "contact-summary-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           01 WS-LOCK-INHERITED PIC 9.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           STRING FUNCTION CURRENT-DATE(1:4) '-'
           OPEN INPUT F-STATUS-FILE.
           OPEN I-O F-CUSTOMER-FILE.
           OPEN I-O F-HISTORY-FILE.
           MOVE 'O' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION
               RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE RC-HIST-OCCASION
               WS-SUMMARY-RECORD WS-CSM-RESULT.
           OPEN OUTPUT F-REPORT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STATUS-FILE
           CLOSE F-STATUS-FILE.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-HISTORY-FILE.
           MOVE 'C' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION
               RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE RC-HIST-OCCASION
               WS-SUMMARY-RECORD WS-CSM-RESULT.
           CLOSE F-REPORT-FILE.
           MOVE 'notify-status-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'notification-status-batch' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           IF WS-LOCK-INHERITED = 0
               MOVE 'R' TO WS-LOCK-FUNCTION
               CALL 'master-lock' USING WS-LOCK-FUNCTION
               ' email(s) blanked, ' WS-UNKNOWN-COUNT ' unknown'.
           GOBACK.

      *    Operations sets BOUNCE-THRESHOLD on the parameter master to
      *    change how many hard bounces blank a customer's email without
      *    a recompile; defaults to 3.  The master keys on the first
      *    24 characters of the program name.
           APPLY-THRESHOLD-OVERRIDE.
           MOVE 'notification-status-batc' TO WS-PRQ-PROGRAM.
           MOVE 'BOUNCE-THRESHOLD' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-BOUNCE-THRESHOLD
           END-IF.

      *    Every dispatcher outcome lands in the card history as
           END-IF.

           RECORD-OUTCOME-IN-HISTORY.
           MOVE SPACES TO RC-HISTORY-RECORD.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           IF RC-STAT-DATE = SPACES
               MOVE WS-TODAYS-DATE TO RC-HIST-RUN-DATE
           WRITE RC-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO WS-CSM-FUNCTION
                   CALL 'contact-summary' USING WS-CSM-FUNCTION
                       RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE
                       RC-HIST-OCCASION WS-SUMMARY-RECORD
                       WS-CSM-RESULT
           END-WRITE.

           COUNT-HARD-BOUNCE.
