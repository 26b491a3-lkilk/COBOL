       IDENTIFICATION DIVISION.
       PROGRAM-ID. alert-collector.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ALERT-QUEUE-FILE
                   ASSIGN TO 'alert-queue.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ALERT-ESCALATION-FILE
                   ASSIGN TO 'alert-escalations.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-STEP-STATUS-FILE
                   ASSIGN TO 'step-status.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-VOLUME-FILE
                   ASSIGN TO 'volume-alerts.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-EXCEPTION-FILE
                   ASSIGN TO 'exception-escalations.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-INTEGRITY-FILE
                   ASSIGN TO 'integrity-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RETRANSMIT-FILE
                   ASSIGN TO 'retransmit-list.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SUPERMOON-FILE
                   ASSIGN TO 'supermoon-check-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-DISPUTE-FILE
                   ASSIGN TO 'vendor-invoice-disputes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-ALERT-QUEUE-FILE.
           COPY "alert-record.cpy".
           FD F-ALERT-ESCALATION-FILE.
           01 RC-ESCALATION-LINE.
               05 RC-AESC-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-AESC-ALERT-ID PIC 9(7).
               05 FILLER PIC X.
               05 RC-AESC-SOURCE PIC X(10).
               05 FILLER PIC X.
               05 RC-AESC-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-AESC-AGE-LABEL PIC X(5).
               05 RC-AESC-AGE-HOURS PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AESC-TEXT PIC X(80).
      *    The source layouts below are the ones their writers use:
      *    nightly-batch-driver, volume-sentinel, exception-aging,
      *    history-integrity-check, ack-recon,
      *    supermoon-calendar-check and vendor-invoice-audit.
           FD F-STEP-STATUS-FILE.
           01 RC-STEP-STATUS-RECORD.
               05 RC-STEP-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-STEP-NUMBER PIC 99.
               05 FILLER PIC X.
               05 RC-STEP-PROGRAM PIC X(24).
               05 FILLER PIC X.
               05 RC-STEP-OUTCOME PIC X(6).
           FD F-VOLUME-FILE.
           01 RC-VOLUME-RECORD.
               05 RC-VOL-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-VOL-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-VOL-COUNTS PIC X(38).
           FD F-EXCEPTION-FILE.
           01 RC-EXCEPTION-RECORD.
               05 RC-EXC-CUSTOMER-ID PIC X(6).
               05 FILLER PIC X.
               05 RC-EXC-NAME PIC X(40).
               05 FILLER PIC X.
               05 RC-EXC-REASON PIC X(30).
               05 FILLER PIC X.
               05 RC-EXC-RAISED-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-EXC-AGE-LABEL PIC X(5).
               05 RC-EXC-AGE-DAYS PIC X(5).
           FD F-INTEGRITY-FILE.
           01 RC-INTEGRITY-LINE.
               05 RC-INT-OCCASION PIC X(9).
               05 RC-INT-COUNTS PIC X(42).
               05 RC-INT-VERDICT PIC X(24).
               05 FILLER PIC X(15).
           FD F-RETRANSMIT-FILE.
           01 RC-RETRANSMIT-RECORD.
               05 RC-RTX-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-RTX-FILENAME PIC X(40).
               05 FILLER PIC X.
               05 RC-RTX-COUNT-LABEL PIC X(6).
               05 RC-RTX-COUNT PIC X(5).
           FD F-SUPERMOON-FILE.
           01 RC-SUPERMOON-LINE.
               05 RC-SMN-FINDING PIC X(24).
               05 RC-SMN-DATE PIC X(10).
               05 FILLER PIC X(26).
           FD F-DISPUTE-FILE.
           01 RC-DISPUTE-RECORD.
               05 RC-DSP-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-DSP-VENDOR PIC X.
               05 FILLER PIC X.
               05 RC-DSP-FINDING PIC X(24).
               05 FILLER PIC X.
               05 RC-DSP-BILLED-COUNT PIC X(5).
               05 FILLER PIC X.
               05 RC-DSP-OURS-COUNT PIC X(5).
               05 FILLER PIC X.
               05 RC-DSP-BILLED-AMOUNT PIC X(9).
               05 FILLER PIC X.
               05 RC-DSP-EXPECTED-AMOUNT PIC X(9).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-RUN-YYYYMMDD PIC 9(8).
           01 WS-RUN-INTEGER PIC S9(9) COMP.
      *    Step failures and volume swings are kept on files that
      *    grow night after night; only lines this recent are looked
      *    at, so the first run does not raise the whole history.
           01 WS-LOOKBACK-DAYS PIC 99 VALUE 7.
           01 WS-CHECK-DATE PIC X(10).
           01 WS-CHECK-YYYYMMDD PIC 9(8).
           01 WS-DATE-IS-RECENT PIC 9.
           01 WS-ESCALATION-HOURS PIC 999 VALUE 4.
           01 WS-NOW-STAMP PIC X(14).
           01 WS-NOW-MINUTES PIC S9(11) COMP.
           01 WS-RAISED-MINUTES PIC S9(11) COMP.
           01 WS-AGE-HOURS PIC S9(7) COMP.
           01 WS-STAMP-YYYYMMDD PIC 9(8).
           01 WS-ALERT-WAS-FOUND PIC 9.
           01 WS-NEXT-ALERT-ID PIC 9(7).
           01 WS-RAISED-COUNT PIC 9(5).
           01 WS-HIGH-RAISED-COUNT PIC 9(5).
           01 WS-ESCALATED-COUNT PIC 9(5).
           01 WS-FULL-WARNED PIC 9.
           01 WS-QUEUE-SUB PIC 9(5).
           01 WS-LOAD-TRUNCATED PIC 9.
           01 WS-QUEUE-COUNT PIC 9(5) VALUE 0.
           01 WS-QUEUE-TABLE.
               05 WS-QUEUE-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-QUEUE-COUNT.
                   10 WS-QUEUE-IMAGE PIC X(384).
           COPY "alert-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    The night operator used to open seven files to learn
      *    whether anything went wrong.  Each condition those files
      *    report becomes one alert on alert-queue.dat the first time
      *    it is seen, with a severity, its source, the date it
      *    belongs to and a line of text; alert-review works the
      *    queue.  High-severity alerts nobody has acknowledged within
      *    ALERT-ESCALATION-HOURS are escalated -- marked, logged on
      *    alert-escalations.dat and put on the console.  The driver
      *    calls this after every nightly run, stopped or not, and it
      *    can be run again at any time; it raises nothing twice.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           COMPUTE WS-RUN-YYYYMMDD = WS-YEAR * 10000
               + FUNCTION NUMVAL(WS-DATE(1:2)) * 100
               + FUNCTION NUMVAL(WS-DATE(4:2)).
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD).
           PERFORM APPLY-ESCALATION-HOURS-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           PERFORM LOAD-ALERT-QUEUE.
           IF WS-LOAD-TRUNCATED = 1
               DISPLAY 'alert-collector: alert-queue.dat holds more '
                   'than 5000 alerts -- archive resolved alerts and '
                   'rerun; nothing collected'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-RAISED-COUNT.
           MOVE 0 TO WS-HIGH-RAISED-COUNT.
           MOVE 0 TO WS-ESCALATED-COUNT.
           MOVE 0 TO WS-FULL-WARNED.
           PERFORM COLLECT-STEP-FAILURES.
           PERFORM COLLECT-VOLUME-SWINGS.
           PERFORM COLLECT-AGED-EXCEPTIONS.
           PERFORM COLLECT-INTEGRITY-SHORTS.
           PERFORM COLLECT-RETRANSMITS.
           PERFORM COLLECT-SUPERMOON-FINDINGS.
           PERFORM COLLECT-INVOICE-DISPUTES.
           PERFORM ESCALATE-STALE-ALERTS.
           PERFORM REWRITE-ALERT-QUEUE.
           DISPLAY 'alert-collector: ' WS-RAISED-COUNT
               ' new alert(s), ' WS-HIGH-RAISED-COUNT ' high; '
               WS-ESCALATED-COUNT ' escalated'.
           MOVE 0 TO RETURN-CODE.
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

           APPLY-ESCALATION-HOURS-OVERRIDE.
           MOVE 'alert-collector' TO WS-PRQ-PROGRAM.
           MOVE 'ALERT-ESCALATION-HOURS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER NOT < 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-ESCALATION-HOURS
           END-IF.

      *    The next alert number follows the highest on the queue;
      *    nothing is ever taken off it, so numbers are not reused.
           LOAD-ALERT-QUEUE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOAD-TRUNCATED.
           MOVE 0 TO WS-QUEUE-COUNT.
           MOVE 0 TO WS-NEXT-ALERT-ID.
           OPEN INPUT F-ALERT-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ALERT-QUEUE-FILE
                   NOT AT END
                       IF WS-QUEUE-COUNT < 5000
                           ADD 1 TO WS-QUEUE-COUNT
                           MOVE RC-ALERT-RECORD
                               TO WS-QUEUE-IMAGE(WS-QUEUE-COUNT)
                           IF RC-ALERT-ID IS NUMERIC
                           AND RC-ALERT-ID > WS-NEXT-ALERT-ID
                               MOVE RC-ALERT-ID TO WS-NEXT-ALERT-ID
                           END-IF
                       ELSE
                           MOVE 1 TO WS-LOAD-TRUNCATED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ALERT-QUEUE-FILE.

      *    WS-CHECK-DATE (YYYY-MM-DD) falls within the lookback
      *    window ending on the run date.  A date that does not read
      *    as one counts as recent -- better raised than lost.
           CHECK-DATE-IS-RECENT.
           MOVE 1 TO WS-DATE-IS-RECENT.
           IF WS-CHECK-DATE(1:4) IS NUMERIC
           AND WS-CHECK-DATE(6:2) IS NUMERIC
           AND WS-CHECK-DATE(9:2) IS NUMERIC
               COMPUTE WS-CHECK-YYYYMMDD =
                   FUNCTION NUMVAL(WS-CHECK-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-CHECK-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(WS-CHECK-DATE(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-YYYYMMDD) = 0
                   IF FUNCTION INTEGER-OF-DATE(WS-CHECK-YYYYMMDD)
                       < WS-RUN-INTEGER - WS-LOOKBACK-DAYS
                       MOVE 0 TO WS-DATE-IS-RECENT
                   END-IF
               END-IF
           END-IF.

      *    Caller fills in WS-ALERT-SEVERITY, WS-ALERT-SOURCE,
      *    WS-ALERT-RUN-DATE, WS-ALERT-KEY and WS-ALERT-TEXT.  A
      *    source and key already on the queue, whatever its status,
      *    is the same condition and is not raised again.
           RAISE-ALERT-IF-NEW.
           MOVE 0 TO WS-ALERT-WAS-FOUND.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               OR WS-ALERT-WAS-FOUND = 1
               MOVE WS-QUEUE-IMAGE(WS-QUEUE-SUB) TO RC-ALERT-RECORD
               IF RC-ALERT-SOURCE = WS-ALERT-SOURCE
               AND RC-ALERT-KEY = WS-ALERT-KEY
                   MOVE 1 TO WS-ALERT-WAS-FOUND
               END-IF
           END-PERFORM.
           IF WS-ALERT-WAS-FOUND = 0
               IF WS-QUEUE-COUNT < 5000
                   ADD 1 TO WS-NEXT-ALERT-ID
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE WS-NEXT-ALERT-ID TO WS-ALERT-ID
                   MOVE WS-NOW-STAMP TO WS-ALERT-RAISED-STAMP
                   MOVE 'OPEN' TO WS-ALERT-STATUS
                   MOVE WS-ALERT-RECORD
                       TO WS-QUEUE-IMAGE(WS-QUEUE-COUNT)
                   ADD 1 TO WS-RAISED-COUNT
                   IF WS-ALERT-IS-HIGH
                       ADD 1 TO WS-HIGH-RAISED-COUNT
                   END-IF
               ELSE
                   IF WS-FULL-WARNED = 0
                       DISPLAY 'alert-collector: alert queue full '
                           'at 5000 -- archive resolved alerts; '
                           'new conditions not raised'
                       MOVE 1 TO WS-FULL-WARNED
                   END-IF
               END-IF
           END-IF.

           START-NEW-ALERT.
           MOVE SPACES TO WS-ALERT-RECORD.
           MOVE 0 TO WS-ALERT-ID.

           COLLECT-STEP-FAILURES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STEP-STATUS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STEP-STATUS-FILE
                   NOT AT END
                       IF RC-STEP-OUTCOME = 'FAILED'
                           MOVE RC-STEP-DATE TO WS-CHECK-DATE
                           PERFORM CHECK-DATE-IS-RECENT
                           IF WS-DATE-IS-RECENT = 1
                               PERFORM RAISE-STEP-FAILURE
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-STEP-STATUS-FILE.

           RAISE-STEP-FAILURE.
           PERFORM START-NEW-ALERT.
           MOVE 'H' TO WS-ALERT-SEVERITY.
           MOVE 'STEP' TO WS-ALERT-SOURCE.
           MOVE RC-STEP-DATE TO WS-ALERT-RUN-DATE.
           STRING RC-STEP-DATE ' ' RC-STEP-NUMBER ' '
               RC-STEP-PROGRAM DELIMITED BY SIZE INTO WS-ALERT-KEY
           END-STRING.
           STRING 'NIGHTLY STEP ' RC-STEP-NUMBER ' '
               DELIMITED BY SIZE
               RC-STEP-PROGRAM DELIMITED BY SPACE
               ' FAILED' DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM RAISE-ALERT-IF-NEW.

           COLLECT-VOLUME-SWINGS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VOLUME-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOLUME-FILE
                   NOT AT END
                       MOVE RC-VOL-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-DATE-IS-RECENT
                       IF WS-DATE-IS-RECENT = 1
                           PERFORM START-NEW-ALERT
                           MOVE 'M' TO WS-ALERT-SEVERITY
                           MOVE 'VOLUME' TO WS-ALERT-SOURCE
                           MOVE RC-VOL-DATE TO WS-ALERT-RUN-DATE
                           STRING RC-VOL-DATE ' ' RC-VOL-OCCASION
                               DELIMITED BY SIZE INTO WS-ALERT-KEY
                           END-STRING
                           STRING 'VOLUME SWING ' RC-VOL-OCCASION
                               ' ' RC-VOL-COUNTS
                               DELIMITED BY SIZE INTO WS-ALERT-TEXT
                           END-STRING
                           PERFORM RAISE-ALERT-IF-NEW
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VOLUME-FILE.

      *    exception-escalations.dat is rewritten each night with
      *    every exception still past its age limit; the raised date
      *    keeps one exception one alert however many nights it
      *    stays on the list.
           COLLECT-AGED-EXCEPTIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EXCEPTION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EXCEPTION-FILE
                   NOT AT END
                       PERFORM START-NEW-ALERT
                       MOVE 'M' TO WS-ALERT-SEVERITY
                       MOVE 'ESCALATION' TO WS-ALERT-SOURCE
                       MOVE WS-TODAYS-DATE TO WS-ALERT-RUN-DATE
                       STRING RC-EXC-CUSTOMER-ID ' ' RC-EXC-REASON
                           ' ' RC-EXC-RAISED-DATE
                           DELIMITED BY SIZE INTO WS-ALERT-KEY
                       END-STRING
                       STRING 'EXCEPTION AGED ' RC-EXC-AGE-DAYS
                           ' DAYS: CUSTOMER ' RC-EXC-CUSTOMER-ID ' '
                           RC-EXC-REASON
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                       END-STRING
                       PERFORM RAISE-ALERT-IF-NEW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EXCEPTION-FILE.

      *    Only a short history is a condition; history over the
      *    audit is the normal email-only note and agreement is
      *    nothing.  The report carries no date of its own, so the
      *    run date is the key's.
           COLLECT-INTEGRITY-SHORTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INTEGRITY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INTEGRITY-FILE
                   NOT AT END
                       IF RC-INT-VERDICT = 'HISTORY SHORT'
                           PERFORM START-NEW-ALERT
                           MOVE 'H' TO WS-ALERT-SEVERITY
                           MOVE 'INTEGRITY' TO WS-ALERT-SOURCE
                           MOVE WS-TODAYS-DATE TO WS-ALERT-RUN-DATE
                           STRING WS-TODAYS-DATE ' ' RC-INT-OCCASION
                               DELIMITED BY SIZE INTO WS-ALERT-KEY
                           END-STRING
                           STRING 'HISTORY SHORT ' RC-INT-OCCASION
                               RC-INT-COUNTS
                               DELIMITED BY SIZE INTO WS-ALERT-TEXT
                           END-STRING
                           PERFORM RAISE-ALERT-IF-NEW
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-INTEGRITY-FILE.

           COLLECT-RETRANSMITS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RETRANSMIT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RETRANSMIT-FILE
                   NOT AT END
                       PERFORM START-NEW-ALERT
                       MOVE 'H' TO WS-ALERT-SEVERITY
                       MOVE 'RETRANSMIT' TO WS-ALERT-SOURCE
                       MOVE RC-RTX-DATE TO WS-ALERT-RUN-DATE
                       STRING RC-RTX-DATE ' ' RC-RTX-FILENAME
                           DELIMITED BY SIZE INTO WS-ALERT-KEY
                       END-STRING
                       STRING 'NOT ACKNOWLEDGED, RETRANSMIT '
                           DELIMITED BY SIZE
                           RC-RTX-FILENAME DELIMITED BY SPACE
                           ' (' RC-RTX-COUNT ' CARDS)'
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                       END-STRING
                       PERFORM RAISE-ALERT-IF-NEW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RETRANSMIT-FILE.

      *    An empty calendar stops the werewolf run; a nearly dry one
      *    needs the next year keyed; a bad or duplicate date was
      *    already dropped and is housekeeping.
           COLLECT-SUPERMOON-FINDINGS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUPERMOON-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SUPERMOON-FILE
                   NOT AT END
                       IF RC-SUPERMOON-LINE NOT = SPACES
                           PERFORM RAISE-SUPERMOON-FINDING
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SUPERMOON-FILE.

           RAISE-SUPERMOON-FINDING.
           PERFORM START-NEW-ALERT.
           EVALUATE TRUE
               WHEN RC-SMN-FINDING(1:17) = 'CALENDAR IS EMPTY'
                   MOVE 'H' TO WS-ALERT-SEVERITY
               WHEN RC-SMN-FINDING(1:19) = 'CALENDAR NEARLY DRY'
                   MOVE 'M' TO WS-ALERT-SEVERITY
               WHEN OTHER
                   MOVE 'L' TO WS-ALERT-SEVERITY
           END-EVALUATE.
           MOVE 'SUPERMOON' TO WS-ALERT-SOURCE.
           MOVE WS-TODAYS-DATE TO WS-ALERT-RUN-DATE.
           MOVE RC-SUPERMOON-LINE TO WS-ALERT-KEY.
           STRING 'SUPERMOON CALENDAR: ' RC-SMN-FINDING
               RC-SMN-DATE DELIMITED BY SIZE INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM RAISE-ALERT-IF-NEW.

           COLLECT-INVOICE-DISPUTES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DISPUTE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DISPUTE-FILE
                   NOT AT END
                       PERFORM START-NEW-ALERT
                       MOVE 'M' TO WS-ALERT-SEVERITY
                       MOVE 'INVOICE' TO WS-ALERT-SOURCE
                       MOVE RC-DSP-DATE TO WS-ALERT-RUN-DATE
                       STRING RC-DSP-DATE ' ' RC-DSP-VENDOR ' '
                           RC-DSP-FINDING
                           DELIMITED BY SIZE INTO WS-ALERT-KEY
                       END-STRING
                       STRING 'VENDOR ' RC-DSP-VENDOR ' INVOICE: '
                           RC-DSP-FINDING ' BILLED '
                           RC-DSP-BILLED-AMOUNT ' EXPECTED '
                           RC-DSP-EXPECTED-AMOUNT
                           DELIMITED BY SIZE INTO WS-ALERT-TEXT
                       END-STRING
                       PERFORM RAISE-ALERT-IF-NEW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DISPUTE-FILE.

      *    Ages are wall-clock, from the stamp the alert was raised
      *    at to now; an alert is escalated once.
           ESCALATE-STALE-ALERTS.
           MOVE WS-NOW-STAMP(1:8) TO WS-STAMP-YYYYMMDD.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-YYYYMMDD) * 1440
               + FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-NOW-STAMP(11:2)).
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               MOVE WS-QUEUE-IMAGE(WS-QUEUE-SUB) TO RC-ALERT-RECORD
               IF RC-ALERT-IS-HIGH
               AND RC-ALERT-IS-OPEN
               AND NOT RC-ALERT-WAS-ESCALATED
               AND RC-ALERT-RAISED-STAMP IS NUMERIC
                   PERFORM CHECK-ONE-ESCALATION
               END-IF
           END-PERFORM.

           CHECK-ONE-ESCALATION.
           MOVE RC-ALERT-RAISED-STAMP(1:8) TO WS-STAMP-YYYYMMDD.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-YYYYMMDD) = 0
               COMPUTE WS-RAISED-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-YYYYMMDD) * 1440
                   + FUNCTION NUMVAL(RC-ALERT-RAISED-STAMP(9:2)) * 60
                   + FUNCTION NUMVAL(RC-ALERT-RAISED-STAMP(11:2))
               IF WS-NOW-MINUTES - WS-RAISED-MINUTES
                   NOT < WS-ESCALATION-HOURS * 60
                   COMPUTE WS-AGE-HOURS =
                       (WS-NOW-MINUTES - WS-RAISED-MINUTES) / 60
                   MOVE 'Y' TO RC-ALERT-ESCALATED
                   MOVE WS-NOW-STAMP TO RC-ALERT-ESCALATED-STAMP
                   MOVE RC-ALERT-RECORD TO WS-QUEUE-IMAGE(WS-QUEUE-SUB)
                   ADD 1 TO WS-ESCALATED-COUNT
                   PERFORM WRITE-ESCALATION-LINE
               END-IF
           END-IF.

           WRITE-ESCALATION-LINE.
           OPEN EXTEND F-ALERT-ESCALATION-FILE.
           MOVE SPACES TO RC-ESCALATION-LINE.
           MOVE WS-NOW-STAMP TO RC-AESC-STAMP.
           MOVE RC-ALERT-ID TO RC-AESC-ALERT-ID.
           MOVE RC-ALERT-SOURCE TO RC-AESC-SOURCE.
           MOVE RC-ALERT-RUN-DATE TO RC-AESC-RUN-DATE.
           MOVE 'HOURS' TO RC-AESC-AGE-LABEL.
           MOVE WS-AGE-HOURS TO RC-AESC-AGE-HOURS.
           MOVE RC-ALERT-TEXT TO RC-AESC-TEXT.
           WRITE RC-ESCALATION-LINE.
           CLOSE F-ALERT-ESCALATION-FILE.
           DISPLAY 'ALERT ' RC-ALERT-ID ' ESCALATED -- NOT '
               'ACKNOWLEDGED IN ' FUNCTION TRIM(RC-AESC-AGE-HOURS)
               ' HOURS: ' FUNCTION TRIM(RC-ALERT-TEXT).

           REWRITE-ALERT-QUEUE.
           OPEN OUTPUT F-ALERT-QUEUE-FILE.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               MOVE WS-QUEUE-IMAGE(WS-QUEUE-SUB) TO RC-ALERT-RECORD
               WRITE RC-ALERT-RECORD
               END-WRITE
           END-PERFORM.
           CLOSE F-ALERT-QUEUE-FILE.
