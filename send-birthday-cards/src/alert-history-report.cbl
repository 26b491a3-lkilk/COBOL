       IDENTIFICATION DIVISION.
       PROGRAM-ID. alert-history-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ALERT-QUEUE-FILE
                   ASSIGN TO 'alert-queue.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'alert-history-report.dat'
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
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-RUN-YYYYMMDD PIC 9(8).
           01 WS-RUN-INTEGER PIC S9(9) COMP.
           01 WS-WEEK-START-YYYYMMDD PIC 9(8).
           01 WS-WEEK-START-DATE PIC X(10).
           01 WS-STAMP-YYYYMMDD PIC 9(8).
           01 WS-ALERT-WEEK PIC 9.
               88 WS-ALERT-IS-EARLIER VALUE 1.
               88 WS-ALERT-IS-THIS-WEEK VALUE 2.
               88 WS-ALERT-IS-LATER VALUE 3.
           01 WS-WANT-WEEK PIC 9.
           01 WS-ALERT-RETURN-CODE PIC 9 VALUE 0.
           01 WS-SOURCE-SUB PIC 99.
           01 WS-LINE-COUNT PIC 9(5).
           01 WS-ESCALATED-IN-WEEK PIC 9(5).
           01 WS-CARRIED-OPEN PIC 9(5).
           01 WS-HIGH-UNRESOLVED PIC 9(5).
      *    The sources alert-record.cpy allows, in its order; a
      *    source not among them counts under OTHER.
           01 WS-SOURCE-NAMES.
               05 FILLER PIC X(10) VALUE 'STEP'.
               05 FILLER PIC X(10) VALUE 'VOLUME'.
               05 FILLER PIC X(10) VALUE 'ESCALATION'.
               05 FILLER PIC X(10) VALUE 'INTEGRITY'.
               05 FILLER PIC X(10) VALUE 'RETRANSMIT'.
               05 FILLER PIC X(10) VALUE 'SUPERMOON'.
               05 FILLER PIC X(10) VALUE 'INVOICE'.
               05 FILLER PIC X(10) VALUE 'OTHER'.
           01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
               05 WS-SOURCE-NAME PIC X(10) OCCURS 8 TIMES.
           01 WS-SOURCE-COUNTS.
               05 WS-SOURCE-ENTRY OCCURS 9 TIMES.
                   10 WS-SRC-RAISED PIC 9(5).
                   10 WS-SRC-HIGH PIC 9(5).
                   10 WS-SRC-ESCALATED PIC 9(5).
                   10 WS-SRC-ACKED PIC 9(5).
                   10 WS-SRC-RESOLVED PIC 9(5).
                   10 WS-SRC-OPEN PIC 9(5).
           01 WS-TITLE-LINE.
               05 FILLER PIC X(23) VALUE 'OPERATIONS ALERTS FROM '.
               05 WS-TITLE-FROM PIC X(10).
               05 FILLER PIC X(4) VALUE ' TO '.
               05 WS-TITLE-TO PIC X(10).
               05 FILLER PIC X(7) VALUE SPACES.
               05 FILLER PIC X(4) VALUE 'RUN '.
               05 WS-TITLE-DATE PIC X(10).
           01 WS-SECTION-LINE PIC X(50).
           01 WS-DETAIL-HEADING.
               05 FILLER PIC X(8) VALUE 'ALERT'.
               05 FILLER PIC X(2) VALUE 'S'.
               05 FILLER PIC X(11) VALUE 'SOURCE'.
               05 FILLER PIC X(11) VALUE 'DATE'.
               05 FILLER PIC X(9) VALUE 'STATUS'.
               05 FILLER PIC X(4) VALUE 'ESC'.
               05 FILLER PIC X(9) VALUE 'ACK BY'.
               05 FILLER PIC X(9) VALUE 'RES BY'.
               05 FILLER PIC X(4) VALUE 'TEXT'.
           01 WS-DETAIL-LINE.
               05 WS-DET-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DET-SEVERITY PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 WS-DET-SOURCE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DET-RUN-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DET-STATUS PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DET-ESCALATED PIC X.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-DET-ACK-BY PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DET-RESOLVED-BY PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DET-TEXT PIC X(69).
           01 WS-NOTE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 WS-NOTE-LABEL PIC X(12).
               05 WS-NOTE-TEXT PIC X(60).
           01 WS-COUNT-HEADING.
               05 FILLER PIC X(12) VALUE 'SOURCE'.
               05 FILLER PIC X(24) VALUE '  RAISED    HIGH    ESC.'.
               05 FILLER PIC X(24) VALUE '   ACKED  RESOLV    OPEN'.
           01 WS-COUNT-LINE.
               05 WS-CNT-SOURCE PIC X(12).
               05 WS-CNT-RAISED PIC ZZZZZZZ9.
               05 WS-CNT-HIGH PIC ZZZZZZZ9.
               05 WS-CNT-ESCALATED PIC ZZZZZZZ9.
               05 WS-CNT-ACKED PIC ZZZZZZZ9.
               05 WS-CNT-RESOLVED PIC ZZZZZZZ9.
               05 WS-CNT-OPEN PIC ZZZZZZZ9.
           01 WS-SUMMARY-LINE.
               05 WS-SUM-LABEL PIC X(40).
               05 WS-SUM-VALUE PIC ZZZZZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    The week on alert-queue.dat: every alert raised in the
      *    seven days ending on the run date with who acknowledged
      *    and resolved it and the resolution note, the alerts from
      *    earlier weeks still not resolved, and counts by source.
      *    A week is by the stamp the alert was raised at, not the
      *    date of the condition it reports.  Ends RC 4 when any
      *    high-severity alert on the queue is still unresolved.
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
           COMPUTE WS-WEEK-START-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER - 6).
           STRING WS-WEEK-START-YYYYMMDD(1:4) '-'
               WS-WEEK-START-YYYYMMDD(5:2) '-'
               WS-WEEK-START-YYYYMMDD(7:2)
               DELIMITED BY SIZE INTO WS-WEEK-START-DATE
           END-STRING.
           INITIALIZE WS-SOURCE-COUNTS.
           MOVE 0 TO WS-ESCALATED-IN-WEEK.
           MOVE 0 TO WS-CARRIED-OPEN.
           MOVE 0 TO WS-HIGH-UNRESOLVED.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-WEEK-START-DATE TO WS-TITLE-FROM.
           MOVE WS-TODAYS-DATE TO WS-TITLE-TO.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TITLE-DATE
           END-STRING.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE 'RAISED THIS WEEK' TO WS-SECTION-LINE.
           MOVE 2 TO WS-WANT-WEEK.
           PERFORM WRITE-ALERT-SECTION.
           MOVE 'NOT RESOLVED FROM EARLIER WEEKS' TO WS-SECTION-LINE.
           MOVE 1 TO WS-WANT-WEEK.
           PERFORM WRITE-ALERT-SECTION.
           PERFORM WRITE-SOURCE-COUNTS.
           CLOSE F-REPORT-FILE.
           MOVE 'alert-history-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'alert-history-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           IF WS-HIGH-UNRESOLVED > 0
               MOVE 4 TO WS-ALERT-RETURN-CODE
           END-IF.
           DISPLAY 'alert-history-report: week ending '
               WS-TODAYS-DATE ' -- ' WS-SRC-RAISED(9)
               ' alert(s) raised, ' WS-HIGH-UNRESOLVED
               ' high alert(s) unresolved'.
           MOVE WS-ALERT-RETURN-CODE TO RETURN-CODE.
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

      *    Which side of the week the alert was raised on.  A stamp
      *    that does not read as a date counts as earlier.
           PLACE-ALERT-IN-WEEK.
           MOVE 1 TO WS-ALERT-WEEK.
           IF RC-ALERT-RAISED-STAMP(1:8) IS NUMERIC
               MOVE RC-ALERT-RAISED-STAMP(1:8) TO WS-STAMP-YYYYMMDD
               EVALUATE TRUE
                   WHEN WS-STAMP-YYYYMMDD > WS-RUN-YYYYMMDD
                       MOVE 3 TO WS-ALERT-WEEK
                   WHEN WS-STAMP-YYYYMMDD NOT <
                       WS-WEEK-START-YYYYMMDD
                       MOVE 2 TO WS-ALERT-WEEK
               END-EVALUATE
           END-IF.

      *    One pass of the queue per section.  The first pass (this
      *    week) also takes the counts.
           WRITE-ALERT-SECTION.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-HEADING.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ALERT-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ALERT-QUEUE-FILE
                   NOT AT END
                       PERFORM PLACE-ALERT-IN-WEEK
                       IF WS-WANT-WEEK = 2
                           PERFORM COUNT-WEEK-ESCALATION
                       END-IF
                       IF WS-ALERT-WEEK = WS-WANT-WEEK
                           PERFORM SELECT-ONE-ALERT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ALERT-QUEUE-FILE.
           IF WS-LINE-COUNT = 0
               MOVE '  NONE' TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
           END-IF.

           SELECT-ONE-ALERT.
           IF WS-ALERT-IS-THIS-WEEK
               PERFORM COUNT-ONE-ALERT
               PERFORM WRITE-ALERT-DETAIL
           ELSE
               IF NOT RC-ALERT-IS-RESOLVED
                   ADD 1 TO WS-CARRIED-OPEN
                   IF RC-ALERT-IS-HIGH
                       ADD 1 TO WS-HIGH-UNRESOLVED
                   END-IF
                   PERFORM WRITE-ALERT-DETAIL
               END-IF
           END-IF.

      *    An escalation made this week counts in the week's
      *    summary whenever the alert was raised.
           COUNT-WEEK-ESCALATION.
           IF RC-ALERT-WAS-ESCALATED
           AND RC-ALERT-ESCALATED-STAMP(1:8) IS NUMERIC
               MOVE RC-ALERT-ESCALATED-STAMP(1:8)
                   TO WS-STAMP-YYYYMMDD
               IF WS-STAMP-YYYYMMDD NOT < WS-WEEK-START-YYYYMMDD
               AND WS-STAMP-YYYYMMDD NOT > WS-RUN-YYYYMMDD
                   ADD 1 TO WS-ESCALATED-IN-WEEK
               END-IF
           END-IF.

           COUNT-ONE-ALERT.
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 7
               OR WS-SOURCE-NAME(WS-SOURCE-SUB) = RC-ALERT-SOURCE
               CONTINUE
           END-PERFORM.
           PERFORM ADD-ALERT-TO-COUNTS.
           MOVE 9 TO WS-SOURCE-SUB.
           PERFORM ADD-ALERT-TO-COUNTS.
           IF RC-ALERT-IS-HIGH AND NOT RC-ALERT-IS-RESOLVED
               ADD 1 TO WS-HIGH-UNRESOLVED
           END-IF.

           ADD-ALERT-TO-COUNTS.
           ADD 1 TO WS-SRC-RAISED(WS-SOURCE-SUB).
           IF RC-ALERT-IS-HIGH
               ADD 1 TO WS-SRC-HIGH(WS-SOURCE-SUB)
           END-IF.
           IF RC-ALERT-WAS-ESCALATED
               ADD 1 TO WS-SRC-ESCALATED(WS-SOURCE-SUB)
           END-IF.
           IF RC-ALERT-ACK-BY NOT = SPACES
               ADD 1 TO WS-SRC-ACKED(WS-SOURCE-SUB)
           END-IF.
           IF RC-ALERT-IS-RESOLVED
               ADD 1 TO WS-SRC-RESOLVED(WS-SOURCE-SUB)
           ELSE
               ADD 1 TO WS-SRC-OPEN(WS-SOURCE-SUB)
           END-IF.

           WRITE-ALERT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
           MOVE RC-ALERT-ID TO WS-DET-ID.
           MOVE RC-ALERT-SEVERITY TO WS-DET-SEVERITY.
           MOVE RC-ALERT-SOURCE TO WS-DET-SOURCE.
           MOVE RC-ALERT-RUN-DATE TO WS-DET-RUN-DATE.
           MOVE RC-ALERT-STATUS TO WS-DET-STATUS.
           MOVE RC-ALERT-ESCALATED TO WS-DET-ESCALATED.
           MOVE RC-ALERT-ACK-BY TO WS-DET-ACK-BY.
           MOVE RC-ALERT-RESOLVED-BY TO WS-DET-RESOLVED-BY.
           MOVE RC-ALERT-TEXT TO WS-DET-TEXT.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.
           IF RC-ALERT-ACK-NOTE NOT = SPACES
               MOVE 'ACKNOWLEDGED' TO WS-NOTE-LABEL
               MOVE RC-ALERT-ACK-NOTE TO WS-NOTE-TEXT
               WRITE RC-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
           IF RC-ALERT-RESOLUTION NOT = SPACES
               MOVE 'RESOLUTION' TO WS-NOTE-LABEL
               MOVE RC-ALERT-RESOLUTION TO WS-NOTE-TEXT
               WRITE RC-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

           WRITE-SOURCE-COUNTS.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'RAISED THIS WEEK BY SOURCE' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-COUNT-HEADING.
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 9
               IF WS-SOURCE-SUB = 9
                   MOVE 'TOTAL' TO WS-CNT-SOURCE
               ELSE
                   MOVE WS-SOURCE-NAME(WS-SOURCE-SUB) TO WS-CNT-SOURCE
               END-IF
               MOVE WS-SRC-RAISED(WS-SOURCE-SUB) TO WS-CNT-RAISED
               MOVE WS-SRC-HIGH(WS-SOURCE-SUB) TO WS-CNT-HIGH
               MOVE WS-SRC-ESCALATED(WS-SOURCE-SUB)
                   TO WS-CNT-ESCALATED
               MOVE WS-SRC-ACKED(WS-SOURCE-SUB) TO WS-CNT-ACKED
               MOVE WS-SRC-RESOLVED(WS-SOURCE-SUB) TO WS-CNT-RESOLVED
               MOVE WS-SRC-OPEN(WS-SOURCE-SUB) TO WS-CNT-OPEN
               IF WS-SRC-RAISED(WS-SOURCE-SUB) > 0
               OR WS-SOURCE-SUB = 9
                   WRITE RC-REPORT-LINE FROM WS-COUNT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'ESCALATED DURING THE WEEK' TO WS-SUM-LABEL.
           MOVE WS-ESCALATED-IN-WEEK TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'NOT RESOLVED FROM EARLIER WEEKS' TO WS-SUM-LABEL.
           MOVE WS-CARRIED-OPEN TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'HIGH SEVERITY STILL NOT RESOLVED' TO WS-SUM-LABEL.
           MOVE WS-HIGH-UNRESOLVED TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
