                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-AUDIT-FILE ASSIGN TO 'run-audit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-DISPOSITION-FILE
                   ASSIGN TO 'card-dispositions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-DASHBOARD-FILE
                   ASSIGN TO 'day-end-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
           01 RC-AUDIT-RECORD.
               05 RC-AUDIT-DATE PIC X(10).
               05 RC-AUDIT-BODY PIC X(110).
      *    The accessible-format figures trail the volume line past
      *    the width of the body shown above.
           01 RC-AUDIT-VOLUME-VIEW.
               05 FILLER PIC X(11).
               05 RC-AUDIT-KIND-LABEL PIC X(10).
               05 FILLER PIC X(107).
               05 FILLER PIC X.
               05 RC-AUDIT-LARGE-LABEL PIC X(6).
               05 RC-AUDIT-LARGE-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-BRAILLE-LABEL PIC X(8).
               05 RC-AUDIT-BRAILLE-COUNT PIC ZZZ9.
      *    A brand's share of the day carries BRAND= and the brand
      *    code ahead of figures laid out as on the volume line.
           01 RC-AUDIT-BRAND-VIEW.
               05 FILLER PIC X(11).
               05 RC-AUDIT-BRAND-LABEL PIC X(6).
               05 RC-AUDIT-BRAND-CODE PIC X(4).
               05 RC-AUDIT-BRAND-VOLUMES PIC X(168).
           FD F-DISPOSITION-FILE.
           COPY "disposition-record.cpy".
           FD F-DASHBOARD-FILE.
           01 RC-DASHBOARD-LINE PIC X(120).
       WORKING-STORAGE SECTION.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DETAIL-TEXT PIC X(110).
           01 WS-VERDICT-LINE PIC X(40).
           01 WS-DISP-SUB PIC 99.
           01 WS-DISP-FOUND PIC 99.
           01 WS-DISP-TOTAL PIC 9(7).
           01 WS-DISP-COUNT PIC 99 VALUE 0.
           01 WS-DISP-TABLE.
               05 WS-DISP-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-DISP-COUNT.
                   10 WS-DISP-REASON PIC X(9).
                   10 WS-DISP-TALLY PIC 9(7).
           01 WS-DISP-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DISP-LINE-REASON PIC X(9).
               05 FILLER PIC X(7) VALUE ' COUNT='.
               05 WS-DISP-LINE-COUNT PIC ZZZZZZ9.
           01 WS-BRAND-SHOWN PIC X(5).
           01 WS-BRAND-IMAGE.
               05 WS-BRAND-IMAGE-DATE PIC X(10).
               05 WS-BRAND-IMAGE-VOLUMES PIC X(168).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    One page to decide whether the night ran clean, instead of
      *    opening step-status, run-history, run-balance, the
      *    manifest, and the run audit one after another: every
      *    step's outcome and duration, the balance verdict, every
      *    output file with its count, the cards not sent by reason,
      *    and CLEAN or ATTENTION at the bottom.  The overnight
      *    operator pages someone on ATTENTION and goes back to their
      *    coffee on CLEAN.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           PERFORM REPORT-BALANCE.
           PERFORM REPORT-MANIFEST.
           PERFORM REPORT-AUDIT.
           PERFORM REPORT-DISPOSITIONS.
           PERFORM WRITE-FINAL-VERDICT.
           CLOSE F-DASHBOARD-FILE.
           MOVE 'day-end-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'day-end-dashboard' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           GOBACK.

           APPLY-RUN-DATE-OVERRIDE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
                       IF RC-AUDIT-DATE = WS-TODAYS-DATE
                       AND RC-AUDIT-BRAND-LABEL = 'BRAND='
                           PERFORM REPORT-BRAND-VOLUME
                       END-IF
                       IF RC-AUDIT-DATE = WS-TODAYS-DATE
                           MOVE SPACES TO WS-DETAIL-LINE
                           MOVE RC-AUDIT-BODY TO WS-DETAIL-TEXT
                           WRITE RC-DASHBOARD-LINE
                               FROM WS-DETAIL-LINE
                           ADD 1 TO WS-AUDIT-LINES
                           IF RC-AUDIT-KIND-LABEL NOT = 'FALLBACK='
                           AND RC-AUDIT-LARGE-LABEL = 'LARGE='
                               PERFORM REPORT-ACCESSIBLE-VOLUME
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               MOVE 1 TO WS-ATTENTION
           END-IF.

      *    Each brand's share is headed by its code (HOUSE for the
      *    house brand); its figures are then laid back under the
      *    date so they print exactly as the volume line does.
           REPORT-BRAND-VOLUME.
           IF RC-AUDIT-BRAND-CODE = SPACES
               MOVE 'HOUSE' TO WS-BRAND-SHOWN
           ELSE
               MOVE RC-AUDIT-BRAND-CODE TO WS-BRAND-SHOWN
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING 'BRAND ' WS-BRAND-SHOWN
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT
           END-STRING.
           WRITE RC-DASHBOARD-LINE FROM WS-DETAIL-LINE.
           MOVE RC-AUDIT-DATE TO WS-BRAND-IMAGE-DATE.
           MOVE RC-AUDIT-BRAND-VOLUMES TO WS-BRAND-IMAGE-VOLUMES.
           MOVE WS-BRAND-IMAGE TO RC-AUDIT-VOLUME-VIEW.

      *    Large-print and braille pieces go to their own vendor, so
      *    the accessible volume is shown on a line of its own.
           REPORT-ACCESSIBLE-VOLUME.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING 'ACCESSIBLE FORMAT ' RC-AUDIT-LARGE-LABEL
               RC-AUDIT-LARGE-COUNT ' ' RC-AUDIT-BRAILLE-LABEL
               RC-AUDIT-BRAILLE-COUNT
               INTO WS-DETAIL-TEXT
           END-STRING.
           WRITE RC-DASHBOARD-LINE FROM WS-DETAIL-LINE.

      *    The day's occasions that sent no piece, totalled by the
      *    reason the card runs gave.  These are the night's business
      *    outcomes, not failures, so they never raise ATTENTION.
           REPORT-DISPOSITIONS.
           MOVE 'CARDS NOT SENT' TO WS-SECTION-LINE.
           WRITE RC-DASHBOARD-LINE FROM WS-SECTION-LINE.
           MOVE 0 TO WS-DISP-COUNT.
           MOVE 0 TO WS-DISP-TOTAL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DISPOSITION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DISPOSITION-FILE
                   NOT AT END
                       IF RC-DISP-DATE = WS-TODAYS-DATE
                           PERFORM COUNT-ONE-DISPOSITION
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DISPOSITION-FILE.
           PERFORM VARYING WS-DISP-SUB FROM 1 BY 1
               UNTIL WS-DISP-SUB > WS-DISP-COUNT
               MOVE WS-DISP-REASON(WS-DISP-SUB) TO WS-DISP-LINE-REASON
               MOVE WS-DISP-TALLY(WS-DISP-SUB) TO WS-DISP-LINE-COUNT
               WRITE RC-DASHBOARD-LINE FROM WS-DISP-LINE
           END-PERFORM.
           IF WS-DISP-COUNT = 0
               MOVE '  (NONE FOR DATE)' TO WS-SECTION-LINE
               WRITE RC-DASHBOARD-LINE FROM WS-SECTION-LINE
           ELSE
               MOVE 'TOTAL' TO WS-DISP-LINE-REASON
               MOVE WS-DISP-TOTAL TO WS-DISP-LINE-COUNT
               WRITE RC-DASHBOARD-LINE FROM WS-DISP-LINE
           END-IF.

           COUNT-ONE-DISPOSITION.
           ADD 1 TO WS-DISP-TOTAL.
           MOVE 0 TO WS-DISP-FOUND.
           PERFORM VARYING WS-DISP-SUB FROM 1 BY 1
               UNTIL WS-DISP-SUB > WS-DISP-COUNT
               OR WS-DISP-FOUND > 0
               IF WS-DISP-REASON(WS-DISP-SUB) = RC-DISP-REASON
                   MOVE WS-DISP-SUB TO WS-DISP-FOUND
               END-IF
           END-PERFORM.
           IF WS-DISP-FOUND = 0
           AND WS-DISP-COUNT < 20
               ADD 1 TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-DISP-FOUND
               MOVE RC-DISP-REASON TO WS-DISP-REASON(WS-DISP-FOUND)
               MOVE 0 TO WS-DISP-TALLY(WS-DISP-FOUND)
           END-IF.
           IF WS-DISP-FOUND > 0
               ADD 1 TO WS-DISP-TALLY(WS-DISP-FOUND)
           END-IF.

           WRITE-FINAL-VERDICT.
           IF WS-ATTENTION = 0
               MOVE 'VERDICT: CLEAN' TO WS-VERDICT-LINE
