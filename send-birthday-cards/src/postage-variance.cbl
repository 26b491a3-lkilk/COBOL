               SELECT OPTIONAL F-FORECAST-FILE
                   ASSIGN TO 'birthday-forecast.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-LEDGER-FILE
                   ASSIGN TO 'occasion-budget-ledger.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-VARIANCE-FILE
                   ASSIGN TO 'postage-variance.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               05 RC-FCST-BIRTHDAYS PIC X(6).
               05 FILLER PIC X(11).
               05 RC-FCST-MILESTONES PIC X(6).
      *    occasion-budget's running spend per month per capped
      *    occasion.
           FD F-LEDGER-FILE.
           01 RC-LEDGER-RECORD.
               05 RC-LDG-MONTH PIC X(7).
               05 FILLER PIC X.
               05 RC-LDG-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-LDG-CAP-TYPE PIC X.
               05 FILLER PIC X.
               05 RC-LDG-CAP PIC 9(7)V99.
               05 FILLER PIC X.
               05 RC-LDG-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 RC-LDG-DOLLARS PIC 9(7)V99.
               05 FILLER PIC X.
               05 RC-LDG-HITS PIC 9(7).
               05 FILLER PIC X.
               05 RC-LDG-EMAILED PIC 9(7).
           FD F-VARIANCE-FILE.
           01 RC-VARIANCE-LINE PIC X(90).
       WORKING-STORAGE SECTION.
               05 WS-PROJ-LINE-MM PIC 99.
               05 FILLER PIC X(8) VALUE ' COST$='.
               05 WS-PROJ-LINE-COST PIC ZZZZZZZZ9.99.
           01 WS-CAP-HIT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAP-PIECES-EDIT PIC Z(6)9.
           01 WS-CAP-DOLLARS-EDIT PIC ZZZZZZ9.99.
           01 WS-CAP-HIT-LINE.
               05 FILLER PIC X(7) VALUE 'CAPHIT '.
               05 WS-CAP-LINE-MONTH PIC X(7).
               05 FILLER PIC X VALUE SPACE.
               05 WS-CAP-LINE-OCCASION PIC X(9).
               05 FILLER PIC X(5) VALUE ' CAP='.
               05 WS-CAP-LINE-LIMIT PIC X(11).
               05 FILLER PIC X(5) VALUE ' PCS='.
               05 WS-CAP-LINE-PIECES PIC ZZZZZ9.
               05 FILLER PIC X(3) VALUE ' $='.
               05 WS-CAP-LINE-DOLLARS PIC ZZZZZZ9.99.
               05 FILLER PIC X(6) VALUE ' HELD='.
               05 WS-CAP-LINE-HELD PIC ZZZZ9.
               05 FILLER PIC X(7) VALUE ' EMAIL='.
               05 WS-CAP-LINE-EMAILED PIC ZZZZ9.
           01 WS-FULL-LINE.
               05 FILLER PIC X(10) VALUE 'FULL YEAR '.
               05 WS-FULL-LINE-YEAR PIC X(4).
               05 FILLER PIC X(13) VALUE ' PROJECTED$='.
               05 WS-FULL-LINE-COST PIC ZZZZZZZZ9.99.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Finance's question three quarters running: how are we
           PERFORM WRITE-VARIANCE-REPORT.
           DISPLAY 'postage-variance: ' WS-MONTH-COUNT
               ' month(s) reported for plan year ' WS-CURRENT-YEAR.
           IF WS-CAP-HIT-COUNT > 0
               DISPLAY 'postage-variance: ' WS-CAP-HIT-COUNT
                   ' occasion budget cap hit(s) this year'
           END-IF.
           GOBACK.

           LOAD-BUDGET-TABLE.
           MOVE WS-VARIANCE TO WS-YTD-LINE-VARIANCE.
           WRITE RC-VARIANCE-LINE FROM WS-YTD-LINE.
           PERFORM WRITE-PROJECTION-LINES.
           PERFORM WRITE-CAP-HIT-LINES.
           CLOSE F-VARIANCE-FILE.
           MOVE 'postage-variance.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'postage-variance' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.

           WRITE-ONE-MONTH-LINE.
           MOVE WS-MONTH-KEY(WS-SUB) TO WS-VAR-MONTH.
           MOVE WS-CURRENT-YEAR TO WS-FULL-LINE-YEAR.
           MOVE WS-FULL-YEAR TO WS-FULL-LINE-COST.
           WRITE RC-VARIANCE-LINE FROM WS-FULL-LINE.

      *    Where the plan is being held to by force: one line per
      *    month and occasion this year whose budget cap in
      *    occasion-budget.dat turned customers away -- the cap,
      *    what was charged against it, and how many were held back
      *    versus sent by e-mail instead.
           WRITE-CAP-HIT-LINES.
           MOVE 0 TO WS-CAP-HIT-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LEDGER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEDGER-FILE
                   NOT AT END
                       IF RC-LDG-MONTH(1:4) = WS-CURRENT-YEAR
                       AND RC-LDG-HITS IS NUMERIC
                       AND RC-LDG-EMAILED IS NUMERIC
                       AND RC-LDG-HITS > 0
                           PERFORM WRITE-ONE-CAP-HIT-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LEDGER-FILE.

           WRITE-ONE-CAP-HIT-LINE.
           ADD 1 TO WS-CAP-HIT-COUNT.
           MOVE RC-LDG-MONTH TO WS-CAP-LINE-MONTH.
           MOVE RC-LDG-OCCASION TO WS-CAP-LINE-OCCASION.
           MOVE SPACES TO WS-CAP-LINE-LIMIT.
           IF RC-LDG-CAP-TYPE = 'P'
               MOVE RC-LDG-CAP TO WS-CAP-PIECES-EDIT
               STRING WS-CAP-PIECES-EDIT ' PC' DELIMITED BY SIZE
                   INTO WS-CAP-LINE-LIMIT
               END-STRING
           ELSE
               MOVE RC-LDG-CAP TO WS-CAP-DOLLARS-EDIT
               STRING '$' WS-CAP-DOLLARS-EDIT DELIMITED BY SIZE
                   INTO WS-CAP-LINE-LIMIT
               END-STRING
           END-IF.
           MOVE RC-LDG-PIECES TO WS-CAP-LINE-PIECES.
           MOVE RC-LDG-DOLLARS TO WS-CAP-LINE-DOLLARS.
           COMPUTE WS-CAP-LINE-HELD = RC-LDG-HITS - RC-LDG-EMAILED.
           MOVE RC-LDG-EMAILED TO WS-CAP-LINE-EMAILED.
           WRITE RC-VARIANCE-LINE FROM WS-CAP-HIT-LINE.
