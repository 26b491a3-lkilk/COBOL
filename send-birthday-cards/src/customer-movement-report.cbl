       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-movement-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-MONTH-FILE
                   ASSIGN TO 'movement-month.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-CUSTOMER-ID
                   FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-HISTORY-FILE
                   ASSIGN TO 'customer-movement-history.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'customer-movement-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-MONTH-FILE.
           01 RC-MONTH-PARM PIC X(7).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-FUNCTION PIC X.
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
      *    One closing count per state (S) or channel (C) per month,
      *    YYYYMM; next month's report opens from these.
           FD F-HISTORY-FILE.
           01 RC-MOVEMENT-HISTORY-RECORD.
               05 RC-MVH-MONTH PIC X(6).
               05 FILLER PIC X.
               05 RC-MVH-KIND PIC X.
               05 FILLER PIC X.
               05 RC-MVH-KEY PIC X(2).
               05 FILLER PIC X.
               05 RC-MVH-COUNT PIC 9(7).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMER-STATUS PIC XX.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-MONTH-KEY PIC X(6).
           01 WS-PRIOR-MONTH-KEY PIC X(6).
           01 WS-PRIOR-YEAR PIC 9999.
           01 WS-PRIOR-MONTH PIC 99.
           01 WS-OPENING-FOUND PIC 9.
           01 WS-MOVEMENT-RETURN-CODE PIC 9 VALUE 0.
           01 WS-CUSTOMER-COUNT PIC 9(7).
           01 WS-JOURNAL-COUNT PIC 9(7).
           01 WS-WANT-KIND PIC X.
           01 WS-WANT-KEY PIC X(2).
           01 WS-FOUND-SUB PIC 9(4).
           01 WS-MOVE-SUB PIC 9(4).
           01 WS-BS-SUB PIC 9(4).
           01 WS-BC-SUB PIC 9(4).
           01 WS-AS-SUB PIC 9(4).
           01 WS-AC-SUB PIC 9(4).
           01 WS-FIG-SUB PIC 99.
           01 WS-MORE-ROWS PIC 9.
           01 WS-ROW-EXPECTED PIC S9(8).
           01 WS-ROW-IS-ZERO PIC 9.
           01 WS-UNBALANCED-ROWS PIC 9(4) VALUE 0.
           01 WS-SUMMARY-DIFFERENCE PIC S9(8).
           COPY "customer-record.cpy"
               REPLACING LEADING ==RC== BY ==JBF==.
           COPY "customer-record.cpy"
               REPLACING LEADING ==RC== BY ==JAF==.
      *    One row per state and one per channel.  The figures are
      *    kept in column order so the table prints and totals by
      *    subscript; CURRENT is the count on the master today and
      *    LATER the net movement journaled since the month ended,
      *    which together give the month's closing.
           01 WS-MOVE-COUNT PIC 9(4) VALUE 0.
           01 WS-MOVE-TABLE.
               05 WS-MOVE-ENTRY OCCURS 0 TO 400 TIMES
               DEPENDING ON WS-MOVE-COUNT.
                   10 WS-MOVE-KIND PIC X.
                   10 WS-MOVE-KEY PIC X(2).
                   10 WS-MOVE-PRINTED PIC 9.
                   10 WS-MOVE-FIGURES.
                       15 WS-MOVE-OPEN PIC S9(7).
                       15 WS-MOVE-ADDS PIC S9(7).
                       15 WS-MOVE-DELETES PIC S9(7).
                       15 WS-MOVE-MERGES PIC S9(7).
                       15 WS-MOVE-PURGES PIC S9(7).
                       15 WS-MOVE-ERASURES PIC S9(7).
                       15 WS-MOVE-IN PIC S9(7).
                       15 WS-MOVE-OUT PIC S9(7).
                       15 WS-MOVE-CLOSE PIC S9(7).
                       15 WS-MOVE-DECEASED PIC S9(7).
                       15 WS-MOVE-DNM PIC S9(7).
                       15 WS-MOVE-SUPPRESSED PIC S9(7).
                       15 WS-MOVE-REINSTATED PIC S9(7).
                       15 WS-MOVE-CHANNEL-CHG PIC S9(7).
                       15 WS-MOVE-CURRENT PIC S9(7).
                       15 WS-MOVE-LATER PIC S9(7).
                   10 WS-MOVE-FIGURE-LIST REDEFINES WS-MOVE-FIGURES.
                       15 WS-MOVE-FIGURE PIC S9(7) OCCURS 16 TIMES.
           01 WS-TOTAL-FIGURES.
               05 WS-TOTAL-FIGURE PIC S9(8) OCCURS 16 TIMES.
      *    Other months' history lines, held while this month's
      *    closing is written in place of any earlier run's.
           01 WS-KEEP-TRUNCATED PIC 9.
           01 WS-KEEP-SUB PIC 9(4).
           01 WS-KEEP-COUNT PIC 9(4) VALUE 0.
           01 WS-KEEP-TABLE.
               05 WS-KEEP-LINE PIC X(19) OCCURS 0 TO 6000 TIMES
               DEPENDING ON WS-KEEP-COUNT.
           01 WS-TITLE-LINE.
               05 FILLER PIC X(27) VALUE 'CUSTOMER BASE MOVEMENT FOR '.
               05 WS-TITLE-MONTH PIC X(7).
               05 FILLER PIC X(7) VALUE SPACES.
               05 FILLER PIC X(4) VALUE 'RUN '.
               05 WS-TITLE-DATE PIC X(10).
           01 WS-SECTION-LINE PIC X(40).
           01 WS-SUMMARY-LINE.
               05 WS-SUM-LABEL PIC X(40).
               05 WS-SUM-VALUE PIC -(8)9.
               05 FILLER PIC X(2).
               05 WS-SUM-NOTE PIC X(40).
           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(8) VALUE 'KEY'.
               05 FILLER PIC X(32)
                   VALUE '   OPEN    ADDS    DELS   MERGE '.
               05 FILLER PIC X(32)
                   VALUE '  PURGE   ERASE      IN     OUT '.
               05 FILLER PIC X(32)
                   VALUE '  CLOSE    DECD     DNM   SUPPR '.
               05 FILLER PIC X(16)
                   VALUE '  REINS    CHNL '.
           01 WS-DETAIL-LINE.
               05 WS-DET-KEY PIC X(8).
               05 WS-DET-COLUMN OCCURS 14 TIMES.
                   10 WS-DET-FIGURE PIC -(6)9.
                   10 FILLER PIC X.
               05 FILLER PIC X.
               05 WS-DET-FLAG PIC X.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    The month's movement of the customer base: where it stood
      *    at the start of the month, every way a customer joined or
      *    left it during the month, and where it stood at the end,
      *    with opening plus movements proved against closing -- in
      *    total and for every state and every delivery channel.  The
      *    movements come from maintenance-journal.dat, which the
      *    maintenance programs and the batch updates write under
      *    their own tags; the closing is today's master with
      *    anything journaled since the month ended backed out.
      *    Each month's closing is kept on
      *    customer-movement-history.dat and is the next month's
      *    opening.  Ends RC 4 when anything fails to balance.
           PERFORM APPLY-MONTH-OVERRIDE.
           PERFORM RESERVE-OVERFLOW-ROWS.
           PERFORM COUNT-CURRENT-CUSTOMERS.
           PERFORM SCAN-MAINTENANCE-JOURNAL.
           PERFORM LOAD-MOVEMENT-HISTORY.
           PERFORM SETTLE-OPENING-AND-CLOSING.
           PERFORM WRITE-MOVEMENT-REPORT.
           PERFORM SAVE-MOVEMENT-HISTORY.
           DISPLAY 'customer-movement-report: ' WS-REPORT-MONTH
               ' -- ' WS-CUSTOMER-COUNT ' customer(s), '
               WS-JOURNAL-COUNT ' journal record(s) in the month'.
           MOVE WS-MOVEMENT-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *    Operations drops a movement-month.dat control record of
      *    YYYY-MM for the month to report; defaults to the month
      *    before the current one, the last complete month.
           APPLY-MONTH-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PRIOR-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PRIOR-MONTH.
           IF WS-PRIOR-MONTH = 1
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.
           MOVE SPACES TO WS-REPORT-MONTH.
           STRING WS-PRIOR-YEAR '-' WS-PRIOR-MONTH
               INTO WS-REPORT-MONTH
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MONTH-FILE.
           READ F-MONTH-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-MONTH-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-MONTH-PARM NOT = SPACES
               MOVE RC-MONTH-PARM TO WS-REPORT-MONTH
           END-IF.
           STRING WS-REPORT-MONTH(1:4) WS-REPORT-MONTH(6:2)
               DELIMITED BY SIZE INTO WS-MONTH-KEY
           END-STRING.
      *    The month before the reported one, whose closing on the
      *    history file is this month's opening.
           MOVE WS-REPORT-MONTH(1:4) TO WS-PRIOR-YEAR.
           MOVE WS-REPORT-MONTH(6:2) TO WS-PRIOR-MONTH.
           IF WS-PRIOR-MONTH = 1
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.
           STRING WS-PRIOR-YEAR WS-PRIOR-MONTH
               DELIMITED BY SIZE INTO WS-PRIOR-MONTH-KEY
           END-STRING.

      *    A row of each kind keyed ** takes whatever will not fit
      *    once the table is full, so nothing drops out of the
      *    totals.
           RESERVE-OVERFLOW-ROWS.
           MOVE 0 TO WS-MOVE-COUNT.
           MOVE 'S' TO WS-WANT-KIND.
           MOVE '**' TO WS-WANT-KEY.
           PERFORM FIND-OR-ADD-ROW.
           MOVE 'C' TO WS-WANT-KIND.
           PERFORM FIND-OR-ADD-ROW.

      *    Today's master, counted by state and by channel.
           COUNT-CURRENT-CUSTOMERS.
           MOVE 0 TO WS-CUSTOMER-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CUSTOMER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMER-FILE NEXT
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       MOVE RC-CUSTOMER-INFO TO JAF-CUSTOMER-INFO
                       PERFORM LOCATE-AFTER-ROWS
                       ADD 1 TO WS-MOVE-CURRENT(WS-AS-SUB)
                           WS-MOVE-CURRENT(WS-AC-SUB)
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMER-FILE.

      *    Journal entries before the month are history already in
      *    the opening; the month's own entries are its movements;
      *    entries since are backed out of today's counts.  An
      *    erasure that found no master record (ERASE-NM) moved
      *    nothing.
           SCAN-MAINTENANCE-JOURNAL.
           MOVE 0 TO WS-JOURNAL-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-JOURNAL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-JOURNAL-FILE
                   NOT AT END
                       IF RC-JRN-STAMP(1:6) IS NUMERIC
                       AND RC-JRN-STAMP(1:6) NOT < WS-MONTH-KEY
                       AND RC-JRN-OPERATOR NOT = 'ERASE-NM'
                           MOVE RC-JRN-BEFORE TO JBF-CUSTOMER-INFO
                           MOVE RC-JRN-AFTER TO JAF-CUSTOMER-INFO
                           PERFORM LOCATE-BEFORE-ROWS
                           PERFORM LOCATE-AFTER-ROWS
                           IF RC-JRN-STAMP(1:6) = WS-MONTH-KEY
                               ADD 1 TO WS-JOURNAL-COUNT
                               PERFORM COUNT-MONTH-MOVEMENT
                           ELSE
                               PERFORM NOTE-LATER-MOVEMENT
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL-FILE.

      *    Adds place the customer by the after image, deletes by the
      *    before image; a delete is a merge, purge or erasure by the
      *    tag of the program that made it.
           COUNT-MONTH-MOVEMENT.
           EVALUATE RC-JRN-FUNCTION
               WHEN 'A'
                   ADD 1 TO WS-MOVE-ADDS(WS-AS-SUB)
                       WS-MOVE-ADDS(WS-AC-SUB)
               WHEN 'D'
                   EVALUATE RC-JRN-OPERATOR
                       WHEN 'DEDUPE'
                           ADD 1 TO WS-MOVE-MERGES(WS-BS-SUB)
                               WS-MOVE-MERGES(WS-BC-SUB)
                       WHEN 'PURGE'
                           ADD 1 TO WS-MOVE-PURGES(WS-BS-SUB)
                               WS-MOVE-PURGES(WS-BC-SUB)
                       WHEN 'ERASURE'
                           ADD 1 TO WS-MOVE-ERASURES(WS-BS-SUB)
                               WS-MOVE-ERASURES(WS-BC-SUB)
                       WHEN OTHER
                           ADD 1 TO WS-MOVE-DELETES(WS-BS-SUB)
                               WS-MOVE-DELETES(WS-BC-SUB)
                   END-EVALUATE
               WHEN 'C'
                   PERFORM COUNT-STATUS-CHANGE
           END-EVALUATE.

      *    A change that moves the customer to another state or
      *    channel is an OUT of the old row and an IN to the new.
      *    The status movements count where the customer now is: a
      *    flag newly set (deceased, do-not-mail, mail suppressed for
      *    returns), or suppression lifted -- reinstated, as an
      *    address correction does.
           COUNT-STATUS-CHANGE.
           IF WS-BS-SUB NOT = WS-AS-SUB
               ADD 1 TO WS-MOVE-OUT(WS-BS-SUB)
               ADD 1 TO WS-MOVE-IN(WS-AS-SUB)
           END-IF.
           IF WS-BC-SUB NOT = WS-AC-SUB
               ADD 1 TO WS-MOVE-OUT(WS-BC-SUB)
               ADD 1 TO WS-MOVE-IN(WS-AC-SUB)
               ADD 1 TO WS-MOVE-CHANNEL-CHG(WS-AS-SUB)
                   WS-MOVE-CHANNEL-CHG(WS-AC-SUB)
           END-IF.
           IF JBF-CUSTOMER-DECEASED NOT = 'Y'
           AND JAF-CUSTOMER-DECEASED = 'Y'
               ADD 1 TO WS-MOVE-DECEASED(WS-AS-SUB)
                   WS-MOVE-DECEASED(WS-AC-SUB)
           END-IF.
           IF JBF-CUSTOMER-DO-NOT-MAIL NOT = 'Y'
           AND JAF-CUSTOMER-DO-NOT-MAIL = 'Y'
               ADD 1 TO WS-MOVE-DNM(WS-AS-SUB)
                   WS-MOVE-DNM(WS-AC-SUB)
           END-IF.
           IF JBF-CUSTOMER-MAIL-SUPPRESSED NOT = 'Y'
           AND JAF-CUSTOMER-MAIL-SUPPRESSED = 'Y'
               ADD 1 TO WS-MOVE-SUPPRESSED(WS-AS-SUB)
                   WS-MOVE-SUPPRESSED(WS-AC-SUB)
           END-IF.
           IF JBF-CUSTOMER-MAIL-SUPPRESSED = 'Y'
           AND JAF-CUSTOMER-MAIL-SUPPRESSED NOT = 'Y'
               ADD 1 TO WS-MOVE-REINSTATED(WS-AS-SUB)
                   WS-MOVE-REINSTATED(WS-AC-SUB)
           END-IF.

      *    Net movement into each row since the month ended.
           NOTE-LATER-MOVEMENT.
           EVALUATE RC-JRN-FUNCTION
               WHEN 'A'
                   ADD 1 TO WS-MOVE-LATER(WS-AS-SUB)
                       WS-MOVE-LATER(WS-AC-SUB)
               WHEN 'D'
                   SUBTRACT 1 FROM WS-MOVE-LATER(WS-BS-SUB)
                       WS-MOVE-LATER(WS-BC-SUB)
               WHEN 'C'
                   IF WS-BS-SUB NOT = WS-AS-SUB
                       SUBTRACT 1 FROM WS-MOVE-LATER(WS-BS-SUB)
                       ADD 1 TO WS-MOVE-LATER(WS-AS-SUB)
                   END-IF
                   IF WS-BC-SUB NOT = WS-AC-SUB
                       SUBTRACT 1 FROM WS-MOVE-LATER(WS-BC-SUB)
                       ADD 1 TO WS-MOVE-LATER(WS-AC-SUB)
                   END-IF
           END-EVALUATE.

      *    A customer with no state on file counts under --, and a
      *    blank channel is both mail and email, as B.
           LOCATE-BEFORE-ROWS.
           MOVE 'S' TO WS-WANT-KIND.
           MOVE JBF-ADDR-STATE TO WS-WANT-KEY.
           IF WS-WANT-KEY = SPACES
               MOVE '--' TO WS-WANT-KEY
           END-IF.
           PERFORM FIND-OR-ADD-ROW.
           MOVE WS-FOUND-SUB TO WS-BS-SUB.
           MOVE 'C' TO WS-WANT-KIND.
           MOVE JBF-CUSTOMER-CHANNEL TO WS-WANT-KEY.
           IF WS-WANT-KEY = SPACES
               MOVE 'B' TO WS-WANT-KEY
           END-IF.
           PERFORM FIND-OR-ADD-ROW.
           MOVE WS-FOUND-SUB TO WS-BC-SUB.

           LOCATE-AFTER-ROWS.
           MOVE 'S' TO WS-WANT-KIND.
           MOVE JAF-ADDR-STATE TO WS-WANT-KEY.
           IF WS-WANT-KEY = SPACES
               MOVE '--' TO WS-WANT-KEY
           END-IF.
           PERFORM FIND-OR-ADD-ROW.
           MOVE WS-FOUND-SUB TO WS-AS-SUB.
           MOVE 'C' TO WS-WANT-KIND.
           MOVE JAF-CUSTOMER-CHANNEL TO WS-WANT-KEY.
           IF WS-WANT-KEY = SPACES
               MOVE 'B' TO WS-WANT-KEY
           END-IF.
           PERFORM FIND-OR-ADD-ROW.
           MOVE WS-FOUND-SUB TO WS-AC-SUB.

           FIND-OR-ADD-ROW.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
               OR WS-FOUND-SUB > 0
               IF WS-MOVE-KIND(WS-MOVE-SUB) = WS-WANT-KIND
               AND WS-MOVE-KEY(WS-MOVE-SUB) = WS-WANT-KEY
                   MOVE WS-MOVE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = 0
               IF WS-MOVE-COUNT < 400
                   ADD 1 TO WS-MOVE-COUNT
                   MOVE WS-WANT-KIND TO WS-MOVE-KIND(WS-MOVE-COUNT)
                   MOVE WS-WANT-KEY TO WS-MOVE-KEY(WS-MOVE-COUNT)
                   MOVE 0 TO WS-MOVE-PRINTED(WS-MOVE-COUNT)
                   PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > 16
                       MOVE 0 TO WS-MOVE-FIGURE(WS-MOVE-COUNT,
                           WS-FIG-SUB)
                   END-PERFORM
                   MOVE WS-MOVE-COUNT TO WS-FOUND-SUB
               ELSE
                   IF WS-WANT-KIND = 'S'
                       MOVE 1 TO WS-FOUND-SUB
                   ELSE
                       MOVE 2 TO WS-FOUND-SUB
                   END-IF
               END-IF
           END-IF.

      *    The prior month's closing lines are this month's opening.
      *    Every other month's lines are held for the rewrite; this
      *    month's, from an earlier run, are dropped to be replaced.
           LOAD-MOVEMENT-HISTORY.
           MOVE 0 TO WS-OPENING-FOUND.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 0 TO WS-KEEP-TRUNCATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HISTORY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HISTORY-FILE
                   NOT AT END
                       PERFORM TAKE-HISTORY-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.

           TAKE-HISTORY-LINE.
           IF RC-MVH-MONTH = WS-PRIOR-MONTH-KEY
           AND RC-MVH-COUNT IS NUMERIC
               MOVE 1 TO WS-OPENING-FOUND
               MOVE RC-MVH-KIND TO WS-WANT-KIND
               MOVE RC-MVH-KEY TO WS-WANT-KEY
               PERFORM FIND-OR-ADD-ROW
               ADD RC-MVH-COUNT TO WS-MOVE-OPEN(WS-FOUND-SUB)
           END-IF.
           IF RC-MVH-MONTH NOT = WS-MONTH-KEY
               IF WS-KEEP-COUNT < 6000
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE RC-MOVEMENT-HISTORY-RECORD
                       TO WS-KEEP-LINE(WS-KEEP-COUNT)
               ELSE
                   MOVE 1 TO WS-KEEP-TRUNCATED
               END-IF
           END-IF.

      *    Closing is today's count less what has moved in since the
      *    month ended.  With no closing on file for the month before
      *    -- the first month reported -- the opening is worked back
      *    from the closing and the month's movements, and the report
      *    says so.
           SETTLE-OPENING-AND-CLOSING.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
               COMPUTE WS-MOVE-CLOSE(WS-MOVE-SUB) =
                   WS-MOVE-CURRENT(WS-MOVE-SUB)
                   - WS-MOVE-LATER(WS-MOVE-SUB)
               IF WS-OPENING-FOUND = 0
                   COMPUTE WS-MOVE-OPEN(WS-MOVE-SUB) =
                       WS-MOVE-CLOSE(WS-MOVE-SUB)
                       - WS-MOVE-ADDS(WS-MOVE-SUB)
                       + WS-MOVE-DELETES(WS-MOVE-SUB)
                       + WS-MOVE-MERGES(WS-MOVE-SUB)
                       + WS-MOVE-PURGES(WS-MOVE-SUB)
                       + WS-MOVE-ERASURES(WS-MOVE-SUB)
                       - WS-MOVE-IN(WS-MOVE-SUB)
                       + WS-MOVE-OUT(WS-MOVE-SUB)
               END-IF
           END-PERFORM.

           WRITE-MOVEMENT-REPORT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-REPORT-MONTH TO WS-TITLE-MONTH.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TITLE-DATE
           END-STRING.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           PERFORM WRITE-BASE-SUMMARY.
           PERFORM WRITE-STATUS-MOVEMENTS.
           MOVE 'S' TO WS-WANT-KIND.
           MOVE 'BY STATE' TO WS-SECTION-LINE.
           PERFORM WRITE-MOVEMENT-TABLE.
           MOVE 'C' TO WS-WANT-KIND.
           MOVE 'BY CHANNEL' TO WS-SECTION-LINE.
           PERFORM WRITE-MOVEMENT-TABLE.
           IF WS-UNBALANCED-ROWS > 0
               MOVE '* OPENING PLUS MOVEMENTS DOES NOT EQUAL CLOSING'
                   TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
               MOVE 4 TO WS-MOVEMENT-RETURN-CODE
           END-IF.
           CLOSE F-REPORT-FILE.
           MOVE 'customer-movement-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'customer-movement-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.

      *    The base as a whole, from the state rows -- every customer
      *    is in exactly one.  State changes net to nothing here.
           WRITE-BASE-SUMMARY.
           MOVE 'S' TO WS-WANT-KIND.
           PERFORM SUM-KIND-FIGURES.
           MOVE SPACES TO WS-SUMMARY-LINE.
           IF WS-OPENING-FOUND = 1
               MOVE 'OPENING COUNT' TO WS-SUM-LABEL
               MOVE 'CARRIED FORWARD' TO WS-SUM-NOTE
           ELSE
               MOVE 'OPENING COUNT' TO WS-SUM-LABEL
               MOVE 'DERIVED -- NO PRIOR MONTH ON FILE'
                   TO WS-SUM-NOTE
           END-IF.
           MOVE WS-TOTAL-FIGURE(1) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  PLUS ADDS' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(2) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE '  LESS DELETES' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(3) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE '  LESS MERGES (customer-dedupe)' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(4) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE '  LESS PURGES (customer-archive-purge)'
               TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(5) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE '  LESS ERASURES' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(6) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           COMPUTE WS-ROW-EXPECTED = WS-TOTAL-FIGURE(1)
               + WS-TOTAL-FIGURE(2) - WS-TOTAL-FIGURE(3)
               - WS-TOTAL-FIGURE(4) - WS-TOTAL-FIGURE(5)
               - WS-TOTAL-FIGURE(6) + WS-TOTAL-FIGURE(7)
               - WS-TOTAL-FIGURE(8).
           MOVE 'OPENING PLUS MOVEMENTS' TO WS-SUM-LABEL.
           MOVE WS-ROW-EXPECTED TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'CLOSING COUNT' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(9) TO WS-SUM-VALUE.
           COMPUTE WS-SUMMARY-DIFFERENCE =
               WS-TOTAL-FIGURE(9) - WS-ROW-EXPECTED.
           IF WS-SUMMARY-DIFFERENCE = 0
               MOVE 'BALANCES' TO WS-SUM-NOTE
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-SUM-NOTE
               MOVE 4 TO WS-MOVEMENT-RETURN-CODE
           END-IF.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           IF WS-SUMMARY-DIFFERENCE NOT = 0
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  UNEXPLAINED DIFFERENCE' TO WS-SUM-LABEL
               MOVE WS-SUMMARY-DIFFERENCE TO WS-SUM-VALUE
               WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.

           WRITE-STATUS-MOVEMENTS.
           MOVE 'STATUS MOVEMENTS' TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE '  NEW DECEASED' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(10) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE '  NEW DO-NOT-MAIL OPT-OUTS' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(11) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE '  NEWLY SUPPRESSED (RETURNED MAIL)' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(12) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE '  REINSTATED (ADDRESS CORRECTED)' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(13) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE '  CHANNEL CHANGES' TO WS-SUM-LABEL.
           MOVE WS-TOTAL-FIGURE(14) TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.

      *    One kind's rows in key order, a row with nothing in it
      *    left off, then the kind's total.  A row whose opening plus
      *    movements does not come to its closing is starred.
           WRITE-MOVEMENT-TABLE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-COLUMN-HEADING.
           MOVE 1 TO WS-MORE-ROWS.
           PERFORM UNTIL WS-MORE-ROWS = 0
               PERFORM PICK-NEXT-ROW
               IF WS-FOUND-SUB = 0
                   MOVE 0 TO WS-MORE-ROWS
               ELSE
                   MOVE 1 TO WS-MOVE-PRINTED(WS-FOUND-SUB)
                   PERFORM WRITE-MOVEMENT-ROW
               END-IF
           END-PERFORM.
           PERFORM SUM-KIND-FIGURES.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'TOTAL' TO WS-DET-KEY.
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > 14
               MOVE WS-TOTAL-FIGURE(WS-FIG-SUB)
                   TO WS-DET-FIGURE(WS-FIG-SUB)
           END-PERFORM.
           COMPUTE WS-ROW-EXPECTED = WS-TOTAL-FIGURE(1)
               + WS-TOTAL-FIGURE(2) - WS-TOTAL-FIGURE(3)
               - WS-TOTAL-FIGURE(4) - WS-TOTAL-FIGURE(5)
               - WS-TOTAL-FIGURE(6) + WS-TOTAL-FIGURE(7)
               - WS-TOTAL-FIGURE(8).
           IF WS-ROW-EXPECTED NOT = WS-TOTAL-FIGURE(9)
               MOVE '*' TO WS-DET-FLAG
               ADD 1 TO WS-UNBALANCED-ROWS
           END-IF.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.

           PICK-NEXT-ROW.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
               IF WS-MOVE-KIND(WS-MOVE-SUB) = WS-WANT-KIND
               AND WS-MOVE-PRINTED(WS-MOVE-SUB) = 0
                   IF WS-FOUND-SUB = 0
                       MOVE WS-MOVE-SUB TO WS-FOUND-SUB
                   ELSE
                       IF WS-MOVE-KEY(WS-MOVE-SUB)
                           < WS-MOVE-KEY(WS-FOUND-SUB)
                           MOVE WS-MOVE-SUB TO WS-FOUND-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           WRITE-MOVEMENT-ROW.
           MOVE 1 TO WS-ROW-IS-ZERO.
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > 14
               IF WS-MOVE-FIGURE(WS-FOUND-SUB, WS-FIG-SUB) NOT = 0
                   MOVE 0 TO WS-ROW-IS-ZERO
               END-IF
           END-PERFORM.
           IF WS-ROW-IS-ZERO = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-MOVE-KEY(WS-FOUND-SUB) TO WS-DET-KEY
               IF WS-WANT-KIND = 'C'
                   EVALUATE WS-MOVE-KEY(WS-FOUND-SUB)
                       WHEN 'M '
                           MOVE 'M MAIL' TO WS-DET-KEY
                       WHEN 'E '
                           MOVE 'E EMAIL' TO WS-DET-KEY
                       WHEN 'S '
                           MOVE 'S TEXT' TO WS-DET-KEY
                       WHEN 'B '
                           MOVE 'B BOTH' TO WS-DET-KEY
                   END-EVALUATE
               END-IF
               PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > 14
                   MOVE WS-MOVE-FIGURE(WS-FOUND-SUB, WS-FIG-SUB)
                       TO WS-DET-FIGURE(WS-FIG-SUB)
               END-PERFORM
               COMPUTE WS-ROW-EXPECTED = WS-MOVE-OPEN(WS-FOUND-SUB)
                   + WS-MOVE-ADDS(WS-FOUND-SUB)
                   - WS-MOVE-DELETES(WS-FOUND-SUB)
                   - WS-MOVE-MERGES(WS-FOUND-SUB)
                   - WS-MOVE-PURGES(WS-FOUND-SUB)
                   - WS-MOVE-ERASURES(WS-FOUND-SUB)
                   + WS-MOVE-IN(WS-FOUND-SUB)
                   - WS-MOVE-OUT(WS-FOUND-SUB)
               IF WS-ROW-EXPECTED NOT = WS-MOVE-CLOSE(WS-FOUND-SUB)
                   MOVE '*' TO WS-DET-FLAG
                   ADD 1 TO WS-UNBALANCED-ROWS
               END-IF
               WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

           SUM-KIND-FIGURES.
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
               UNTIL WS-FIG-SUB > 16
               MOVE 0 TO WS-TOTAL-FIGURE(WS-FIG-SUB)
           END-PERFORM.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
               IF WS-MOVE-KIND(WS-MOVE-SUB) = WS-WANT-KIND
                   PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                       UNTIL WS-FIG-SUB > 16
                       ADD WS-MOVE-FIGURE(WS-MOVE-SUB, WS-FIG-SUB)
                           TO WS-TOTAL-FIGURE(WS-FIG-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    The month's closing goes on the history file for next
      *    month's opening, in place of any earlier run's.  A history
      *    file too big to hold is left as it was -- the report
      *    stands, but next month will derive its opening.
           SAVE-MOVEMENT-HISTORY.
           IF WS-KEEP-TRUNCATED = 1
               DISPLAY 'customer-movement-report: movement history '
                   'over 6000 lines -- closing NOT saved; archive '
                   'it down and rerun'
           ELSE
               OPEN OUTPUT F-HISTORY-FILE
               PERFORM VARYING WS-KEEP-SUB FROM 1 BY 1
                   UNTIL WS-KEEP-SUB > WS-KEEP-COUNT
                   MOVE WS-KEEP-LINE(WS-KEEP-SUB)
                       TO RC-MOVEMENT-HISTORY-RECORD
                   WRITE RC-MOVEMENT-HISTORY-RECORD
               END-PERFORM
               PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                   IF WS-MOVE-CLOSE(WS-MOVE-SUB) > 0
                       MOVE SPACES TO RC-MOVEMENT-HISTORY-RECORD
                       MOVE WS-MONTH-KEY TO RC-MVH-MONTH
                       MOVE WS-MOVE-KIND(WS-MOVE-SUB) TO RC-MVH-KIND
                       MOVE WS-MOVE-KEY(WS-MOVE-SUB) TO RC-MVH-KEY
                       MOVE WS-MOVE-CLOSE(WS-MOVE-SUB)
                           TO RC-MVH-COUNT
                       WRITE RC-MOVEMENT-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE F-HISTORY-FILE
           END-IF.
