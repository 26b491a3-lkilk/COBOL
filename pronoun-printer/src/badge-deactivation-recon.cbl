       IDENTIFICATION DIVISION.
       PROGRAM-ID. badge-deactivation-recon.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-CONFIRM-FILE
                   ASSIGN TO "badge-deactivation-confirms.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-LOG-FILE
                   ASSIGN TO "badge-deactivation-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-WORK-FILE
                   ASSIGN TO "badge-deactivation-work.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO "badge-deactivation-recon.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    The access-control system's confirmation feed: the badge
      *    of each employee it has switched off, and on what date.
           FD F-CONFIRM-FILE.
           01 RC-CONFIRM-RECORD.
               05 RC-CNF-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-CNF-OFF-DATE PIC X(10).
           FD F-LOG-FILE.
           COPY "badge-deactivation-record.cpy".
           FD F-WORK-FILE.
           01 RC-WORK-LINE PIC X(50).
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-REPORT-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-REPORT-NAME PIC X(20).
               05 FILLER PIC X.
               05 RC-REPORT-SEP-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REPORT-OFF-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REPORT-DAYS PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-REPORT-FINDING PIC X(30).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-FEED-TRUNCATED PIC 9.
           01 WS-CURRENT-DATE-DATA.
               05 WS-CURRENT-YEAR PIC 9(4).
               05 WS-CURRENT-MONTH PIC 99.
               05 WS-CURRENT-DAY PIC 99.
               05 FILLER PIC X(13).
           01 WS-RUN-DATE PIC X(10).
           01 WS-CNF-SUB PIC 9(4).
           01 WS-CNF-COUNT PIC 9(4) VALUE 0.
           01 WS-CNF-TABLE.
               05 WS-CNF-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-CNF-COUNT.
                   10 WS-CNF-EMP-ID PIC 9(5).
                   10 WS-CNF-RAW-ID PIC X(5).
                   10 WS-CNF-OFF-DATE PIC X(10).
                   10 WS-CNF-MATCHED PIC 9.
           01 WS-CONFIRMED-COUNT PIC 9(5) VALUE 0.
           01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
           01 WS-LATE-COUNT PIC 9(5) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
           01 WS-INVALID-COUNT PIC 9(5) VALUE 0.
           01 WS-REPORT-FINDING PIC X(30).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
       PROCEDURE DIVISION.

      *    Applies the security confirmations to the deactivation
      *    log separations-batch keeps, then lists the badges that
      *    should be off and are not known to be: every leaver
      *    still unconfirmed after their separation date (STILL
      *    ACTIVE, with the days since), and every confirmation
      *    taken this run that came in after the separation date
      *    (DEACTIVATED LATE).  A late one is listed once, in the
      *    run that confirms it; the still-active ones are listed
      *    every run until security confirms them.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
               WS-CURRENT-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           PERFORM LOAD-CONFIRM-FEED.
      *    Applying part of a feed and then emptying it would lose
      *    the rest of the confirmations.
           IF WS-FEED-TRUNCATED = 1
               DISPLAY 'badge-deactivation-recon: '
                   'badge-deactivation-confirms.dat over 2000 '
                   'entries -- run refused, feed left untouched'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-REPORT-FILE.
           PERFORM REPORT-INVALID-CONFIRMS.
           PERFORM RECONCILE-LOG.
           PERFORM COPY-WORK-TO-LOG.
           PERFORM REPORT-UNMATCHED-CONFIRMS.
           CLOSE F-REPORT-FILE.
           OPEN OUTPUT F-CONFIRM-FILE.
           CLOSE F-CONFIRM-FILE.
           DISPLAY 'badge-deactivation-recon: ' WS-CONFIRMED-COUNT
               ' confirmed, ' WS-ACTIVE-COUNT ' still active, '
               WS-LATE-COUNT ' late, ' WS-UNMATCHED-COUNT
               ' unmatched, ' WS-INVALID-COUNT ' invalid'.
           IF WS-ACTIVE-COUNT > 0 OR WS-LATE-COUNT > 0
           OR WS-UNMATCHED-COUNT > 0 OR WS-INVALID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-CONFIRM-FEED.
           MOVE 0 TO WS-CNF-COUNT.
           MOVE 0 TO WS-FEED-TRUNCATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONFIRM-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONFIRM-FILE
                   NOT AT END
                       IF WS-CNF-COUNT < 2000
                           PERFORM STORE-ONE-CONFIRM
                       ELSE
                           MOVE 1 TO WS-FEED-TRUNCATED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CONFIRM-FILE.

      *    A bad ID or date is kept in the table, flagged matched
      *    with a 2, so the report can name it without it ever
      *    confirming anything.
           STORE-ONE-CONFIRM.
           ADD 1 TO WS-CNF-COUNT.
           MOVE 0 TO WS-CNF-EMP-ID(WS-CNF-COUNT).
           MOVE RC-CNF-EMP-ID TO WS-CNF-RAW-ID(WS-CNF-COUNT).
           MOVE RC-CNF-OFF-DATE TO WS-CNF-OFF-DATE(WS-CNF-COUNT).
           MOVE 0 TO WS-CNF-MATCHED(WS-CNF-COUNT).
           MOVE 'VL' TO WS-DS-FUNCTION.
           MOVE RC-CNF-OFF-DATE TO WS-DS-DATE-1.
           CALL 'date-services' USING WS-DS-FUNCTION
               WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF RC-CNF-EMP-ID IS NOT NUMERIC OR WS-DS-STATUS NOT = 0
               MOVE 2 TO WS-CNF-MATCHED(WS-CNF-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(RC-CNF-EMP-ID)
                   TO WS-CNF-EMP-ID(WS-CNF-COUNT)
           END-IF.

           REPORT-INVALID-CONFIRMS.
           PERFORM VARYING WS-CNF-SUB FROM 1 BY 1
               UNTIL WS-CNF-SUB > WS-CNF-COUNT
               IF WS-CNF-MATCHED(WS-CNF-SUB) = 2
                   MOVE 'BAD EMPLOYEE ID OR DATE'
                       TO WS-REPORT-FINDING
                   PERFORM WRITE-CONFIRM-REPORT-LINE
                   ADD 1 TO WS-INVALID-COUNT
               END-IF
           END-PERFORM.

      *    The log is rewritten through a work file so a run that
      *    dies part way leaves the log as it was.
           RECONCILE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LOG-FILE.
           OPEN OUTPUT F-WORK-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LOG-FILE
                   NOT AT END
                       IF RC-BDA-UNCONFIRMED
                           PERFORM MATCH-ONE-DEACTIVATION
                           PERFORM CHECK-ONE-DEACTIVATION
                       END-IF
                       WRITE RC-WORK-LINE FROM RC-BADGE-DEACTIVATION
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LOG-FILE.
           CLOSE F-WORK-FILE.

           MATCH-ONE-DEACTIVATION.
           PERFORM VARYING WS-CNF-SUB FROM 1 BY 1
               UNTIL WS-CNF-SUB > WS-CNF-COUNT
               IF WS-CNF-MATCHED(WS-CNF-SUB) = 0
               AND WS-CNF-EMP-ID(WS-CNF-SUB) = RC-BDA-EMP-ID
                   MOVE 'C' TO RC-BDA-STATUS
                   MOVE WS-CNF-OFF-DATE(WS-CNF-SUB) TO RC-BDA-OFF-DATE
                   MOVE 1 TO WS-CNF-MATCHED(WS-CNF-SUB)
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE WS-CNF-COUNT TO WS-CNF-SUB
               END-IF
           END-PERFORM.

      *    The badge is due off by the end of the separation date,
      *    so a confirmation dated that day is on time and an
      *    unconfirmed badge is only listed from the day after.
           CHECK-ONE-DEACTIVATION.
           MOVE 'DB' TO WS-DS-FUNCTION.
           MOVE RC-BDA-SEP-DATE TO WS-DS-DATE-1.
           IF RC-BDA-CONFIRMED
               MOVE RC-BDA-OFF-DATE TO WS-DS-DATE-2
           ELSE
               MOVE WS-RUN-DATE TO WS-DS-DATE-2
           END-IF.
           CALL 'date-services' USING WS-DS-FUNCTION
               WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS = 0 AND WS-DS-DAYS > 0
               IF RC-BDA-CONFIRMED
                   MOVE 'DEACTIVATED LATE' TO WS-REPORT-FINDING
                   ADD 1 TO WS-LATE-COUNT
               ELSE
                   MOVE 'STILL ACTIVE' TO WS-REPORT-FINDING
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
               PERFORM WRITE-LOG-REPORT-LINE
           END-IF.

           COPY-WORK-TO-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-WORK-FILE.
           OPEN OUTPUT F-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WORK-FILE
                   NOT AT END
                       WRITE RC-BADGE-DEACTIVATION FROM RC-WORK-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-WORK-FILE.
           CLOSE F-LOG-FILE.
           OPEN OUTPUT F-WORK-FILE.
           CLOSE F-WORK-FILE.

           REPORT-UNMATCHED-CONFIRMS.
           PERFORM VARYING WS-CNF-SUB FROM 1 BY 1
               UNTIL WS-CNF-SUB > WS-CNF-COUNT
               IF WS-CNF-MATCHED(WS-CNF-SUB) = 0
                   MOVE 'NO DEACTIVATION ON LOG'
                       TO WS-REPORT-FINDING
                   PERFORM WRITE-CONFIRM-REPORT-LINE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-PERFORM.

           WRITE-LOG-REPORT-LINE.
           MOVE SPACES TO RC-REPORT-RECORD.
           MOVE RC-BDA-EMP-ID TO RC-REPORT-EMP-ID.
           MOVE RC-BDA-NAME TO RC-REPORT-NAME.
           MOVE RC-BDA-SEP-DATE TO RC-REPORT-SEP-DATE.
           MOVE RC-BDA-OFF-DATE TO RC-REPORT-OFF-DATE.
           MOVE WS-DS-DAYS TO RC-REPORT-DAYS.
           MOVE WS-REPORT-FINDING TO RC-REPORT-FINDING.
           WRITE RC-REPORT-RECORD.

           WRITE-CONFIRM-REPORT-LINE.
           MOVE SPACES TO RC-REPORT-RECORD.
           MOVE WS-CNF-RAW-ID(WS-CNF-SUB) TO RC-REPORT-EMP-ID.
           MOVE WS-CNF-OFF-DATE(WS-CNF-SUB) TO RC-REPORT-OFF-DATE.
           MOVE WS-REPORT-FINDING TO RC-REPORT-FINDING.
           WRITE RC-REPORT-RECORD.
