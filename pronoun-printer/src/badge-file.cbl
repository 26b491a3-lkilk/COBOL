                   RECORD KEY IS RC-PERSON-EMP-ID.
               SELECT F-BADGE-FILE ASSIGN TO "badge-file.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REQUEST-FILE
                   ASSIGN TO "badge-request-ids.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RUN-REPORT-FILE
                   ASSIGN TO "badge-run-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
               05 RC-BADGE-NAME PIC X(20).
               05 FILLER PIC X.
               05 RC-BADGE-PRONOUNS PIC X(20).
      *    One employee ID per line, as letter-request-ids.dat is for
      *    letters: badges for new people only, not the whole company.
           FD F-REQUEST-FILE.
           01 RC-REQUEST-EMP-ID PIC X(5).
           FD F-RUN-REPORT-FILE.
           01 RC-RUN-REPORT-LINE PIC X(60).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SET-SUB PIC 9.
           01 WS-DISPLAY-POINTER PIC 99.
           01 WS-BADGE-COUNT PIC 9(5).
           01 WS-REQUEST-MODE PIC 9 VALUE 0.
           01 WS-REQ-SUB PIC 9(4).
           01 WS-REQ-WANTED PIC 9.
           01 WS-REQ-COUNT PIC 9(4) VALUE 0.
           01 WS-REQ-TABLE.
               05 WS-REQ-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-REQ-COUNT.
                   10 WS-REQ-EMP-ID PIC 9(5).
                   10 WS-REQ-MATCHED PIC 9.
           01 WS-RUN-REPORT-WORK.
               05 WS-RRW-LABEL PIC X(11).
               05 WS-RRW-COUNT PIC ZZZZ9.
           01 WS-NOT-FOUND-LINE.
               05 FILLER PIC X(10) VALUE 'NOT FOUND '.
               05 WS-NFL-EMP-ID PIC 9(5).
       PROCEDURE DIVISION.

      *    Facilities printed conference badges by hand-copying from
      *    'she/they' style.  A person whose badge-display
      *    preference is N gets a blank pronoun line -- recorded for
      *    letters is not the same as printed on the chest.
      *    badge-request-ids.dat, when it holds IDs, limits the run
      *    to those people and leaves badge-run-report.dat saying
      *    what was asked for and made, the same way
      *    letter-generator reports a targeted letter run.
           PERFORM LOAD-REQUEST-IDS.
           MOVE 0 TO WS-BADGE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PEOPLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PEOPLE-FILE
                   NOT AT END
                       PERFORM JUDGE-ONE-BADGE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BADGE-FILE.
           CLOSE F-PEOPLE-FILE.
           IF WS-REQUEST-MODE = 1
               PERFORM WRITE-RUN-REPORT
           END-IF.
           DISPLAY 'badge-file: ' WS-BADGE-COUNT
               ' badge(s) written'.
           GOBACK.

           LOAD-REQUEST-IDS.
           MOVE 0 TO WS-REQUEST-MODE.
           MOVE 0 TO WS-REQ-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REQUEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REQUEST-FILE
                   NOT AT END
                       IF WS-REQ-COUNT < 2000
                       AND RC-REQUEST-EMP-ID IS NUMERIC
                           ADD 1 TO WS-REQ-COUNT
                           MOVE FUNCTION NUMVAL(RC-REQUEST-EMP-ID)
                               TO WS-REQ-EMP-ID(WS-REQ-COUNT)
                           MOVE 0 TO WS-REQ-MATCHED(WS-REQ-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REQUEST-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-REQ-COUNT > 0
               MOVE 1 TO WS-REQUEST-MODE
               DISPLAY 'badge-file: request mode, '
                   WS-REQ-COUNT ' ID(s) requested'
           END-IF.

           JUDGE-ONE-BADGE.
           IF WS-REQUEST-MODE = 0
               PERFORM WRITE-ONE-BADGE
           ELSE
               MOVE 0 TO WS-REQ-WANTED
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   IF WS-REQ-EMP-ID(WS-REQ-SUB)
                       = RC-PERSON-EMP-ID
                       MOVE 1 TO WS-REQ-WANTED
                       MOVE 1 TO WS-REQ-MATCHED(WS-REQ-SUB)
                       MOVE WS-REQ-COUNT TO WS-REQ-SUB
                   END-IF
               END-PERFORM
               IF WS-REQ-WANTED = 1
                   PERFORM WRITE-ONE-BADGE
               END-IF
           END-IF.

           WRITE-RUN-REPORT.
           OPEN OUTPUT F-RUN-REPORT-FILE.
           MOVE 'REQUESTED= ' TO WS-RRW-LABEL.
           MOVE WS-REQ-COUNT TO WS-RRW-COUNT.
           WRITE RC-RUN-REPORT-LINE FROM WS-RUN-REPORT-WORK.
           MOVE 'PRODUCED=  ' TO WS-RRW-LABEL.
           MOVE WS-BADGE-COUNT TO WS-RRW-COUNT.
           WRITE RC-RUN-REPORT-LINE FROM WS-RUN-REPORT-WORK.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-MATCHED(WS-REQ-SUB) = 0
                   MOVE WS-REQ-EMP-ID(WS-REQ-SUB) TO WS-NFL-EMP-ID
                   WRITE RC-RUN-REPORT-LINE
                       FROM WS-NOT-FOUND-LINE
               END-IF
           END-PERFORM.
           CLOSE F-RUN-REPORT-FILE.

           WRITE-ONE-BADGE.
           MOVE SPACES TO RC-BADGE-RECORD.
           IF RC-PERSON-PREFERRED-NAME NOT = SPACES
