       IDENTIFICATION DIVISION.
       PROGRAM-ID. onboarding-run.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-NEW-HIRE-FILE
                   ASSIGN TO "new-hires.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REJECT-FILE
                   ASSIGN TO "new-hire-rejects.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REQUEST-FILE
                   ASSIGN TO "letter-request-ids.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-LETTER-TYPE-FILE
                   ASSIGN TO "letter-type.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RUN-REPORT-FILE
                   ASSIGN TO "letter-run-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-BADGE-REQUEST-FILE
                   ASSIGN TO "badge-request-ids.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-BADGE-REPORT-FILE
                   ASSIGN TO "badge-run-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-ONBOARDING-REPORT-FILE
                   ASSIGN TO "onboarding-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-FOLLOWUP-FILE
                   ASSIGN TO "new-hire-followup.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    Only the ID and name are needed here; pronoun-batch-load
      *    reads the full feed layout.
           FD F-NEW-HIRE-FILE.
           01 RC-NEW-HIRE.
               05 RC-NEW-HIRE-EMP-ID PIC X(5).
               05 RC-NEW-HIRE-NAME PIC X(20).
      *    pronoun-batch-load's reject line: ID, name, reason.
           FD F-REJECT-FILE.
           01 RC-REJECT-LINE.
               05 RC-REJ-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-REJ-NAME PIC X(20).
               05 FILLER PIC X.
               05 RC-REJ-REASON PIC X(25).
           FD F-REQUEST-FILE.
           01 RC-REQUEST-EMP-ID PIC 9(5).
           FD F-LETTER-TYPE-FILE.
           01 RC-LETTER-TYPE-PARM PIC X(10).
      *    letter-generator's and badge-file's run reports share one
      *    shape: REQUESTED=/PRODUCED= summary lines and a
      *    'NOT FOUND nnnnn' line per requested ID not on people.dat.
           FD F-RUN-REPORT-FILE.
           01 RC-RUN-REPORT-LINE.
               05 RC-RRP-TAG PIC X(10).
               05 RC-RRP-EMP-ID PIC X(5).
               05 FILLER PIC X(45).
           01 RC-RUN-REPORT-SUMMARY.
               05 RC-RRP-SUMMARY-LABEL PIC X(11).
               05 RC-RRP-SUMMARY-COUNT PIC X(5).
               05 FILLER PIC X(44).
           FD F-BADGE-REQUEST-FILE.
           01 RC-BADGE-REQUEST-EMP-ID PIC 9(5).
           FD F-BADGE-REPORT-FILE.
           01 RC-BADGE-REPORT-LINE.
               05 RC-BRP-TAG PIC X(10).
               05 RC-BRP-EMP-ID PIC X(5).
               05 FILLER PIC X(45).
           01 RC-BADGE-REPORT-SUMMARY.
               05 RC-BRP-SUMMARY-LABEL PIC X(11).
               05 RC-BRP-SUMMARY-COUNT PIC X(5).
               05 FILLER PIC X(44).
           FD F-ONBOARDING-REPORT-FILE.
           01 RC-ONBOARDING-REPORT-RECORD.
               05 RC-OBR-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-OBR-NAME PIC X(20).
               05 FILLER PIC X.
               05 RC-OBR-LOADED PIC X(25).
               05 FILLER PIC X.
               05 RC-OBR-LETTER PIC X(10).
               05 FILLER PIC X.
               05 RC-OBR-BADGE PIC X(10).
      *    Rejected hires for HR to chase: fix the feed line and
      *    put it through the next onboarding run.
           FD F-FOLLOWUP-FILE.
           01 RC-FOLLOWUP-RECORD.
               05 RC-FUP-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-FUP-NAME PIC X(20).
               05 FILLER PIC X.
               05 RC-FUP-REASON PIC X(25).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CALL-FAILED PIC 9.
           01 WS-FEED-TRUNCATED PIC 9.
           01 WS-STEP-RC PIC 99 VALUE 0.
           01 WS-PRIOR-REJECTS PIC 9(7).
           01 WS-REJECT-LINE-NO PIC 9(7).
           01 WS-MATCH-FROM PIC 9(3).
           01 WS-PRODUCED-SEEN PIC 9.
           01 WS-PRODUCED-PARSED PIC 9(5).
           01 WS-MARKED-COUNT PIC 9(3).
           01 WS-HIRE-SUB PIC 9(3).
           01 WS-HIRE-COUNT PIC 9(3) VALUE 0.
           01 WS-HIRE-TABLE.
               05 WS-HIRE-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-HIRE-COUNT.
                   10 WS-HIRE-EMP-ID PIC X(5).
                   10 WS-HIRE-NAME PIC X(20).
                   10 WS-HIRE-LOADED PIC 9.
                   10 WS-HIRE-REASON PIC X(25).
                   10 WS-HIRE-LETTER PIC 9.
                   10 WS-HIRE-BADGE PIC 9.
           01 WS-LOADED-COUNT PIC 9(3) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(3) VALUE 0.
           01 WS-LETTER-COUNT PIC 9(3) VALUE 0.
           01 WS-BADGE-COUNT PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.

      *    One run for the day's new hires: pronoun-batch-load puts
      *    new-hires.dat on people.dat, then the hires it actually
      *    loaded -- and only those -- get a WELCOME letter through
      *    letter-generator and a badge through badge-file, both in
      *    their targeted request modes.  Which feed lines loaded is
      *    read back from the reject lines this load appended to
      *    new-hire-rejects.dat; those hires go on
      *    new-hire-followup.dat instead.  onboarding-report.dat
      *    shows, per hire, loaded, letter produced, badge produced.
           PERFORM LOAD-NEW-HIRE-FEED.
           IF WS-HIRE-COUNT = 0
               DISPLAY 'onboarding-run: new-hires.dat is empty '
                   '-- nothing to do'
               GOBACK
           END-IF.
           IF WS-FEED-TRUNCATED = 1
               DISPLAY 'onboarding-run: new-hires.dat over 500 '
                   'entries -- run refused, nothing loaded'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-PRIOR-REJECTS.
           MOVE 0 TO WS-CALL-FAILED.
           CALL 'pronoun-batch-load'
               ON EXCEPTION
                   DISPLAY 'onboarding-run: pronoun-batch-load is '
                       'not available'
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
           IF WS-CALL-FAILED = 1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TAKE-THIS-RUNS-REJECTS.
           IF WS-LOADED-COUNT > 0
               PERFORM RUN-WELCOME-LETTERS
               PERFORM RUN-NEW-BADGES
           END-IF.
           PERFORM WRITE-ONBOARDING-REPORT.
           DISPLAY 'onboarding-run: ' WS-HIRE-COUNT ' hire(s), '
               WS-LOADED-COUNT ' loaded, ' WS-LETTER-COUNT
               ' letter(s), ' WS-BADGE-COUNT ' badge(s), '
               WS-REJECTED-COUNT ' for follow-up'.
      *    Return code last: CALL resets it.
           IF WS-STEP-RC > 0
               MOVE WS-STEP-RC TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
               OR WS-LETTER-COUNT < WS-LOADED-COUNT
               OR WS-BADGE-COUNT < WS-LOADED-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

           LOAD-NEW-HIRE-FEED.
           MOVE 0 TO WS-HIRE-COUNT.
           MOVE 0 TO WS-FEED-TRUNCATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-NEW-HIRE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-NEW-HIRE-FILE
                   NOT AT END
                       IF WS-HIRE-COUNT < 500
                           ADD 1 TO WS-HIRE-COUNT
                           MOVE RC-NEW-HIRE-EMP-ID
                               TO WS-HIRE-EMP-ID(WS-HIRE-COUNT)
                           MOVE RC-NEW-HIRE-NAME
                               TO WS-HIRE-NAME(WS-HIRE-COUNT)
                           MOVE 1 TO WS-HIRE-LOADED(WS-HIRE-COUNT)
                           MOVE SPACES
                               TO WS-HIRE-REASON(WS-HIRE-COUNT)
                           MOVE 0 TO WS-HIRE-LETTER(WS-HIRE-COUNT)
                           MOVE 0 TO WS-HIRE-BADGE(WS-HIRE-COUNT)
                       ELSE
                           MOVE 1 TO WS-FEED-TRUNCATED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-NEW-HIRE-FILE.

      *    The reject file is cumulative; this load's lines are the
      *    ones past today's starting count.
           COUNT-PRIOR-REJECTS.
           MOVE 0 TO WS-PRIOR-REJECTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REJECT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REJECT-FILE
                   NOT AT END
                       ADD 1 TO WS-PRIOR-REJECTS
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REJECT-FILE.

      *    pronoun-batch-load rejects in feed order, so each new
      *    reject line belongs to the next feed line with the same
      *    ID and name -- a hire repeated in the feed loads once and
      *    is rejected ALREADY LOADED the second time, and only that
      *    second line is marked.
           TAKE-THIS-RUNS-REJECTS.
           MOVE 0 TO WS-REJECT-LINE-NO.
           MOVE 1 TO WS-MATCH-FROM.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REJECT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REJECT-FILE
                   NOT AT END
                       ADD 1 TO WS-REJECT-LINE-NO
                       IF WS-REJECT-LINE-NO > WS-PRIOR-REJECTS
                           PERFORM MATCH-ONE-REJECT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REJECT-FILE.
           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               IF WS-HIRE-LOADED(WS-HIRE-SUB) = 1
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-PERFORM.

           MATCH-ONE-REJECT.
           PERFORM VARYING WS-HIRE-SUB FROM WS-MATCH-FROM BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               IF WS-HIRE-EMP-ID(WS-HIRE-SUB) = RC-REJ-EMP-ID
               AND WS-HIRE-NAME(WS-HIRE-SUB) = RC-REJ-NAME
                   MOVE 0 TO WS-HIRE-LOADED(WS-HIRE-SUB)
                   MOVE RC-REJ-REASON TO WS-HIRE-REASON(WS-HIRE-SUB)
                   COMPUTE WS-MATCH-FROM = WS-HIRE-SUB + 1
                   MOVE WS-HIRE-COUNT TO WS-HIRE-SUB
               END-IF
           END-PERFORM.

           RUN-WELCOME-LETTERS.
           OPEN OUTPUT F-REQUEST-FILE.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               IF WS-HIRE-LOADED(WS-HIRE-SUB) = 1
                   MOVE WS-HIRE-EMP-ID(WS-HIRE-SUB)
                       TO RC-REQUEST-EMP-ID
                   WRITE RC-REQUEST-EMP-ID
                   END-WRITE
                   MOVE 1 TO WS-HIRE-LETTER(WS-HIRE-SUB)
               END-IF
           END-PERFORM.
           CLOSE F-REQUEST-FILE.
           OPEN OUTPUT F-LETTER-TYPE-FILE.
           MOVE 'WELCOME' TO RC-LETTER-TYPE-PARM.
           WRITE RC-LETTER-TYPE-PARM.
           CLOSE F-LETTER-TYPE-FILE.
           OPEN OUTPUT F-RUN-REPORT-FILE.
           CLOSE F-RUN-REPORT-FILE.
           MOVE 0 TO WS-CALL-FAILED.
           CALL 'letter-generator'
               ON EXCEPTION
                   DISPLAY 'onboarding-run: letter-generator is '
                       'not available'
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
      *    Left behind, the controls would turn the next plain
      *    letter run into a WELCOME run for these hires.
           OPEN OUTPUT F-REQUEST-FILE.
           CLOSE F-REQUEST-FILE.
           OPEN OUTPUT F-LETTER-TYPE-FILE.
           CLOSE F-LETTER-TYPE-FILE.
           IF WS-CALL-FAILED = 1
               PERFORM CLEAR-LETTER-MARKS
               MOVE 16 TO WS-STEP-RC
           ELSE
               PERFORM TAKE-LETTER-RUN-REPORT
           END-IF.

           TAKE-LETTER-RUN-REPORT.
           MOVE 0 TO WS-PRODUCED-SEEN.
           MOVE 0 TO WS-PRODUCED-PARSED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RUN-REPORT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RUN-REPORT-FILE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RC-RRP-TAG = 'NOT FOUND '
                           AND RC-RRP-EMP-ID IS NUMERIC
                               PERFORM MARK-LETTER-NOT-FOUND
                           WHEN RC-RRP-SUMMARY-LABEL(1:9)
                               = 'PRODUCED='
                           AND FUNCTION TEST-NUMVAL(
                               RC-RRP-SUMMARY-COUNT) = 0
                               MOVE 1 TO WS-PRODUCED-SEEN
                               COMPUTE WS-PRODUCED-PARSED =
                                   FUNCTION NUMVAL(
                                       RC-RRP-SUMMARY-COUNT)
                       END-EVALUATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RUN-REPORT-FILE.
           MOVE 0 TO WS-MARKED-COUNT.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               IF WS-HIRE-LETTER(WS-HIRE-SUB) = 1
                   ADD 1 TO WS-MARKED-COUNT
               END-IF
           END-PERFORM.
      *    No PRODUCED= line, or a count that does not agree, means
      *    the run ended early -- WELCOME missing from the template
      *    library -- and no letter can be counted as made.
           IF WS-PRODUCED-SEEN = 0
           OR WS-PRODUCED-PARSED NOT = WS-MARKED-COUNT
               DISPLAY 'onboarding-run: letter run left no usable '
                   'run report -- no letters counted'
               PERFORM CLEAR-LETTER-MARKS
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE WS-MARKED-COUNT TO WS-LETTER-COUNT
           END-IF.

           MARK-LETTER-NOT-FOUND.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               IF WS-HIRE-EMP-ID(WS-HIRE-SUB) = RC-RRP-EMP-ID
                   MOVE 0 TO WS-HIRE-LETTER(WS-HIRE-SUB)
               END-IF
           END-PERFORM.

           CLEAR-LETTER-MARKS.
           MOVE 0 TO WS-LETTER-COUNT.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               MOVE 0 TO WS-HIRE-LETTER(WS-HIRE-SUB)
           END-PERFORM.

           RUN-NEW-BADGES.
           OPEN OUTPUT F-BADGE-REQUEST-FILE.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               IF WS-HIRE-LOADED(WS-HIRE-SUB) = 1
                   MOVE WS-HIRE-EMP-ID(WS-HIRE-SUB)
                       TO RC-BADGE-REQUEST-EMP-ID
                   WRITE RC-BADGE-REQUEST-EMP-ID
                   END-WRITE
                   MOVE 1 TO WS-HIRE-BADGE(WS-HIRE-SUB)
               END-IF
           END-PERFORM.
           CLOSE F-BADGE-REQUEST-FILE.
           OPEN OUTPUT F-BADGE-REPORT-FILE.
           CLOSE F-BADGE-REPORT-FILE.
           MOVE 0 TO WS-CALL-FAILED.
           CALL 'badge-file'
               ON EXCEPTION
                   DISPLAY 'onboarding-run: badge-file is '
                       'not available'
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
      *    Left behind, the next full badge run would print only
      *    these people.
           OPEN OUTPUT F-BADGE-REQUEST-FILE.
           CLOSE F-BADGE-REQUEST-FILE.
           IF WS-CALL-FAILED = 1
               PERFORM CLEAR-BADGE-MARKS
               MOVE 16 TO WS-STEP-RC
           ELSE
               PERFORM TAKE-BADGE-RUN-REPORT
           END-IF.

           TAKE-BADGE-RUN-REPORT.
           MOVE 0 TO WS-PRODUCED-SEEN.
           MOVE 0 TO WS-PRODUCED-PARSED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BADGE-REPORT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BADGE-REPORT-FILE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RC-BRP-TAG = 'NOT FOUND '
                           AND RC-BRP-EMP-ID IS NUMERIC
                               PERFORM MARK-BADGE-NOT-FOUND
                           WHEN RC-BRP-SUMMARY-LABEL(1:9)
                               = 'PRODUCED='
                           AND FUNCTION TEST-NUMVAL(
                               RC-BRP-SUMMARY-COUNT) = 0
                               MOVE 1 TO WS-PRODUCED-SEEN
                               COMPUTE WS-PRODUCED-PARSED =
                                   FUNCTION NUMVAL(
                                       RC-BRP-SUMMARY-COUNT)
                       END-EVALUATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BADGE-REPORT-FILE.
           MOVE 0 TO WS-MARKED-COUNT.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               IF WS-HIRE-BADGE(WS-HIRE-SUB) = 1
                   ADD 1 TO WS-MARKED-COUNT
               END-IF
           END-PERFORM.
           IF WS-PRODUCED-SEEN = 0
           OR WS-PRODUCED-PARSED NOT = WS-MARKED-COUNT
               DISPLAY 'onboarding-run: badge run left no usable '
                   'run report -- no badges counted'
               PERFORM CLEAR-BADGE-MARKS
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE WS-MARKED-COUNT TO WS-BADGE-COUNT
           END-IF.

           MARK-BADGE-NOT-FOUND.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               IF WS-HIRE-EMP-ID(WS-HIRE-SUB) = RC-BRP-EMP-ID
                   MOVE 0 TO WS-HIRE-BADGE(WS-HIRE-SUB)
               END-IF
           END-PERFORM.

           CLEAR-BADGE-MARKS.
           MOVE 0 TO WS-BADGE-COUNT.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               MOVE 0 TO WS-HIRE-BADGE(WS-HIRE-SUB)
           END-PERFORM.

           WRITE-ONBOARDING-REPORT.
           OPEN OUTPUT F-ONBOARDING-REPORT-FILE.
           OPEN OUTPUT F-FOLLOWUP-FILE.
           PERFORM VARYING WS-HIRE-SUB FROM 1 BY 1
               UNTIL WS-HIRE-SUB > WS-HIRE-COUNT
               MOVE SPACES TO RC-ONBOARDING-REPORT-RECORD
               MOVE WS-HIRE-EMP-ID(WS-HIRE-SUB) TO RC-OBR-EMP-ID
               MOVE WS-HIRE-NAME(WS-HIRE-SUB) TO RC-OBR-NAME
               IF WS-HIRE-LOADED(WS-HIRE-SUB) = 1
                   MOVE 'LOADED' TO RC-OBR-LOADED
                   IF WS-HIRE-LETTER(WS-HIRE-SUB) = 1
                       MOVE 'LETTER' TO RC-OBR-LETTER
                   ELSE
                       MOVE 'NO LETTER' TO RC-OBR-LETTER
                   END-IF
                   IF WS-HIRE-BADGE(WS-HIRE-SUB) = 1
                       MOVE 'BADGE' TO RC-OBR-BADGE
                   ELSE
                       MOVE 'NO BADGE' TO RC-OBR-BADGE
                   END-IF
               ELSE
                   MOVE WS-HIRE-REASON(WS-HIRE-SUB) TO RC-OBR-LOADED
                   MOVE SPACES TO RC-FOLLOWUP-RECORD
                   MOVE WS-HIRE-EMP-ID(WS-HIRE-SUB) TO RC-FUP-EMP-ID
                   MOVE WS-HIRE-NAME(WS-HIRE-SUB) TO RC-FUP-NAME
                   MOVE WS-HIRE-REASON(WS-HIRE-SUB) TO RC-FUP-REASON
                   WRITE RC-FOLLOWUP-RECORD
                   END-WRITE
               END-IF
               WRITE RC-ONBOARDING-REPORT-RECORD
               END-WRITE
           END-PERFORM.
           CLOSE F-ONBOARDING-REPORT-FILE.
           CLOSE F-FOLLOWUP-FILE.
