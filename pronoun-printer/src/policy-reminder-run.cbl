       IDENTIFICATION DIVISION.
       PROGRAM-ID. policy-reminder-run.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-STRAGGLER-FILE
                   ASSIGN TO "policy-stragglers.dat"
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
               SELECT F-REMINDER-REPORT-FILE
                   ASSIGN TO "policy-reminder-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-STRAGGLER-FILE.
           01 RC-STRAGGLER-EMP-ID PIC X(5).
           FD F-REQUEST-FILE.
           01 RC-REQUEST-EMP-ID PIC 9(5).
           FD F-LETTER-TYPE-FILE.
           01 RC-LETTER-TYPE-PARM PIC X(10).
           FD F-RUN-REPORT-FILE.
           01 RC-RUN-REPORT-LINE.
               05 RC-RRP-TAG PIC X(10).
               05 RC-RRP-EMP-ID PIC X(5).
               05 FILLER PIC X(45).
           01 RC-RUN-REPORT-SUMMARY.
               05 RC-RRP-SUMMARY-LABEL PIC X(11).
               05 RC-RRP-SUMMARY-COUNT PIC X(5).
               05 FILLER PIC X(44).
           FD F-REMINDER-REPORT-FILE.
           01 RC-REMINDER-REPORT-RECORD.
               05 RC-RMR-EMP-ID PIC 9(5).
               05 FILLER PIC X.
               05 RC-RMR-FINDING PIC X(20).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CALL-FAILED PIC 9.
           01 WS-LIST-TRUNCATED PIC 9.
           01 WS-PRODUCED-SEEN PIC 9.
           01 WS-PRODUCED-PARSED PIC 9(5).
           01 WS-SENT-COUNT PIC 9(4).
           01 WS-MISSING-COUNT PIC 9(4).
           01 WS-LIST-SUB PIC 9(4).
           01 WS-LIST-COUNT PIC 9(4) VALUE 0.
           01 WS-LIST-TABLE.
               05 WS-LIST-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-LIST-COUNT.
                   10 WS-LIST-EMP-ID PIC 9(5).
                   10 WS-LIST-SENT PIC 9.
       PROCEDURE DIVISION.

      *    Re-sends the POLICY letter to the people
      *    policy-ack-outstanding found still unsigned past their
      *    grace days, and nobody else: their IDs go on
      *    letter-request-ids.dat with the type set to POLICY and
      *    letter-generator does the merging -- the same targeted
      *    path award-letter-run uses.  letter-generator puts each
      *    reminder on issued-letters.dat, so a later signature
      *    signs off the original and the reminders together.
           PERFORM LOAD-STRAGGLER-LIST.
           IF WS-LIST-COUNT = 0
               DISPLAY 'policy-reminder-run: policy-stragglers.dat '
                   'is empty -- nothing to do'
               GOBACK
           END-IF.
           IF WS-LIST-TRUNCATED = 1
               DISPLAY 'policy-reminder-run: policy-stragglers.dat '
                   'over 2000 entries -- run refused'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-LETTER-CONTROLS.
           OPEN OUTPUT F-RUN-REPORT-FILE.
           CLOSE F-RUN-REPORT-FILE.
           MOVE 0 TO WS-CALL-FAILED.
           CALL 'letter-generator'
               ON EXCEPTION
                   DISPLAY 'policy-reminder-run: letter-generator is '
                       'not available'
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
           PERFORM CLEAR-LETTER-CONTROLS.
           IF WS-CALL-FAILED = 1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TAKE-RUN-REPORT.
      *    No fresh PRODUCED= line, or a count that disagrees with
      *    the reconciliation, means the POLICY type is missing
      *    from the template library or the run died: the list is
      *    kept for the rerun.
           IF WS-PRODUCED-SEEN = 0
           OR WS-PRODUCED-PARSED NOT = WS-SENT-COUNT
               DISPLAY 'policy-reminder-run: letter run left no '
                   'usable run report -- list kept'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REMINDER-REPORT.
      *    The list is one run's work; the next outstanding report
      *    writes a fresh one.
           OPEN OUTPUT F-STRAGGLER-FILE.
           CLOSE F-STRAGGLER-FILE.
           DISPLAY 'policy-reminder-run: ' WS-SENT-COUNT
               ' reminder(s) sent, ' WS-MISSING-COUNT
               ' not on people.dat'.
           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-STRAGGLER-LIST.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-LIST-TRUNCATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STRAGGLER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STRAGGLER-FILE
                   NOT AT END
                       IF RC-STRAGGLER-EMP-ID IS NUMERIC
                           IF WS-LIST-COUNT < 2000
                               ADD 1 TO WS-LIST-COUNT
                               MOVE FUNCTION NUMVAL(
                                   RC-STRAGGLER-EMP-ID)
                                   TO WS-LIST-EMP-ID(WS-LIST-COUNT)
                               MOVE 1 TO WS-LIST-SENT(WS-LIST-COUNT)
                           ELSE
                               MOVE 1 TO WS-LIST-TRUNCATED
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-STRAGGLER-FILE.

           WRITE-LETTER-CONTROLS.
           OPEN OUTPUT F-REQUEST-FILE.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-LIST-COUNT
               MOVE WS-LIST-EMP-ID(WS-LIST-SUB) TO RC-REQUEST-EMP-ID
               WRITE RC-REQUEST-EMP-ID
               END-WRITE
           END-PERFORM.
           CLOSE F-REQUEST-FILE.
           OPEN OUTPUT F-LETTER-TYPE-FILE.
           MOVE 'POLICY' TO RC-LETTER-TYPE-PARM.
           WRITE RC-LETTER-TYPE-PARM.
           CLOSE F-LETTER-TYPE-FILE.

      *    Left behind, the controls would turn the next plain
      *    letter run into a POLICY reminder run.
           CLEAR-LETTER-CONTROLS.
           OPEN OUTPUT F-REQUEST-FILE.
           CLOSE F-REQUEST-FILE.
           OPEN OUTPUT F-LETTER-TYPE-FILE.
           CLOSE F-LETTER-TYPE-FILE.

           TAKE-RUN-REPORT.
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
                               PERFORM MARK-ONE-MISSING
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
           MOVE 0 TO WS-SENT-COUNT.
           MOVE 0 TO WS-MISSING-COUNT.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-LIST-COUNT
               IF WS-LIST-SENT(WS-LIST-SUB) = 1
                   ADD 1 TO WS-SENT-COUNT
               ELSE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           END-PERFORM.

           MARK-ONE-MISSING.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-LIST-COUNT
               IF WS-LIST-EMP-ID(WS-LIST-SUB) =
                   FUNCTION NUMVAL(RC-RRP-EMP-ID)
                   MOVE 0 TO WS-LIST-SENT(WS-LIST-SUB)
               END-IF
           END-PERFORM.

           WRITE-REMINDER-REPORT.
           OPEN OUTPUT F-REMINDER-REPORT-FILE.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-LIST-COUNT
               MOVE SPACES TO RC-REMINDER-REPORT-RECORD
               MOVE WS-LIST-EMP-ID(WS-LIST-SUB) TO RC-RMR-EMP-ID
               IF WS-LIST-SENT(WS-LIST-SUB) = 1
                   MOVE 'REMINDER SENT' TO RC-RMR-FINDING
               ELSE
                   MOVE 'NOT ON PEOPLE MASTER' TO RC-RMR-FINDING
               END-IF
               WRITE RC-REMINDER-REPORT-RECORD
               END-WRITE
           END-PERFORM.
           CLOSE F-REMINDER-REPORT-FILE.
