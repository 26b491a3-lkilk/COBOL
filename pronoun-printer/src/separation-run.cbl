       IDENTIFICATION DIVISION.
       PROGRAM-ID. separation-run.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-SEPARATION-FILE
                   ASSIGN TO "separations.dat"
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
               SELECT OPTIONAL F-SEP-REPORT-FILE
                   ASSIGN TO "separations-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RUN-SUMMARY-FILE
                   ASSIGN TO "separation-run-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-SEPARATION-FILE.
           01 RC-SEPARATION-RECORD.
               05 RC-SEP-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-SEP-DATE PIC X(10).
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
      *    separations-batch's report: one line per separation it
      *    could not match to people.dat.
           FD F-SEP-REPORT-FILE.
           01 RC-SEP-REPORT-RECORD.
               05 RC-SRP-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-SRP-FINDING PIC X(30).
           FD F-RUN-SUMMARY-FILE.
           01 RC-RUN-SUMMARY-RECORD.
               05 RC-RSM-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-RSM-SEP-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-RSM-LETTER PIC X(10).
               05 FILLER PIC X.
               05 RC-RSM-SEPARATION PIC X(30).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CALL-FAILED PIC 9.
           01 WS-LIST-TRUNCATED PIC 9.
           01 WS-STEP-RC PIC 99 VALUE 0.
           01 WS-PRODUCED-SEEN PIC 9.
           01 WS-PRODUCED-PARSED PIC 9(5).
           01 WS-MARKED-COUNT PIC 9(3).
           01 WS-REQUESTED-COUNT PIC 9(3).
           01 WS-LEAVER-SUB PIC 9(3).
           01 WS-LEAVER-COUNT PIC 9(3) VALUE 0.
           01 WS-LEAVER-TABLE.
               05 WS-LEAVER-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-LEAVER-COUNT.
                   10 WS-LEAVER-EMP-ID PIC X(5).
                   10 WS-LEAVER-SEP-DATE PIC X(10).
                   10 WS-LEAVER-LETTER PIC 9.
                   10 WS-LEAVER-MATCHED PIC 9.
           01 WS-LETTER-COUNT PIC 9(3) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.

      *    The leaver's SEPARATION letter has to be merged while
      *    they are still on people.dat, so this run letters the
      *    day's separations.dat first -- a targeted letter run,
      *    type SEPARATION -- and then hands the same file to
      *    separations-batch, which archives them and writes the
      *    badge deactivations for security.  A letter run that
      *    fails does not hold the separations back: a working
      *    badge for a leaver is the greater harm, and the report
      *    lists every leaver with NO LETTER for HR to write by
      *    hand.
           PERFORM LOAD-SEPARATIONS.
           IF WS-LEAVER-COUNT = 0
               DISPLAY 'separation-run: separations.dat is empty '
                   '-- nothing to do'
               GOBACK
           END-IF.
           IF WS-LIST-TRUNCATED = 1
               DISPLAY 'separation-run: separations.dat over 500 '
                   'entries -- run refused, nobody separated'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REQUESTED-COUNT > 0
               PERFORM RUN-SEPARATION-LETTERS
           END-IF.
           OPEN OUTPUT F-SEP-REPORT-FILE.
           CLOSE F-SEP-REPORT-FILE.
           MOVE 0 TO WS-CALL-FAILED.
           CALL 'separations-batch'
               ON EXCEPTION
                   DISPLAY 'separation-run: separations-batch is '
                       'not available'
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
           IF WS-CALL-FAILED = 1
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TAKE-SEPARATIONS-REPORT.
           PERFORM WRITE-RUN-SUMMARY.
           DISPLAY 'separation-run: ' WS-LEAVER-COUNT
               ' separation(s), ' WS-LETTER-COUNT ' letter(s), '
               WS-UNMATCHED-COUNT ' not on people.dat'.
           IF WS-STEP-RC > 0
               MOVE WS-STEP-RC TO RETURN-CODE
           ELSE
               IF WS-UNMATCHED-COUNT > 0
               OR WS-LETTER-COUNT < WS-REQUESTED-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

           LOAD-SEPARATIONS.
           MOVE 0 TO WS-LEAVER-COUNT.
           MOVE 0 TO WS-REQUESTED-COUNT.
           MOVE 0 TO WS-LIST-TRUNCATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SEPARATION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEPARATION-FILE
                   NOT AT END
                       IF WS-LEAVER-COUNT < 500
                           ADD 1 TO WS-LEAVER-COUNT
                           MOVE RC-SEP-EMP-ID
                               TO WS-LEAVER-EMP-ID(WS-LEAVER-COUNT)
                           MOVE RC-SEP-DATE
                               TO WS-LEAVER-SEP-DATE(WS-LEAVER-COUNT)
                           MOVE 0 TO WS-LEAVER-LETTER(WS-LEAVER-COUNT)
                           MOVE 1
                               TO WS-LEAVER-MATCHED(WS-LEAVER-COUNT)
                           IF RC-SEP-EMP-ID IS NUMERIC
                               ADD 1 TO WS-REQUESTED-COUNT
                           END-IF
                       ELSE
                           MOVE 1 TO WS-LIST-TRUNCATED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SEPARATION-FILE.

           RUN-SEPARATION-LETTERS.
           OPEN OUTPUT F-REQUEST-FILE.
           PERFORM VARYING WS-LEAVER-SUB FROM 1 BY 1
               UNTIL WS-LEAVER-SUB > WS-LEAVER-COUNT
               IF WS-LEAVER-EMP-ID(WS-LEAVER-SUB) IS NUMERIC
                   MOVE WS-LEAVER-EMP-ID(WS-LEAVER-SUB)
                       TO RC-REQUEST-EMP-ID
                   WRITE RC-REQUEST-EMP-ID
                   END-WRITE
                   MOVE 1 TO WS-LEAVER-LETTER(WS-LEAVER-SUB)
               END-IF
           END-PERFORM.
           CLOSE F-REQUEST-FILE.
           OPEN OUTPUT F-LETTER-TYPE-FILE.
           MOVE 'SEPARATION' TO RC-LETTER-TYPE-PARM.
           WRITE RC-LETTER-TYPE-PARM.
           CLOSE F-LETTER-TYPE-FILE.
           OPEN OUTPUT F-RUN-REPORT-FILE.
           CLOSE F-RUN-REPORT-FILE.
           MOVE 0 TO WS-CALL-FAILED.
           CALL 'letter-generator'
               ON EXCEPTION
                   DISPLAY 'separation-run: letter-generator is '
                       'not available'
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
      *    Left behind, the controls would turn the next plain
      *    letter run into a SEPARATION run.
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
           PERFORM VARYING WS-LEAVER-SUB FROM 1 BY 1
               UNTIL WS-LEAVER-SUB > WS-LEAVER-COUNT
               IF WS-LEAVER-LETTER(WS-LEAVER-SUB) = 1
                   ADD 1 TO WS-MARKED-COUNT
               END-IF
           END-PERFORM.
      *    No PRODUCED= line, or one that disagrees, means the run
      *    ended early (SEPARATION missing from the template
      *    library) and no letter can be counted as made.
           IF WS-PRODUCED-SEEN = 0
           OR WS-PRODUCED-PARSED NOT = WS-MARKED-COUNT
               DISPLAY 'separation-run: letter run left no usable '
                   'run report -- no letters counted'
               PERFORM CLEAR-LETTER-MARKS
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE WS-MARKED-COUNT TO WS-LETTER-COUNT
           END-IF.

           MARK-LETTER-NOT-FOUND.
           PERFORM VARYING WS-LEAVER-SUB FROM 1 BY 1
               UNTIL WS-LEAVER-SUB > WS-LEAVER-COUNT
               IF WS-LEAVER-EMP-ID(WS-LEAVER-SUB) = RC-RRP-EMP-ID
                   MOVE 0 TO WS-LEAVER-LETTER(WS-LEAVER-SUB)
               END-IF
           END-PERFORM.

           CLEAR-LETTER-MARKS.
           MOVE 0 TO WS-LETTER-COUNT.
           PERFORM VARYING WS-LEAVER-SUB FROM 1 BY 1
               UNTIL WS-LEAVER-SUB > WS-LEAVER-COUNT
               MOVE 0 TO WS-LEAVER-LETTER(WS-LEAVER-SUB)
           END-PERFORM.

           TAKE-SEPARATIONS-REPORT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SEP-REPORT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEP-REPORT-FILE
                   NOT AT END
                       PERFORM MARK-SEPARATION-UNMATCHED
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SEP-REPORT-FILE.
           MOVE 0 TO WS-UNMATCHED-COUNT.
           PERFORM VARYING WS-LEAVER-SUB FROM 1 BY 1
               UNTIL WS-LEAVER-SUB > WS-LEAVER-COUNT
               IF WS-LEAVER-MATCHED(WS-LEAVER-SUB) = 0
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-PERFORM.

           MARK-SEPARATION-UNMATCHED.
           PERFORM VARYING WS-LEAVER-SUB FROM 1 BY 1
               UNTIL WS-LEAVER-SUB > WS-LEAVER-COUNT
               IF WS-LEAVER-EMP-ID(WS-LEAVER-SUB) = RC-SRP-EMP-ID
                   MOVE 0 TO WS-LEAVER-MATCHED(WS-LEAVER-SUB)
               END-IF
           END-PERFORM.

           WRITE-RUN-SUMMARY.
           OPEN OUTPUT F-RUN-SUMMARY-FILE.
           PERFORM VARYING WS-LEAVER-SUB FROM 1 BY 1
               UNTIL WS-LEAVER-SUB > WS-LEAVER-COUNT
               MOVE SPACES TO RC-RUN-SUMMARY-RECORD
               MOVE WS-LEAVER-EMP-ID(WS-LEAVER-SUB) TO RC-RSM-EMP-ID
               MOVE WS-LEAVER-SEP-DATE(WS-LEAVER-SUB)
                   TO RC-RSM-SEP-DATE
               IF WS-LEAVER-LETTER(WS-LEAVER-SUB) = 1
                   MOVE 'LETTER' TO RC-RSM-LETTER
               ELSE
                   MOVE 'NO LETTER' TO RC-RSM-LETTER
               END-IF
               IF WS-LEAVER-MATCHED(WS-LEAVER-SUB) = 1
                   MOVE 'ARCHIVED, BADGE DEACTIVATION'
                       TO RC-RSM-SEPARATION
               ELSE
                   MOVE 'NOT ON PEOPLE MASTER' TO RC-RSM-SEPARATION
               END-IF
               WRITE RC-RUN-SUMMARY-RECORD
               END-WRITE
           END-PERFORM.
           CLOSE F-RUN-SUMMARY-FILE.
