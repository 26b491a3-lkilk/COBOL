       IDENTIFICATION DIVISION.
       PROGRAM-ID. "quiz-certification".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-QUESTIONS-FILE ASSIGN TO "quiz-questions.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RESULTS-FILE
                   ASSIGN TO "quiz-results.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-PASS-MARK-FILE
                   ASSIGN TO "quiz-pass-mark.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CERT-DAYS-FILE
                   ASSIGN TO "quiz-cert-days.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CERT-FILE
                   ASSIGN TO "quiz-certifications.dat"
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
               SELECT F-REPORT-FILE
                   ASSIGN TO "quiz-certification-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-QUESTIONS-FILE.
           01 RC-QUESTION-RECORD.
               05 RC-QUESTION-TEXT PIC X(60).
               05 FILLER PIC X.
               05 RC-QUESTION-YES-COUNTS PIC X(8).
               05 FILLER PIC X.
               05 RC-QUESTION-KEY PIC X.
               05 FILLER PIC X.
               05 RC-QUESTION-CATEGORY PIC X(10).
           FD F-RESULTS-FILE.
           01 RC-QUIZ-RESULT.
               05 RC-QUIZ-ANSWERS PIC X(200).
               05 FILLER PIC X.
               05 RC-QUIZ-RESULT-LABEL PIC X(8).
               05 FILLER PIC X.
               05 RC-QUIZ-PARTICIPANT PIC X(20).
               05 FILLER PIC X.
               05 RC-QUIZ-SEED PIC 9(10).
               05 FILLER PIC X.
               05 RC-QUIZ-DRAWN-COUNT PIC 9(3).
               05 FILLER PIC X.
               05 RC-QUIZ-DRAWN-LIST.
                   10 RC-QUIZ-DRAWN-QUESTION PIC 9(3)
                       OCCURS 100 TIMES.
               05 FILLER PIC X.
               05 RC-QUIZ-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-QUIZ-DATE PIC X(10).
      *    The percentage of graded questions a session must get
      *    right to pass.  Missing or blank means the default below.
           FD F-PASS-MARK-FILE.
           01 RC-PASS-MARK-PARM PIC X(3).
      *    Days a certification lasts from the pass date.
           FD F-CERT-DAYS-FILE.
           01 RC-CERT-DAYS-PARM PIC X(4).
           FD F-CERT-FILE.
           COPY "certification-record.cpy".
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
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-REPORT-EMP-ID PIC 9(5).
               05 FILLER PIC X.
               05 RC-REPORT-PASS-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REPORT-EXPIRY-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REPORT-SCORE PIC ZZ9.
               05 FILLER PIC X.
               05 RC-REPORT-FINDING PIC X(10).
               05 FILLER PIC X.
               05 RC-REPORT-LETTER PIC X(20).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CALL-FAILED PIC 9.
           01 WS-STEP-RC PIC 99 VALUE 0.
           01 WS-RUN-DATE PIC X(10).
           01 WS-PASS-MARK PIC 9(3) VALUE 80.
           01 WS-CERT-DAYS PIC 9(4) VALUE 365.
           01 WS-QUESTION-SUB PIC 9(3).
           01 WS-QUESTION-COUNT PIC 9(3) VALUE 0.
           01 WS-QUESTION-TABLE.
               05 WS-QST-KEY PIC X OCCURS 500 TIMES.
           01 WS-ASKED-SUB PIC 9(3).
           01 WS-LOG-POS PIC 9(3).
           01 WS-GIVEN-ANSWER PIC X.
           01 WS-GRADED-COUNT PIC 9(3).
           01 WS-RIGHT-COUNT PIC 9(3).
           01 WS-SESSION-SCORE PIC 9(3).
           01 WS-SESSION-EMP-ID PIC 9(5).
           01 WS-CERT-TRUNCATED PIC 9.
           01 WS-CERT-DROPPED PIC 9(5) VALUE 0.
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-CERT-COUNT PIC 9(4) VALUE 0.
           01 WS-CERT-TABLE.
               05 WS-CERT-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-CERT-COUNT
               INDEXED BY CRT-IDX.
                   10 WS-CRT-EMP-ID PIC 9(5).
                   10 WS-CRT-PASS-DATE PIC X(10).
                   10 WS-CRT-EXPIRY-DATE PIC X(10).
                   10 WS-CRT-SCORE PIC 9(3).
                   10 WS-CRT-LETTER PIC X.
                   10 WS-CRT-CHANGE PIC 9.
                   10 WS-CRT-REQUESTED PIC 9.
           01 WS-SESSION-COUNT PIC 9(5) VALUE 0.
           01 WS-UNSCORED-COUNT PIC 9(5) VALUE 0.
           01 WS-PASSED-COUNT PIC 9(5) VALUE 0.
           01 WS-NEW-COUNT PIC 9(5) VALUE 0.
           01 WS-RENEWED-COUNT PIC 9(5) VALUE 0.
           01 WS-REQUESTED-COUNT PIC 9(5) VALUE 0.
           01 WS-MARKED-COUNT PIC 9(5).
           01 WS-LETTER-COUNT PIC 9(5) VALUE 0.
           01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
           01 WS-PRODUCED-SEEN PIC 9.
           01 WS-PRODUCED-PARSED PIC 9(5).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
       PROCEDURE DIVISION.

      *    Turns passing quiz sessions into certifications.  Every
      *    session that names an employee is graded against the
      *    answer key, over the questions that participant was
      *    actually asked; one at or over the pass mark certifies
      *    the employee from the session date, and a later pass
      *    renews it.  Each new or renewed certification is owed a
      *    QUIZCERT certificate letter, merged by letter-generator
      *    through its targeted path with the preferred name off
      *    people.dat; a letter the run could not make stays owed
      *    and is asked for again next run.  The results file is
      *    cumulative, so a session already behind the recorded
      *    pass changes nothing.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           PERFORM READ-PASS-MARK.
           PERFORM READ-CERT-DAYS.
           PERFORM LOAD-QUESTION-KEY.
           IF WS-QUESTION-COUNT = 0
               DISPLAY "quiz-certification: no questions on file"
               GOBACK
           END-IF.
           PERFORM LOAD-CERTIFICATIONS.
      *    Rewriting the master from a partial table would lose
      *    certifications.
           IF WS-CERT-TRUNCATED = 1
               DISPLAY "quiz-certification: quiz-certifications.dat "
                   "over 2000 entries -- run refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM GRADE-RESULTS.
           IF WS-CERT-DROPPED > 0
               DISPLAY "quiz-certification: " WS-CERT-DROPPED
                   " pass(es) would overfill the master -- run "
                   "refused, nothing certified"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-LETTERS-DUE.
           IF WS-REQUESTED-COUNT > 0
               PERFORM RUN-CERTIFICATE-LETTERS
           END-IF.
           PERFORM WRITE-CERTIFICATIONS.
           PERFORM WRITE-CERT-REPORT.
           DISPLAY "quiz-certification: " WS-SESSION-COUNT
               " session(s), " WS-PASSED-COUNT " pass(es), "
               WS-NEW-COUNT " new, " WS-RENEWED-COUNT " renewed, "
               WS-LETTER-COUNT " letter(s), " WS-UNSCORED-COUNT
               " not scored".
           IF WS-STEP-RC > 0
               MOVE WS-STEP-RC TO RETURN-CODE
           ELSE
               IF WS-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

           READ-PASS-MARK.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PASS-MARK-FILE.
           READ F-PASS-MARK-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-PASS-MARK-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND FUNCTION TEST-NUMVAL(RC-PASS-MARK-PARM) = 0
               IF FUNCTION NUMVAL(RC-PASS-MARK-PARM) > 0
               AND FUNCTION NUMVAL(RC-PASS-MARK-PARM) NOT > 100
                   MOVE FUNCTION NUMVAL(RC-PASS-MARK-PARM)
                       TO WS-PASS-MARK
               END-IF
           END-IF.

           READ-CERT-DAYS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CERT-DAYS-FILE.
           READ F-CERT-DAYS-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-CERT-DAYS-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND FUNCTION TEST-NUMVAL(RC-CERT-DAYS-PARM) = 0
               IF FUNCTION NUMVAL(RC-CERT-DAYS-PARM) > 0
                   MOVE FUNCTION NUMVAL(RC-CERT-DAYS-PARM)
                       TO WS-CERT-DAYS
               END-IF
           END-IF.

           LOAD-QUESTION-KEY.
           MOVE 0 TO WS-QUESTION-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUESTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUESTIONS-FILE
                   NOT AT END
                       IF WS-QUESTION-COUNT < 500
                           ADD 1 TO WS-QUESTION-COUNT
                           MOVE RC-QUESTION-KEY
                               TO WS-QST-KEY(WS-QUESTION-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-QUESTIONS-FILE.

           LOAD-CERTIFICATIONS.
           MOVE 0 TO WS-CERT-COUNT.
           MOVE 0 TO WS-CERT-TRUNCATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CERT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CERT-FILE
                   NOT AT END
                       IF WS-CERT-COUNT < 2000
                           ADD 1 TO WS-CERT-COUNT
                           SET CRT-IDX TO WS-CERT-COUNT
                           MOVE RC-CERT-EMP-ID
                               TO WS-CRT-EMP-ID(CRT-IDX)
                           MOVE RC-CERT-PASS-DATE
                               TO WS-CRT-PASS-DATE(CRT-IDX)
                           MOVE RC-CERT-EXPIRY-DATE
                               TO WS-CRT-EXPIRY-DATE(CRT-IDX)
                           MOVE RC-CERT-SCORE
                               TO WS-CRT-SCORE(CRT-IDX)
                           MOVE RC-CERT-LETTER
                               TO WS-CRT-LETTER(CRT-IDX)
                           MOVE 0 TO WS-CRT-CHANGE(CRT-IDX)
                           MOVE 0 TO WS-CRT-REQUESTED(CRT-IDX)
                       ELSE
                           MOVE 1 TO WS-CERT-TRUNCATED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CERT-FILE.

      *    Sessions from before participants were known by employee
      *    ID, or with no date, cannot certify anyone and are only
      *    counted.
           GRADE-RESULTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RESULTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESULTS-FILE
                   NOT AT END
                       ADD 1 TO WS-SESSION-COUNT
                       MOVE 'VL' TO WS-DS-FUNCTION
                       MOVE RC-QUIZ-DATE TO WS-DS-DATE-1
                       CALL 'date-services' USING WS-DS-FUNCTION
                           WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS
                           WS-DS-STATUS
                       IF RC-QUIZ-EMP-ID IS NUMERIC
                       AND RC-QUIZ-DRAWN-COUNT IS NUMERIC
                       AND WS-DS-STATUS = 0
                           PERFORM GRADE-ONE-SESSION
                       ELSE
                           ADD 1 TO WS-UNSCORED-COUNT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RESULTS-FILE.

      *    Graded the way quiz-remediation grades: only questions
      *    with a key that were answered count, and the score is the
      *    whole percentage right -- a fraction short of the mark is
      *    short.
           GRADE-ONE-SESSION.
           MOVE 0 TO WS-GRADED-COUNT.
           MOVE 0 TO WS-RIGHT-COUNT.
           PERFORM VARYING WS-ASKED-SUB FROM 1 BY 1
               UNTIL WS-ASKED-SUB > RC-QUIZ-DRAWN-COUNT
               OR WS-ASKED-SUB > 100
               MOVE RC-QUIZ-DRAWN-QUESTION(WS-ASKED-SUB)
                   TO WS-QUESTION-SUB
               COMPUTE WS-LOG-POS = WS-ASKED-SUB * 2 - 1
               MOVE RC-QUIZ-ANSWERS(WS-LOG-POS:1) TO WS-GIVEN-ANSWER
               IF WS-QUESTION-SUB > 0
               AND WS-QUESTION-SUB NOT > WS-QUESTION-COUNT
                   IF WS-QST-KEY(WS-QUESTION-SUB) NOT = SPACE
                   AND WS-GIVEN-ANSWER NOT = SPACE
                       ADD 1 TO WS-GRADED-COUNT
                       IF WS-GIVEN-ANSWER =
                           WS-QST-KEY(WS-QUESTION-SUB)
                           ADD 1 TO WS-RIGHT-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GRADED-COUNT = 0
               ADD 1 TO WS-UNSCORED-COUNT
           ELSE
               COMPUTE WS-SESSION-SCORE =
                   WS-RIGHT-COUNT * 100 / WS-GRADED-COUNT
               IF WS-SESSION-SCORE NOT < WS-PASS-MARK
                   ADD 1 TO WS-PASSED-COUNT
                   MOVE RC-QUIZ-EMP-ID TO WS-SESSION-EMP-ID
                   PERFORM APPLY-ONE-PASS
               END-IF
           END-IF.

           APPLY-ONE-PASS.
           MOVE 0 TO WS-FOUND-IDX.
           IF WS-CERT-COUNT > 0
               SET CRT-IDX TO 1
               SEARCH WS-CERT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRT-EMP-ID(CRT-IDX) = WS-SESSION-EMP-ID
                       SET WS-FOUND-IDX TO CRT-IDX
               END-SEARCH
           END-IF.
           IF WS-FOUND-IDX > 0
               SET CRT-IDX TO WS-FOUND-IDX
               IF RC-QUIZ-DATE > WS-CRT-PASS-DATE(CRT-IDX)
                   PERFORM RECORD-ONE-PASS
                   IF WS-CRT-CHANGE(CRT-IDX) = 0
                       MOVE 2 TO WS-CRT-CHANGE(CRT-IDX)
                       ADD 1 TO WS-RENEWED-COUNT
                   END-IF
               END-IF
           ELSE
               IF WS-CERT-COUNT < 2000
                   ADD 1 TO WS-CERT-COUNT
                   SET CRT-IDX TO WS-CERT-COUNT
                   MOVE WS-SESSION-EMP-ID TO WS-CRT-EMP-ID(CRT-IDX)
                   MOVE 1 TO WS-CRT-CHANGE(CRT-IDX)
                   MOVE 0 TO WS-CRT-REQUESTED(CRT-IDX)
                   PERFORM RECORD-ONE-PASS
                   ADD 1 TO WS-NEW-COUNT
               ELSE
                   ADD 1 TO WS-CERT-DROPPED
               END-IF
           END-IF.

           RECORD-ONE-PASS.
           MOVE RC-QUIZ-DATE TO WS-CRT-PASS-DATE(CRT-IDX).
           MOVE WS-SESSION-SCORE TO WS-CRT-SCORE(CRT-IDX).
           MOVE SPACE TO WS-CRT-LETTER(CRT-IDX).
           MOVE 'AD' TO WS-DS-FUNCTION.
           MOVE RC-QUIZ-DATE TO WS-DS-DATE-1.
           MOVE WS-CERT-DAYS TO WS-DS-DAYS.
           CALL 'date-services' USING WS-DS-FUNCTION
               WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DATE-2 TO WS-CRT-EXPIRY-DATE(CRT-IDX).

           COUNT-LETTERS-DUE.
           MOVE 0 TO WS-REQUESTED-COUNT.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > WS-CERT-COUNT
               IF WS-CRT-LETTER(CRT-IDX) = SPACE
                   MOVE 1 TO WS-CRT-REQUESTED(CRT-IDX)
                   ADD 1 TO WS-REQUESTED-COUNT
               END-IF
           END-PERFORM.

           RUN-CERTIFICATE-LETTERS.
           OPEN OUTPUT F-REQUEST-FILE.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > WS-CERT-COUNT
               IF WS-CRT-REQUESTED(CRT-IDX) = 1
                   MOVE WS-CRT-EMP-ID(CRT-IDX) TO RC-REQUEST-EMP-ID
                   WRITE RC-REQUEST-EMP-ID
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE F-REQUEST-FILE.
           OPEN OUTPUT F-LETTER-TYPE-FILE.
           MOVE 'QUIZCERT' TO RC-LETTER-TYPE-PARM.
           WRITE RC-LETTER-TYPE-PARM.
           CLOSE F-LETTER-TYPE-FILE.
           OPEN OUTPUT F-RUN-REPORT-FILE.
           CLOSE F-RUN-REPORT-FILE.
           MOVE 0 TO WS-CALL-FAILED.
           CALL 'letter-generator'
               ON EXCEPTION
                   DISPLAY "quiz-certification: letter-generator is "
                       "not available"
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
      *    Left behind, the controls would turn the next plain
      *    letter run into a QUIZCERT run.
           OPEN OUTPUT F-REQUEST-FILE.
           CLOSE F-REQUEST-FILE.
           OPEN OUTPUT F-LETTER-TYPE-FILE.
           CLOSE F-LETTER-TYPE-FILE.
           IF WS-CALL-FAILED = 1
               MOVE 16 TO WS-STEP-RC
           ELSE
               PERFORM TAKE-LETTER-RUN-REPORT
           END-IF.

      *    A NOT FOUND employee has left since passing: marked X so
      *    the letter is not asked for again.  Everyone else asked
      *    for is marked sent only when the PRODUCED= count agrees;
      *    otherwise the letters stay owed for the next run.
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
           MOVE 0 TO WS-MISSING-COUNT.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > WS-CERT-COUNT
               IF WS-CRT-REQUESTED(CRT-IDX) = 1
                   IF WS-CRT-LETTER(CRT-IDX) = 'X'
                       ADD 1 TO WS-MISSING-COUNT
                   ELSE
                       ADD 1 TO WS-MARKED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PRODUCED-SEEN = 0
           OR WS-PRODUCED-PARSED NOT = WS-MARKED-COUNT
               DISPLAY "quiz-certification: letter run left no "
                   "usable run report -- letters stay owed"
               PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > WS-CERT-COUNT
                   IF WS-CRT-REQUESTED(CRT-IDX) = 1
                       MOVE SPACE TO WS-CRT-LETTER(CRT-IDX)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-MISSING-COUNT
               MOVE 8 TO WS-STEP-RC
           ELSE
               PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > WS-CERT-COUNT
                   IF WS-CRT-REQUESTED(CRT-IDX) = 1
                   AND WS-CRT-LETTER(CRT-IDX) = SPACE
                       MOVE 'L' TO WS-CRT-LETTER(CRT-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-MARKED-COUNT TO WS-LETTER-COUNT
           END-IF.

           MARK-LETTER-NOT-FOUND.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > WS-CERT-COUNT
               IF WS-CRT-REQUESTED(CRT-IDX) = 1
               AND WS-CRT-EMP-ID(CRT-IDX) =
                   FUNCTION NUMVAL(RC-RRP-EMP-ID)
                   MOVE 'X' TO WS-CRT-LETTER(CRT-IDX)
               END-IF
           END-PERFORM.

           WRITE-CERTIFICATIONS.
           OPEN OUTPUT F-CERT-FILE.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > WS-CERT-COUNT
               MOVE SPACES TO RC-CERTIFICATION
               MOVE WS-CRT-EMP-ID(CRT-IDX) TO RC-CERT-EMP-ID
               MOVE WS-CRT-PASS-DATE(CRT-IDX) TO RC-CERT-PASS-DATE
               MOVE WS-CRT-EXPIRY-DATE(CRT-IDX)
                   TO RC-CERT-EXPIRY-DATE
               MOVE WS-CRT-SCORE(CRT-IDX) TO RC-CERT-SCORE
               MOVE WS-CRT-LETTER(CRT-IDX) TO RC-CERT-LETTER
               WRITE RC-CERTIFICATION
               END-WRITE
           END-PERFORM.
           CLOSE F-CERT-FILE.

      *    One line for every certification this run made or
      *    renewed, and for every older one whose letter was asked
      *    for again.
           WRITE-CERT-REPORT.
           OPEN OUTPUT F-REPORT-FILE.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > WS-CERT-COUNT
               IF WS-CRT-CHANGE(CRT-IDX) > 0
               OR WS-CRT-REQUESTED(CRT-IDX) = 1
                   PERFORM WRITE-ONE-CERT-LINE
               END-IF
           END-PERFORM.
           CLOSE F-REPORT-FILE.

           WRITE-ONE-CERT-LINE.
           MOVE SPACES TO RC-REPORT-RECORD.
           MOVE WS-CRT-EMP-ID(CRT-IDX) TO RC-REPORT-EMP-ID.
           MOVE WS-CRT-PASS-DATE(CRT-IDX) TO RC-REPORT-PASS-DATE.
           MOVE WS-CRT-EXPIRY-DATE(CRT-IDX) TO RC-REPORT-EXPIRY-DATE.
           MOVE WS-CRT-SCORE(CRT-IDX) TO RC-REPORT-SCORE.
           EVALUATE WS-CRT-CHANGE(CRT-IDX)
               WHEN 1
                   MOVE 'CERTIFIED' TO RC-REPORT-FINDING
               WHEN 2
                   MOVE 'RENEWED' TO RC-REPORT-FINDING
               WHEN OTHER
                   MOVE 'LETTER DUE' TO RC-REPORT-FINDING
           END-EVALUATE.
           EVALUATE WS-CRT-LETTER(CRT-IDX)
               WHEN 'L'
                   MOVE 'LETTER' TO RC-REPORT-LETTER
               WHEN 'X'
                   MOVE 'NOT ON PEOPLE MASTER' TO RC-REPORT-LETTER
               WHEN OTHER
                   MOVE 'NO LETTER' TO RC-REPORT-LETTER
           END-EVALUATE.
           WRITE RC-REPORT-RECORD.
