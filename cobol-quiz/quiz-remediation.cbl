               05 RC-QUESTION-YES-COUNTS PIC X(8).
               05 FILLER PIC X.
               05 RC-QUESTION-KEY PIC X.
               05 FILLER PIC X.
               05 RC-QUESTION-CATEGORY PIC X(10).
           FD F-RESULTS-FILE.
           01 RC-QUIZ-RESULT.
               05 RC-QUIZ-ANSWERS PIC X(200).
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
           FD F-REMEDIATION-FILE.
           01 RC-REMEDIATION-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-QUESTION-SUB PIC 9(3).
           01 WS-ASKED-SUB PIC 9(3).
           01 WS-ASKED-COUNT PIC 9(3).
           01 WS-LOG-POS PIC 9(3).
           01 WS-GIVEN-ANSWER PIC X.
           01 WS-MISS-COUNT PIC 9(3).
           01 WS-SESSION-COUNT PIC 9(3).
           01 WS-QUESTION-COUNT PIC 9(3) VALUE 0.
           01 WS-QUESTION-TABLE.
               05 WS-QUESTION-ENTRY OCCURS 500 TIMES.
                   10 WS-QST-TEXT PIC X(60).
                   10 WS-QST-KEY PIC X.
                   10 WS-QST-MISSED PIC 9(3).
                   10 WS-QST-CATEGORY-SUB PIC 99.
           01 WS-CATEGORY-SUB PIC 99.
           01 WS-CATEGORY-COUNT PIC 99 VALUE 0.
           01 WS-CATEGORY-TABLE.
               05 WS-CATEGORY-ENTRY OCCURS 50 TIMES.
                   10 WS-CAT-NAME PIC X(10).
                   10 WS-CAT-ASKED PIC 9(5).
                   10 WS-CAT-MISSED PIC 9(5).
           01 WS-PARTICIPANT-HEADER.
               05 FILLER PIC X(12) VALUE 'PARTICIPANT '.
               05 WS-PH-NAME PIC X(20).
               05 WS-PH-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 WS-PH-DATE PIC X(10).
           01 WS-MISS-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-ML-TEXT PIC X(60).
               05 WS-SUM-TEXT PIC X(60).
               05 FILLER PIC X(8) VALUE ' MISSED='.
               05 WS-SUM-MISSED PIC ZZ9.
           01 WS-CATEGORY-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CL-NAME PIC X(10).
               05 FILLER PIC X(7) VALUE ' ASKED='.
               05 WS-CL-ASKED PIC ZZZZ9.
               05 FILLER PIC X(8) VALUE ' MISSED='.
               05 WS-CL-MISSED PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE ' RATE='.
               05 WS-CL-RATE PIC ZZ9.
               05 FILLER PIC X VALUE '%'.
       PROCEDURE DIVISION.

      *    A trainee who got 6 of 10 had no way to see which four
      *    shows which questions everyone misses -- badly worded --
      *    versus which material is not landing.  Questions with no
      *    key (or a changed question file) grade only as far as
      *    both files agree.  A session that carries its drawn
      *    question list is graded against those questions in the
      *    order they were asked; older sessions without one were
      *    asked the whole file in order.  Misses are also rolled
      *    up by question category, as a rate of the graded
      *    questions asked in that category.
           PERFORM LOAD-QUESTION-KEY.
           IF WS-QUESTION-COUNT = 0
               DISPLAY "quiz-remediation: no questions on file"
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUESTIONS-FILE
                   NOT AT END
                       IF WS-QUESTION-COUNT < 500
                           ADD 1 TO WS-QUESTION-COUNT
                           MOVE RC-QUESTION-TEXT TO
                               WS-QST-TEXT(WS-QUESTION-COUNT)
                               WS-QST-KEY(WS-QUESTION-COUNT)
                           MOVE 0 TO
                               WS-QST-MISSED(WS-QUESTION-COUNT)
                           PERFORM FILE-QUESTION-CATEGORY
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
           END-PERFORM.
           CLOSE F-QUESTIONS-FILE.

      *    The categories are gathered as the bank is read, so the
      *    summary lists them in the order they first appear.
           FILE-QUESTION-CATEGORY.
           IF RC-QUESTION-CATEGORY = SPACES
               MOVE 'GENERAL' TO RC-QUESTION-CATEGORY
           END-IF.
           PERFORM VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > WS-CATEGORY-COUNT
               OR WS-CAT-NAME(WS-CATEGORY-SUB) = RC-QUESTION-CATEGORY
               CONTINUE
           END-PERFORM.
           IF WS-CATEGORY-SUB > WS-CATEGORY-COUNT
           AND WS-CATEGORY-COUNT < 50
               ADD 1 TO WS-CATEGORY-COUNT
               MOVE RC-QUESTION-CATEGORY
                   TO WS-CAT-NAME(WS-CATEGORY-COUNT)
               MOVE 0 TO WS-CAT-ASKED(WS-CATEGORY-COUNT)
               MOVE 0 TO WS-CAT-MISSED(WS-CATEGORY-COUNT)
           END-IF.
           IF WS-CATEGORY-SUB > WS-CATEGORY-COUNT
               MOVE 0 TO WS-QST-CATEGORY-SUB(WS-QUESTION-COUNT)
           ELSE
               MOVE WS-CATEGORY-SUB
                   TO WS-QST-CATEGORY-SUB(WS-QUESTION-COUNT)
           END-IF.

      *    The session's answers sit two columns apart in the log,
      *    in question order -- the same order the quiz asked them.
           GRADE-ONE-SESSION.
           ELSE
               MOVE RC-QUIZ-PARTICIPANT TO WS-PH-NAME
           END-IF.
           MOVE RC-QUIZ-EMP-ID TO WS-PH-EMP-ID.
           MOVE RC-QUIZ-DATE TO WS-PH-DATE.
           WRITE RC-REMEDIATION-LINE FROM WS-PARTICIPANT-HEADER.
           MOVE 0 TO WS-MISS-COUNT.
           IF RC-QUIZ-DRAWN-COUNT IS NUMERIC
               MOVE RC-QUIZ-DRAWN-COUNT TO WS-ASKED-COUNT
           ELSE
               MOVE WS-QUESTION-COUNT TO WS-ASKED-COUNT
               IF WS-ASKED-COUNT > 100
                   MOVE 100 TO WS-ASKED-COUNT
               END-IF
           END-IF.
           PERFORM VARYING WS-ASKED-SUB FROM 1 BY 1
               UNTIL WS-ASKED-SUB > WS-ASKED-COUNT
               IF RC-QUIZ-DRAWN-COUNT IS NUMERIC
                   MOVE RC-QUIZ-DRAWN-QUESTION(WS-ASKED-SUB)
                       TO WS-QUESTION-SUB
               ELSE
                   MOVE WS-ASKED-SUB TO WS-QUESTION-SUB
               END-IF
               COMPUTE WS-LOG-POS = WS-ASKED-SUB * 2 - 1
               MOVE RC-QUIZ-ANSWERS(WS-LOG-POS:1)
                   TO WS-GIVEN-ANSWER
               IF WS-QUESTION-SUB > 0
               AND WS-QUESTION-SUB NOT > WS-QUESTION-COUNT
                   PERFORM GRADE-ONE-ANSWER
               END-IF
           END-PERFORM.
           MOVE WS-MISS-COUNT TO WS-SL-MISSED.
           MOVE WS-ASKED-COUNT TO WS-SL-TOTAL.
           WRITE RC-REMEDIATION-LINE FROM WS-SCORE-LINE.
           MOVE SPACES TO RC-REMEDIATION-LINE.
           WRITE RC-REMEDIATION-LINE.

           GRADE-ONE-ANSWER.
           IF WS-QST-KEY(WS-QUESTION-SUB) NOT = SPACE
           AND WS-GIVEN-ANSWER NOT = SPACE
               MOVE WS-QST-CATEGORY-SUB(WS-QUESTION-SUB)
                   TO WS-CATEGORY-SUB
               IF WS-CATEGORY-SUB > 0
                   ADD 1 TO WS-CAT-ASKED(WS-CATEGORY-SUB)
               END-IF
               IF WS-GIVEN-ANSWER NOT =
                   WS-QST-KEY(WS-QUESTION-SUB)
                   ADD 1 TO WS-MISS-COUNT
                   ADD 1 TO WS-QST-MISSED(WS-QUESTION-SUB)
                   IF WS-CATEGORY-SUB > 0
                       ADD 1 TO WS-CAT-MISSED(WS-CATEGORY-SUB)
                   END-IF
                   MOVE WS-QST-TEXT(WS-QUESTION-SUB) TO WS-ML-TEXT
                   MOVE WS-GIVEN-ANSWER TO WS-ML-GIVEN
                   MOVE WS-QST-KEY(WS-QUESTION-SUB) TO WS-ML-KEY
                   WRITE RC-REMEDIATION-LINE FROM WS-MISS-LINE
               END-IF
           END-IF.

           WRITE-CLASS-SUMMARY.
           MOVE 'CLASS SUMMARY - MISSES PER QUESTION'
                   WRITE RC-REMEDIATION-LINE FROM WS-SUMMARY-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RC-REMEDIATION-LINE.
           WRITE RC-REMEDIATION-LINE.
           MOVE 'CLASS SUMMARY - MISS RATE PER CATEGORY'
               TO RC-REMEDIATION-LINE.
           WRITE RC-REMEDIATION-LINE.
           PERFORM VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > WS-CATEGORY-COUNT
               MOVE WS-CAT-NAME(WS-CATEGORY-SUB) TO WS-CL-NAME
               MOVE WS-CAT-ASKED(WS-CATEGORY-SUB) TO WS-CL-ASKED
               MOVE WS-CAT-MISSED(WS-CATEGORY-SUB) TO WS-CL-MISSED
               IF WS-CAT-ASKED(WS-CATEGORY-SUB) = 0
                   MOVE 0 TO WS-CL-RATE
               ELSE
                   COMPUTE WS-CL-RATE ROUNDED =
                       WS-CAT-MISSED(WS-CATEGORY-SUB) * 100
                       / WS-CAT-ASKED(WS-CATEGORY-SUB)
               END-IF
               WRITE RC-REMEDIATION-LINE FROM WS-CATEGORY-LINE
           END-PERFORM.
