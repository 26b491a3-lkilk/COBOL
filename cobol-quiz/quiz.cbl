           FILE-CONTROL.
               SELECT F-QUESTIONS-FILE ASSIGN TO "quiz-questions.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CONFIG-FILE
                   ASSIGN TO "quiz-config.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RESULTS-FILE ASSIGN TO "quiz-results.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULTS-STATUS.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-PERSON-EMP-ID
                   FILE STATUS IS WS-PEOPLE-STATUS.
       DATA DIVISION.
           FILE SECTION.
      *    Trailing answer-key column past the tally word: the
      *    trainer's correct answer (Y/N) for the remediation
      *    report.  Question records cut before the key read back
      *    blank and are not graded.  The category after the key
      *    sorts the bank for the per-category draw; a blank one is
      *    GENERAL.  A question is known by its line number, so the
      *    bank grows by adding lines at the end.
           FD F-QUESTIONS-FILE.
           01 RC-QUESTION-RECORD.
               05 RC-QUESTION-TEXT PIC X(60).
               05 RC-QUESTION-YES-COUNTS PIC X(8).
               05 FILLER PIC X.
               05 RC-QUESTION-KEY PIC X.
               05 FILLER PIC X.
               05 RC-QUESTION-CATEGORY PIC X(10).
      *    How many questions to draw from each category, one line
      *    per category.  No file, or an empty one, asks the whole
      *    bank in file order as the quiz always has.
           FD F-CONFIG-FILE.
           01 RC-CONFIG-RECORD.
               05 RC-CONFIG-CATEGORY PIC X(10).
               05 FILLER PIC X.
               05 RC-CONFIG-DRAW-COUNT PIC X(3).
      *    The seed and the question numbers drawn, in the order
      *    asked, go on the result with the answers: the same seed
      *    against the same bank and configuration draws the same
      *    questions again, and quiz-remediation grades each answer
      *    against the question actually asked.  The employee ID
      *    and the date are what quiz-certification certifies by;
      *    the participant name is the one on people.dat, kept for
      *    the trainer's reading.
           FD F-RESULTS-FILE.
           01 RC-QUIZ-RESULT.
               05 RC-QUIZ-ANSWERS PIC X(200).
               05 RC-QUIZ-RESULT-LABEL PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 RC-QUIZ-PARTICIPANT PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 RC-QUIZ-SEED PIC 9(10).
               05 FILLER PIC X VALUE SPACE.
               05 RC-QUIZ-DRAWN-COUNT PIC 9(3).
               05 FILLER PIC X VALUE SPACE.
               05 RC-QUIZ-DRAWN-LIST.
                   10 RC-QUIZ-DRAWN-QUESTION PIC 9(3)
                       OCCURS 100 TIMES.
               05 FILLER PIC X VALUE SPACE.
               05 RC-QUIZ-EMP-ID PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 RC-QUIZ-DATE PIC X(10).
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           WORKING-STORAGE SECTION.
           01 WS-RESULTS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RESULT-LABEL PIC X(8).
           01 WS-CONTINUE PIC X VALUE "Y".
           01 WS-PARTICIPANT PIC X(20).
           01 WS-PEOPLE-STATUS PIC XX.
               88 WS-PERSON-FOUND VALUE "00".
           01 WS-EMP-ID-ENTRY PIC X(5).
           01 WS-EMP-ID PIC 9(5).
           01 WS-PARTICIPANT-KNOWN PIC 9.
           01 WS-RUN-DATE PIC X(10).
           01 WS-QUESTION-SUB PIC 9(3).
           01 WS-QUESTION-COUNT PIC 9(3) VALUE 0.
           01 WS-QUESTION-TABLE.
               05 WS-QUESTION-ENTRY OCCURS 500 TIMES.
                   10 WS-QST-TEXT PIC X(60).
                   10 WS-QST-YES-COUNTS PIC X(8).
                   10 WS-QST-CATEGORY PIC X(10).
           01 WS-CONFIG-SUB PIC 99.
           01 WS-CONFIG-COUNT PIC 99 VALUE 0.
           01 WS-CONFIG-TABLE.
               05 WS-CONFIG-ENTRY OCCURS 50 TIMES.
                   10 WS-CFG-CATEGORY PIC X(10).
                   10 WS-CFG-DRAW-COUNT PIC 9(3).
           01 WS-DRAWN-SUB PIC 9(3).
           01 WS-DRAWN-COUNT PIC 9(3).
           01 WS-DRAWN-TABLE.
               05 WS-DRAWN-QUESTION PIC 9(3) OCCURS 100 TIMES.
           01 WS-CANDIDATE-SUB PIC 9(3).
           01 WS-CANDIDATE-PICK PIC 9(3).
           01 WS-CANDIDATE-HOLD PIC 9(3).
           01 WS-CANDIDATE-COUNT PIC 9(3).
           01 WS-CANDIDATE-TABLE.
               05 WS-CANDIDATE PIC 9(3) OCCURS 500 TIMES.
           01 WS-CATEGORY-DRAW PIC 9(3).
           01 WS-SEED PIC 9(10).
           01 WS-RANDOM-STATE PIC 9(10).
           01 WS-RANDOM-PRODUCT PIC 9(15).
           01 WS-RANDOM-QUOTIENT PIC 9(15).
           01 WS-RANDOM-SPAN PIC 9(3).
           01 WS-RANDOM-OFFSET PIC 9(3).
           01 WS-NAME-SUB PIC 99.
           01 WS-CURRENT-DATE-DATA.
               05 WS-CURRENT-DATE-PART PIC 9(8).
               05 WS-CURRENT-TIME-PART PIC 9(8).
               05 FILLER PIC X(5).
       PROCEDURE DIVISION.
           PERFORM LOAD-QUESTION-BANK.
           IF WS-QUESTION-COUNT = 0
               DISPLAY "quiz: no questions on file"
               GOBACK
           END-IF.
           PERFORM LOAD-QUIZ-CONFIG.
      *    Participants are people on the employee master, so a
      *    pass can be certified to the person who sat the quiz.
           OPEN INPUT F-PEOPLE-FILE.
           IF WS-PEOPLE-STATUS NOT = "00"
               DISPLAY "quiz: people.dat cannot be opened, status "
                   WS-PEOPLE-STATUS
               GOBACK
           END-IF.
           PERFORM RUN-ONE-PARTICIPANT UNTIL WS-CONTINUE NOT = "Y".
           CLOSE F-PEOPLE-FILE.
           GOBACK.

           LOAD-QUESTION-BANK.
           MOVE 0 TO WS-QUESTION-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUESTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUESTIONS-FILE
                   NOT AT END
                       IF WS-QUESTION-COUNT < 500
                           ADD 1 TO WS-QUESTION-COUNT
                           MOVE RC-QUESTION-TEXT TO
                               WS-QST-TEXT(WS-QUESTION-COUNT)
                           MOVE RC-QUESTION-YES-COUNTS TO
                               WS-QST-YES-COUNTS(WS-QUESTION-COUNT)
                           MOVE RC-QUESTION-CATEGORY TO
                               WS-QST-CATEGORY(WS-QUESTION-COUNT)
                           IF RC-QUESTION-CATEGORY = SPACES
                               MOVE "GENERAL" TO
                                   WS-QST-CATEGORY(WS-QUESTION-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "quiz: question bank over 500 "
                               "lines, the rest are not used"
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-QUESTIONS-FILE.

           LOAD-QUIZ-CONFIG.
           MOVE 0 TO WS-CONFIG-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONFIG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONFIG-FILE
                   NOT AT END
                       IF RC-CONFIG-CATEGORY NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(RC-CONFIG-DRAW-COUNT)
                           = 0
                       AND WS-CONFIG-COUNT < 50
                           ADD 1 TO WS-CONFIG-COUNT
                           MOVE RC-CONFIG-CATEGORY TO
                               WS-CFG-CATEGORY(WS-CONFIG-COUNT)
                           COMPUTE WS-CFG-DRAW-COUNT(WS-CONFIG-COUNT)
                               = FUNCTION NUMVAL(RC-CONFIG-DRAW-COUNT)
                       ELSE
                           DISPLAY "quiz: quiz-config.dat line "
                               "skipped: " RC-CONFIG-RECORD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CONFIG-FILE.

           RUN-ONE-PARTICIPANT.
           PERFORM IDENTIFY-PARTICIPANT.
           IF WS-PARTICIPANT-KNOWN = 1
               PERFORM TAKE-THE-QUIZ
           END-IF.
           DISPLAY "Another participant? Y/N".
           ACCEPT WS-CONTINUE.

           IDENTIFY-PARTICIPANT.
           MOVE 0 TO WS-PARTICIPANT-KNOWN.
           DISPLAY "Employee ID?".
           MOVE SPACES TO WS-EMP-ID-ENTRY.
           ACCEPT WS-EMP-ID-ENTRY.
           IF FUNCTION TRIM(WS-EMP-ID-ENTRY) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-EMP-ID-ENTRY) TO WS-EMP-ID
               MOVE WS-EMP-ID TO RC-PERSON-EMP-ID
               READ F-PEOPLE-FILE
                   KEY IS RC-PERSON-EMP-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PERSON-FOUND
                   MOVE 1 TO WS-PARTICIPANT-KNOWN
                   IF RC-PERSON-PREFERRED-NAME NOT = SPACES
                       MOVE RC-PERSON-PREFERRED-NAME TO WS-PARTICIPANT
                   ELSE
                       MOVE RC-PERSON-NAME TO WS-PARTICIPANT
                   END-IF
                   DISPLAY "Welcome, "
                       FUNCTION TRIM(WS-PARTICIPANT) "."
               END-IF
           END-IF.
           IF WS-PARTICIPANT-KNOWN = 0
               DISPLAY "quiz: " WS-EMP-ID-ENTRY
                   " is not an employee ID on people.dat"
           END-IF.

           TAKE-THE-QUIZ.
           MOVE 0 TO WS-ANT.
           MOVE 0 TO WS-MUSHROOM.
           MOVE SPACES TO WS-ANSWER-LOG.
           MOVE 1 TO WS-LOG-PTR.
           PERFORM SEED-THE-DRAW.
           PERFORM DRAW-QUESTIONS.
           PERFORM VARYING WS-DRAWN-SUB FROM 1 BY 1
               UNTIL WS-DRAWN-SUB > WS-DRAWN-COUNT
               MOVE WS-DRAWN-QUESTION(WS-DRAWN-SUB)
                   TO WS-QUESTION-SUB
               PERFORM ASK-ONE-QUESTION
           END-PERFORM.
           IF WS-ANT IS GREATER THAN WS-MUSHROOM THEN
             DISPLAY "You are an ant!"
             MOVE "ANT" TO WS-RESULT-LABEL
             MOVE "MUSHROOM" TO WS-RESULT-LABEL
           END-IF.
           PERFORM WRITE-QUIZ-RESULT.

      *    Trainees sitting side by side start within the same
      *    minute, so the clock alone is not enough: the name is
      *    folded in as well.  The seed is never zero, which would
      *    stall the generator.
           SEED-THE-DRAW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-TIME-PART TO WS-RANDOM-STATE.
           PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
               UNTIL WS-NAME-SUB > 20
               COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-STATE * 31
                   + FUNCTION ORD(WS-PARTICIPANT(WS-NAME-SUB:1))
               DIVIDE WS-RANDOM-PRODUCT BY 2147483647
                   GIVING WS-RANDOM-QUOTIENT
                   REMAINDER WS-RANDOM-STATE
           END-PERFORM.
           IF WS-RANDOM-STATE = 0
               MOVE 1 TO WS-RANDOM-STATE
           END-IF.
           MOVE WS-RANDOM-STATE TO WS-SEED.

      *    Park and Miller's minimal standard generator, kept here
      *    rather than taken from the runtime so a recorded seed
      *    draws the same questions on any machine.
           NEXT-RANDOM.
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-STATE * 16807.
           DIVIDE WS-RANDOM-PRODUCT BY 2147483647
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-STATE.

      *    Each configured category in turn: the bank's questions of
      *    that category are the candidates, and the first N places
      *    of a shuffle of them are drawn.  A category with fewer
      *    questions than asked for gives all it has.  The answer
      *    log holds 100 answers, so the draw stops there.
           DRAW-QUESTIONS.
           MOVE 0 TO WS-DRAWN-COUNT.
           IF WS-CONFIG-COUNT = 0
               PERFORM VARYING WS-QUESTION-SUB FROM 1 BY 1
                   UNTIL WS-QUESTION-SUB > WS-QUESTION-COUNT
                   OR WS-DRAWN-COUNT = 100
                   ADD 1 TO WS-DRAWN-COUNT
                   MOVE WS-QUESTION-SUB
                       TO WS-DRAWN-QUESTION(WS-DRAWN-COUNT)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-CONFIG-SUB FROM 1 BY 1
                   UNTIL WS-CONFIG-SUB > WS-CONFIG-COUNT
                   PERFORM DRAW-ONE-CATEGORY
               END-PERFORM
           END-IF.

           DRAW-ONE-CATEGORY.
           MOVE 0 TO WS-CANDIDATE-COUNT.
           PERFORM VARYING WS-QUESTION-SUB FROM 1 BY 1
               UNTIL WS-QUESTION-SUB > WS-QUESTION-COUNT
               IF WS-QST-CATEGORY(WS-QUESTION-SUB) =
                   WS-CFG-CATEGORY(WS-CONFIG-SUB)
                   ADD 1 TO WS-CANDIDATE-COUNT
                   MOVE WS-QUESTION-SUB
                       TO WS-CANDIDATE(WS-CANDIDATE-COUNT)
               END-IF
           END-PERFORM.
           MOVE WS-CFG-DRAW-COUNT(WS-CONFIG-SUB) TO WS-CATEGORY-DRAW.
           IF WS-CATEGORY-DRAW > WS-CANDIDATE-COUNT
               DISPLAY "quiz: category "
                   WS-CFG-CATEGORY(WS-CONFIG-SUB) " has only "
                   WS-CANDIDATE-COUNT " question(s)"
               MOVE WS-CANDIDATE-COUNT TO WS-CATEGORY-DRAW
           END-IF.
           PERFORM VARYING WS-CANDIDATE-SUB FROM 1 BY 1
               UNTIL WS-CANDIDATE-SUB > WS-CATEGORY-DRAW
               OR WS-DRAWN-COUNT = 100
               PERFORM NEXT-RANDOM
               COMPUTE WS-RANDOM-SPAN =
                   WS-CANDIDATE-COUNT - WS-CANDIDATE-SUB + 1
               DIVIDE WS-RANDOM-STATE BY WS-RANDOM-SPAN
                   GIVING WS-RANDOM-QUOTIENT
                   REMAINDER WS-RANDOM-OFFSET
               COMPUTE WS-CANDIDATE-PICK =
                   WS-CANDIDATE-SUB + WS-RANDOM-OFFSET
               MOVE WS-CANDIDATE(WS-CANDIDATE-PICK)
                   TO WS-CANDIDATE-HOLD
               MOVE WS-CANDIDATE(WS-CANDIDATE-SUB)
                   TO WS-CANDIDATE(WS-CANDIDATE-PICK)
               MOVE WS-CANDIDATE-HOLD
                   TO WS-CANDIDATE(WS-CANDIDATE-SUB)
               ADD 1 TO WS-DRAWN-COUNT
               MOVE WS-CANDIDATE-HOLD
                   TO WS-DRAWN-QUESTION(WS-DRAWN-COUNT)
           END-PERFORM.

           ASK-ONE-QUESTION.
           DISPLAY FUNCTION TRIM(WS-QST-TEXT(WS-QUESTION-SUB)).
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y"
             IF WS-QST-YES-COUNTS(WS-QUESTION-SUB)(1:3) = "ANT"
               ADD 1 TO WS-ANT
             ELSE
               ADD 1 TO WS-MUSHROOM
             END-IF
           ELSE
             IF WS-QST-YES-COUNTS(WS-QUESTION-SUB)(1:3) = "ANT"
               ADD 1 TO WS-MUSHROOM
             ELSE
               ADD 1 TO WS-ANT
           MOVE WS-ANSWER-LOG TO RC-QUIZ-ANSWERS.
           MOVE WS-RESULT-LABEL TO RC-QUIZ-RESULT-LABEL.
           MOVE WS-PARTICIPANT TO RC-QUIZ-PARTICIPANT.
           MOVE WS-EMP-ID TO RC-QUIZ-EMP-ID.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           MOVE WS-RUN-DATE TO RC-QUIZ-DATE.
           MOVE WS-SEED TO RC-QUIZ-SEED.
           MOVE WS-DRAWN-COUNT TO RC-QUIZ-DRAWN-COUNT.
           MOVE ZEROS TO RC-QUIZ-DRAWN-LIST.
           PERFORM VARYING WS-DRAWN-SUB FROM 1 BY 1
               UNTIL WS-DRAWN-SUB > WS-DRAWN-COUNT
               MOVE WS-DRAWN-QUESTION(WS-DRAWN-SUB)
                   TO RC-QUIZ-DRAWN-QUESTION(WS-DRAWN-SUB)
           END-PERFORM.
           WRITE RC-QUIZ-RESULT.
           CLOSE F-RESULTS-FILE.
