       IDENTIFICATION DIVISION.
       PROGRAM-ID. step-dependency-list.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-STEP-REGISTRY-FILE
                   ASSIGN TO 'step-registry.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-STEP-STATUS-FILE
                   ASSIGN TO 'step-status.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'step-dependency-list.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-STEP-REGISTRY-FILE.
           COPY "step-registry-record.cpy".
           FD F-STEP-STATUS-FILE.
           01 RC-STEP-STATUS-RECORD.
               05 RC-STEP-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-STEP-NUMBER PIC 99.
               05 FILLER PIC X.
               05 RC-STEP-PROGRAM PIC X(24).
               05 FILLER PIC X.
               05 RC-STEP-OUTCOME PIC X(6).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-LIST-RETURN-CODE PIC 9 VALUE 0.
           01 WS-PROBLEM-COUNT PIC 9(3) VALUE 0.
           01 WS-LAST-SEQ PIC 99.
           01 WS-ROW-SUB PIC 99.
           01 WS-FIND-SUB PIC 99.
           01 WS-DOWN-SUB PIC 99.
           01 WS-PREREQ-SUB PIC 9.
           01 WS-DOWN-COUNT PIC 99.
           01 WS-NEEDED-BY-COUNT PIC 99.
           01 WS-PROBLEM-TEXT PIC X(40).
      *    Every registry row, enabled or not, in file order; the
      *    driver's own table holds the enabled rows only.
           01 WS-ROW-COUNT PIC 99 VALUE 0.
           01 WS-ROW-TABLE.
               05 WS-ROW-ENTRY OCCURS 0 TO 40 TIMES
               DEPENDING ON WS-ROW-COUNT.
                   10 WS-ROW-SEQ PIC XX.
                   10 WS-ROW-PROGRAM PIC X(24).
                   10 WS-ROW-ENABLED PIC X.
                   10 WS-ROW-FREQ PIC X.
                   10 WS-ROW-FREQ-DAY PIC XX.
                   10 WS-ROW-IN-SEQUENCE PIC 9.
                   10 WS-ROW-OUTCOME PIC X(6).
                   10 WS-ROW-LEVEL PIC 99.
                   10 WS-ROW-DOWN-MARK PIC 9.
                   10 WS-ROW-PREREQ PIC X(24) OCCURS 4 TIMES.
                   10 WS-ROW-PREREQ-SUB PIC 99 OCCURS 4 TIMES.
           01 WS-TITLE-LINE.
               05 FILLER PIC X(26) VALUE 'NIGHTLY STEP DEPENDENCIES '.
               05 FILLER PIC X(4) VALUE 'FOR '.
               05 WS-TITLE-DATE PIC X(10).
           01 WS-SECTION-LINE PIC X(60).
           01 WS-STEP-HEADING.
               05 FILLER PIC X(4) VALUE 'SEQ'.
               05 FILLER PIC X(25) VALUE 'PROGRAM'.
               05 FILLER PIC X(3) VALUE 'ON'.
               05 FILLER PIC X(7) VALUE 'FREQ'.
               05 FILLER PIC X(6) VALUE 'LEVEL'.
               05 FILLER PIC X(8) VALUE 'TONIGHT'.
               05 FILLER PIC X(13) VALUE 'PREREQUISITES'.
           01 WS-STEP-LINE.
               05 WS-SL-SEQ PIC XX.
               05 FILLER PIC XX VALUE SPACES.
               05 WS-SL-PROGRAM PIC X(24).
               05 FILLER PIC X VALUE SPACE.
               05 WS-SL-ENABLED PIC X.
               05 FILLER PIC XX VALUE SPACES.
               05 WS-SL-FREQ PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 WS-SL-FREQ-DAY PIC XX.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-SL-LEVEL PIC Z9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-SL-OUTCOME PIC X(6).
               05 FILLER PIC XX VALUE SPACES.
               05 WS-SL-PREREQS PIC X(80).
           01 WS-NEEDED-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-NL-PROGRAM PIC X(24).
               05 FILLER PIC X(11) VALUE ' BLOCKS    '.
               05 WS-NL-DOWN-COUNT PIC Z9.
               05 FILLER PIC X(12) VALUE ' STEP(S):   '.
               05 WS-NL-DOWN-LIST PIC X(79).
           01 WS-PROBLEM-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-PL-SEQ PIC XX.
               05 FILLER PIC X VALUE SPACE.
               05 WS-PL-PROGRAM PIC X(24).
               05 FILLER PIC X VALUE SPACE.
               05 WS-PL-TEXT PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 WS-PL-PREREQ PIC X(24).
           01 WS-LIST-POINTER PIC 9(3).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    The chain the nightly driver works to, for review before a
      *    registry change goes in and after a night with blocked
      *    steps: every registry row with its prerequisites, its
      *    level in the chain (1 needs nothing) and tonight's
      *    outcome; for each step others wait on, every step a
      *    failure there would block, directly or down the chain;
      *    and the rows the driver would refuse or block forever.
      *    Ends RC 4 when there is such a problem.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           PERFORM LOAD-REGISTRY-ROWS.
           PERFORM LOAD-TONIGHTS-OUTCOMES.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-TODAYS-DATE TO WS-TITLE-DATE.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           IF WS-ROW-COUNT = 0
               MOVE 'NO step-registry.dat -- THE BUILT-IN SEQUENCE RUNS'
                   TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
               MOVE 'IN ORDER WITH NO PREREQUISITES' TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
           ELSE
               PERFORM RESOLVE-ONE-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               PERFORM WRITE-STEP-SECTION
               PERFORM WRITE-NEEDED-BY-SECTION
               PERFORM WRITE-PROBLEM-SECTION
           END-IF.
           CLOSE F-REPORT-FILE.
           MOVE 'step-dependency-list.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'step-dependency-list' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           IF WS-PROBLEM-COUNT > 0
               MOVE 4 TO WS-LIST-RETURN-CODE
           END-IF.
           DISPLAY 'step-dependency-list: ' WS-ROW-COUNT
               ' registry row(s), ' WS-PROBLEM-COUNT ' problem(s)'.
           MOVE WS-LIST-RETURN-CODE TO RETURN-CODE.
           GOBACK.

           APPLY-RUN-DATE-OVERRIDE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RUN-DATE-FILE.
           READ F-RUN-DATE-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-RUN-DATE-FILE.
           IF WS-FILE-IS-ENDED = 0
               MOVE RC-PARM-DATE TO WS-DATE
               MOVE RC-PARM-YEAR TO WS-YEAR
           END-IF.

      *    Sequence is judged the way the driver judges it: against
      *    the last enabled row it accepted.
           LOAD-REGISTRY-ROWS.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STEP-REGISTRY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STEP-REGISTRY-FILE
                   NOT AT END
                       IF RC-REG-PROGRAM NOT = SPACES
                       AND WS-ROW-COUNT < 40
                           PERFORM STORE-ONE-REGISTRY-ROW
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-STEP-REGISTRY-FILE.

           STORE-ONE-REGISTRY-ROW.
           ADD 1 TO WS-ROW-COUNT.
           MOVE RC-REG-SEQ TO WS-ROW-SEQ(WS-ROW-COUNT).
           MOVE RC-REG-PROGRAM TO WS-ROW-PROGRAM(WS-ROW-COUNT).
           MOVE RC-REG-ENABLED TO WS-ROW-ENABLED(WS-ROW-COUNT).
           MOVE RC-REG-FREQ TO WS-ROW-FREQ(WS-ROW-COUNT).
           IF RC-REG-FREQ NOT = 'W' AND RC-REG-FREQ NOT = 'M'
               MOVE 'D' TO WS-ROW-FREQ(WS-ROW-COUNT)
           END-IF.
           MOVE RC-REG-FREQ-DAY TO WS-ROW-FREQ-DAY(WS-ROW-COUNT).
           MOVE SPACES TO WS-ROW-OUTCOME(WS-ROW-COUNT).
           MOVE 0 TO WS-ROW-LEVEL(WS-ROW-COUNT).
           MOVE 1 TO WS-ROW-IN-SEQUENCE(WS-ROW-COUNT).
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > 4
               MOVE RC-REG-PREREQ(WS-PREREQ-SUB)
                   TO WS-ROW-PREREQ(WS-ROW-COUNT WS-PREREQ-SUB)
               MOVE 0 TO WS-ROW-PREREQ-SUB(WS-ROW-COUNT WS-PREREQ-SUB)
           END-PERFORM.
           IF RC-REG-ENABLED = 'Y'
               IF RC-REG-SEQ IS NOT NUMERIC
               OR FUNCTION NUMVAL(RC-REG-SEQ) NOT > WS-LAST-SEQ
                   MOVE 0 TO WS-ROW-IN-SEQUENCE(WS-ROW-COUNT)
               ELSE
                   COMPUTE WS-LAST-SEQ = FUNCTION NUMVAL(RC-REG-SEQ)
               END-IF
           END-IF.

      *    Last record for tonight's date wins, as in the driver.
           LOAD-TONIGHTS-OUTCOMES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STEP-STATUS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STEP-STATUS-FILE
                   NOT AT END
                       IF RC-STEP-DATE = WS-TODAYS-DATE
                           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                               UNTIL WS-FIND-SUB > WS-ROW-COUNT
                               IF WS-ROW-PROGRAM(WS-FIND-SUB) =
                                   RC-STEP-PROGRAM
                                   MOVE RC-STEP-OUTCOME
                                       TO WS-ROW-OUTCOME(WS-FIND-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-STEP-STATUS-FILE.

      *    A prerequisite resolves to the earlier row of that name;
      *    the step's level is one past its deepest prerequisite.
           RESOLVE-ONE-ROW.
           MOVE 1 TO WS-ROW-LEVEL(WS-ROW-SUB).
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > 4
               IF WS-ROW-PREREQ(WS-ROW-SUB WS-PREREQ-SUB) NOT = SPACES
                   PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                       UNTIL WS-FIND-SUB >= WS-ROW-SUB
                       OR WS-ROW-PROGRAM(WS-FIND-SUB) =
                           WS-ROW-PREREQ(WS-ROW-SUB WS-PREREQ-SUB)
                       CONTINUE
                   END-PERFORM
                   IF WS-FIND-SUB < WS-ROW-SUB
                       MOVE WS-FIND-SUB TO
                           WS-ROW-PREREQ-SUB(WS-ROW-SUB WS-PREREQ-SUB)
                       IF WS-ROW-LEVEL(WS-FIND-SUB) + 1
                           > WS-ROW-LEVEL(WS-ROW-SUB)
                           COMPUTE WS-ROW-LEVEL(WS-ROW-SUB) =
                               WS-ROW-LEVEL(WS-FIND-SUB) + 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           WRITE-STEP-SECTION.
           MOVE 'STEPS IN SEQUENCE' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-STEP-HEADING.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE WS-ROW-SEQ(WS-ROW-SUB) TO WS-SL-SEQ
               MOVE WS-ROW-PROGRAM(WS-ROW-SUB) TO WS-SL-PROGRAM
               MOVE WS-ROW-ENABLED(WS-ROW-SUB) TO WS-SL-ENABLED
               MOVE WS-ROW-FREQ(WS-ROW-SUB) TO WS-SL-FREQ
               MOVE WS-ROW-FREQ-DAY(WS-ROW-SUB) TO WS-SL-FREQ-DAY
               MOVE WS-ROW-LEVEL(WS-ROW-SUB) TO WS-SL-LEVEL
               MOVE WS-ROW-OUTCOME(WS-ROW-SUB) TO WS-SL-OUTCOME
               MOVE SPACES TO WS-SL-PREREQS
               MOVE 1 TO WS-LIST-POINTER
               PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 4
                   IF WS-ROW-PREREQ(WS-ROW-SUB WS-PREREQ-SUB)
                       NOT = SPACES
                       STRING WS-ROW-PREREQ(WS-ROW-SUB WS-PREREQ-SUB)
                           DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           INTO WS-SL-PREREQS
                           WITH POINTER WS-LIST-POINTER
                       END-STRING
                   END-IF
               END-PERFORM
               WRITE RC-REPORT-LINE FROM WS-STEP-LINE
           END-PERFORM.

      *    Downstream of a step is found in one forward pass: a row
      *    is marked once any of its prerequisites is marked, and
      *    prerequisites always sit earlier in the file.
           WRITE-NEEDED-BY-SECTION.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'A FAILURE OF THIS STEP BLOCKS' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 0 TO WS-NEEDED-BY-COUNT.
           PERFORM WRITE-ONE-NEEDED-BY
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT.
           IF WS-NEEDED-BY-COUNT = 0
               MOVE '    NO STEP NAMES A PREREQUISITE' TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
           END-IF.

           WRITE-ONE-NEEDED-BY.
           PERFORM VARYING WS-DOWN-SUB FROM 1 BY 1
               UNTIL WS-DOWN-SUB > WS-ROW-COUNT
               MOVE 0 TO WS-ROW-DOWN-MARK(WS-DOWN-SUB)
           END-PERFORM.
           MOVE 1 TO WS-ROW-DOWN-MARK(WS-ROW-SUB).
           MOVE 0 TO WS-DOWN-COUNT.
           MOVE SPACES TO WS-NL-DOWN-LIST.
           MOVE 1 TO WS-LIST-POINTER.
           PERFORM VARYING WS-DOWN-SUB FROM WS-ROW-SUB BY 1
               UNTIL WS-DOWN-SUB > WS-ROW-COUNT
               PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 4
                   OR WS-ROW-DOWN-MARK(WS-DOWN-SUB) = 1
                   MOVE WS-ROW-PREREQ-SUB(WS-DOWN-SUB WS-PREREQ-SUB)
                       TO WS-FIND-SUB
                   IF WS-FIND-SUB > 0
                       IF WS-ROW-DOWN-MARK(WS-FIND-SUB) = 1
                           MOVE 1 TO WS-ROW-DOWN-MARK(WS-DOWN-SUB)
                           ADD 1 TO WS-DOWN-COUNT
                           STRING WS-ROW-PROGRAM(WS-DOWN-SUB)
                               DELIMITED BY SPACE
                               ' ' DELIMITED BY SIZE
                               INTO WS-NL-DOWN-LIST
                               WITH POINTER WS-LIST-POINTER
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-DOWN-COUNT > 0
               ADD 1 TO WS-NEEDED-BY-COUNT
               MOVE WS-ROW-PROGRAM(WS-ROW-SUB) TO WS-NL-PROGRAM
               MOVE WS-DOWN-COUNT TO WS-NL-DOWN-COUNT
               WRITE RC-REPORT-LINE FROM WS-NEEDED-LINE
           END-IF.

      *    What the driver would do with a bad row: one out of
      *    sequence it refuses outright; one naming a prerequisite
      *    that is not an earlier enabled row it keeps and blocks
      *    every night.
           WRITE-PROBLEM-SECTION.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'REGISTRY PROBLEMS' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM CHECK-ONE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT.
           IF WS-PROBLEM-COUNT = 0
               MOVE '    NONE' TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
           END-IF.

           CHECK-ONE-ROW.
           IF WS-ROW-ENABLED(WS-ROW-SUB) = 'Y'
               IF WS-ROW-IN-SEQUENCE(WS-ROW-SUB) = 0
                   MOVE 'OUT OF SEQUENCE -- ROW REFUSED'
                       TO WS-PROBLEM-TEXT
                   MOVE SPACES TO WS-PL-PREREQ
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
               PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 4
                   IF WS-ROW-PREREQ(WS-ROW-SUB WS-PREREQ-SUB)
                       NOT = SPACES
                       PERFORM CHECK-ONE-PREREQUISITE
                   END-IF
               END-PERFORM
           END-IF.

           CHECK-ONE-PREREQUISITE.
           MOVE WS-ROW-PREREQ(WS-ROW-SUB WS-PREREQ-SUB) TO WS-PL-PREREQ.
           MOVE WS-ROW-PREREQ-SUB(WS-ROW-SUB WS-PREREQ-SUB)
               TO WS-FIND-SUB.
           MOVE SPACES TO WS-PROBLEM-TEXT.
           IF WS-FIND-SUB = 0
               MOVE 'BLOCKED: PREREQUISITE NOT AN EARLIER ROW'
                   TO WS-PROBLEM-TEXT
           ELSE
               IF WS-ROW-ENABLED(WS-FIND-SUB) NOT = 'Y'
               OR WS-ROW-IN-SEQUENCE(WS-FIND-SUB) = 0
                   MOVE 'BLOCKED: PREREQUISITE NOT SCHEDULED'
                       TO WS-PROBLEM-TEXT
               END-IF
           END-IF.
           IF WS-PROBLEM-TEXT NOT = SPACES
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

           WRITE-PROBLEM-LINE.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE WS-ROW-SEQ(WS-ROW-SUB) TO WS-PL-SEQ.
           MOVE WS-ROW-PROGRAM(WS-ROW-SUB) TO WS-PL-PROGRAM.
           MOVE WS-PROBLEM-TEXT TO WS-PL-TEXT.
           WRITE RC-REPORT-LINE FROM WS-PROBLEM-LINE.
