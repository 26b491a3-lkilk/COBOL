               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-STEP-POLICY-FILE
                   ASSIGN TO 'step-policy.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-STEP-POLICY-FILE.
           01 RC-STEP-POLICY PIC X(8).
           FD F-STEP-STATUS-FILE.
               05 RC-STEP-PROGRAM PIC X(24).
               05 FILLER PIC X.
               05 RC-STEP-OUTCOME PIC X(6).
           FD F-STEP-REGISTRY-FILE.
           COPY "step-registry-record.cpy".
           FD F-RUN-HISTORY-FILE.
           01 RC-RUNH-RECORD.
               05 RC-RUNH-PROGRAM PIC X(24).
                   10 WS-STEP-FREQ PIC X.
                   10 WS-STEP-FREQ-DAY PIC 99.
                   10 WS-STEP-LAST-OUTCOME PIC X(6).
                   10 WS-STEP-DUE-TODAY PIC 9.
                   10 WS-STEP-PREREQ-BAD PIC 9.
                   10 WS-STEP-PREREQ-COUNT PIC 9.
                   10 WS-STEP-PREREQ-SUB PIC 99 OCCURS 4 TIMES.
           01 WS-STEP-IS-DUE PIC 9.
           01 WS-PREREQ-SUB PIC 9.
           01 WS-FIND-SUB PIC 99.
           01 WS-BLOCKING-PROGRAM PIC X(24).
           01 WS-LAST-SEQ PIC 99.
           01 WS-CALL-NAME PIC X(24).
           01 WS-RUN-YYYYMMDD PIC 9(8).
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
               ON EXCEPTION
                   CONTINUE
           END-CALL.
      *    Outside the step table on purpose: a run stopped at a
      *    failed step still gets its alerts raised, and the
      *    collector's own trouble never fails the night.
           CALL 'alert-collector'
               ON EXCEPTION
                   DISPLAY 'nightly-batch-driver: alert-collector '
                       'not available -- alerts not collected'
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           WRITE-BLOCKED-HISTORY.
           END-IF.

           APPLY-LOOKAHEAD-DAYS-OVERRIDE.
           MOVE 'nightly-batch-driver' TO WS-PRQ-PROGRAM.
           MOVE 'LOOKAHEAD-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER NOT < 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-LOOKAHEAD-DAYS
           END-IF.

      *    step-policy.dat holds STOP (default) or CONTINUE.  STOP
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > WS-STEP-COUNT
               MOVE SPACES TO WS-STEP-LAST-OUTCOME(STEP-IDX)
               PERFORM CHECK-STEP-IS-DUE
               MOVE WS-STEP-IS-DUE TO WS-STEP-DUE-TODAY(STEP-IDX)
           END-PERFORM.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STEP-STATUS-FILE.
                   ELSE
                       MOVE 0 TO WS-STEP-FREQ-DAY(STEP-IDX)
                   END-IF
                   PERFORM RESOLVE-PREREQUISITES
               ELSE
                   DISPLAY 'nightly-batch-driver: step registry '
                       'full -- ' RC-REG-PROGRAM ' not scheduled'
           END-IF
           END-IF.

      *    Each prerequisite is held as the slot of the earlier step
      *    it names.  One that names no earlier step -- a typo, a
      *    disabled row, a step later in the sequence -- can never be
      *    satisfied; the step is kept, and blocked every night until
      *    the registry is put right, rather than dropped unseen.
           RESOLVE-PREREQUISITES.
           MOVE 0 TO WS-STEP-PREREQ-COUNT(STEP-IDX).
           MOVE 0 TO WS-STEP-PREREQ-BAD(STEP-IDX).
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > 4
               IF RC-REG-PREREQ(WS-PREREQ-SUB) NOT = SPACES
                   PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                       UNTIL WS-FIND-SUB >= WS-STEP-COUNT
                       OR WS-STEP-PROGRAM(WS-FIND-SUB) =
                           RC-REG-PREREQ(WS-PREREQ-SUB)
                       CONTINUE
                   END-PERFORM
                   IF WS-FIND-SUB < WS-STEP-COUNT
                       ADD 1 TO WS-STEP-PREREQ-COUNT(STEP-IDX)
                       MOVE WS-FIND-SUB TO WS-STEP-PREREQ-SUB(STEP-IDX
                           WS-STEP-PREREQ-COUNT(STEP-IDX))
                   ELSE
                       MOVE 1 TO WS-STEP-PREREQ-BAD(STEP-IDX)
                       DISPLAY 'nightly-batch-driver: '
                           RC-REG-PROGRAM ' names prerequisite '
                           RC-REG-PREREQ(WS-PREREQ-SUB)
                           ' which is not an earlier enabled step'
                   END-IF
               END-IF
           END-PERFORM.

      *    With no step-registry.dat on file the original nightly
      *    sequence runs, so the registry can be adopted without a
      *    flag day.  side-index-verifier goes first: a birthday
      *    pass over a stale dob-xref.dat misses people silently.
           LOAD-BUILT-IN-STEPS.
           MOVE 6 TO WS-STEP-COUNT.
           MOVE 'side-index-verifier' TO WS-STEP-PROGRAM(1).
           MOVE 'customer-filterer' TO WS-STEP-PROGRAM(2).
           MOVE 'volume-sentinel' TO WS-STEP-PROGRAM(3).
           MOVE 'greeting-card-generator' TO WS-STEP-PROGRAM(4).
           MOVE 'upcoming-birthdays-report' TO WS-STEP-PROGRAM(5).
           MOVE 'postage-summary-report' TO WS-STEP-PROGRAM(6).
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > WS-STEP-COUNT
               MOVE 'D' TO WS-STEP-FREQ(STEP-IDX)
               MOVE 0 TO WS-STEP-FREQ-DAY(STEP-IDX)
               MOVE 0 TO WS-STEP-PREREQ-COUNT(STEP-IDX)
               MOVE 0 TO WS-STEP-PREREQ-BAD(STEP-IDX)
           END-PERFORM.

      *    Day 1 of the date intrinsics is a Monday, so MOD 7 of the

           RUN-ONE-STEP.
           SET STEP-IDX TO WS-STEP-NUMBER.
           MOVE SPACES TO WS-BLOCKING-PROGRAM.
           IF WS-STEP-DUE-TODAY(STEP-IDX) = 1
           AND WS-STEP-LAST-OUTCOME(STEP-IDX) NOT = 'OK'
               PERFORM CHECK-PREREQUISITES
           END-IF.
           EVALUATE TRUE
               WHEN WS-STEP-DUE-TODAY(STEP-IDX) = 0
                   DISPLAY 'nightly-batch-driver: step '
                       WS-STEP-NUMBER ' '
                       WS-STEP-PROGRAM(STEP-IDX)
                       WS-STEP-PROGRAM(STEP-IDX)
                       ' already OK for ' WS-TODAYS-DATE
                       ' -- skipping'
               WHEN WS-BLOCKING-PROGRAM NOT = SPACES
                   DISPLAY 'nightly-batch-driver: step '
                       WS-STEP-NUMBER ' '
                       WS-STEP-PROGRAM(STEP-IDX)
                       ' BLOCKED -- prerequisite '
                       WS-BLOCKING-PROGRAM ' not OK'
                   PERFORM RECORD-STEP-OUTCOME-BLOCKED
               WHEN WS-RUN-IS-STOPPED = 1
                   PERFORM RECORD-STEP-OUTCOME-SKIPPED
               WHEN OTHER
                   PERFORM EXECUTE-STEP-PROGRAM
           END-EVALUATE.

      *    Every prerequisite due tonight must stand OK for tonight's
      *    date, whether from this run or an earlier submission; one
      *    not due tonight (a weekly step on another weekday) has
      *    nothing to wait for.  A blocked step is itself not OK, so
      *    the block carries down the chain.
           CHECK-PREREQUISITES.
           MOVE SPACES TO WS-BLOCKING-PROGRAM.
           IF WS-STEP-PREREQ-BAD(STEP-IDX) = 1
               MOVE '(UNKNOWN PREREQUISITE)' TO WS-BLOCKING-PROGRAM
           END-IF.
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > WS-STEP-PREREQ-COUNT(STEP-IDX)
               OR WS-BLOCKING-PROGRAM NOT = SPACES
               MOVE WS-STEP-PREREQ-SUB(STEP-IDX WS-PREREQ-SUB)
                   TO WS-FIND-SUB
               IF WS-STEP-DUE-TODAY(WS-FIND-SUB) = 1
               AND WS-STEP-LAST-OUTCOME(WS-FIND-SUB) NOT = 'OK'
                   MOVE WS-STEP-PROGRAM(WS-FIND-SUB)
                       TO WS-BLOCKING-PROGRAM
               END-IF
           END-PERFORM.

      *    The registry names the program; the CALL signatures the
      *    drivers take are the one piece that stays in code.
      *    Programs not in this list run parameterless -- the house
           MOVE 'SKIPPD' TO WS-STEP-OUTCOME.
           PERFORM WRITE-STEP-STATUS-RECORD.

           RECORD-STEP-OUTCOME-BLOCKED.
           MOVE 'BLOCKD' TO WS-STEP-OUTCOME.
           PERFORM WRITE-STEP-STATUS-RECORD.

           WRITE-STEP-STATUS-RECORD.
           OPEN EXTEND F-STEP-STATUS-FILE.
           MOVE SPACES TO RC-STEP-STATUS-RECORD.
           MOVE WS-STEP-NUMBER TO RC-STEP-NUMBER.
           MOVE WS-STEP-PROGRAM(STEP-IDX) TO RC-STEP-PROGRAM.
           MOVE WS-STEP-OUTCOME TO RC-STEP-OUTCOME.
           MOVE WS-STEP-OUTCOME TO WS-STEP-LAST-OUTCOME(STEP-IDX).
           WRITE RC-STEP-STATUS-RECORD.
           CLOSE F-STEP-STATUS-FILE.
