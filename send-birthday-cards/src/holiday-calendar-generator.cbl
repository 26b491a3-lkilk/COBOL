       IDENTIFICATION DIVISION.
       PROGRAM-ID. holiday-calendar-generator.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-YEAR-FILE
                   ASSIGN TO 'holiday-year.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RULES-FILE
                   ASSIGN TO 'holiday-rules.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-HOLIDAY-FILE
                   ASSIGN TO 'holiday-calendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PRIOR-FILE
                   ASSIGN TO 'holiday-calendar-prior.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'holiday-calendar-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    Optional control record: the year to generate, YYYY, and
      *    PREVIEW in column 6 to report without replacing the file.
           FD F-YEAR-FILE.
           01 RC-YEAR-PARM.
               05 RC-YEAR-PARM-YEAR PIC X(4).
               05 FILLER PIC X.
               05 RC-YEAR-PARM-MODE PIC X(7).
           FD F-RULES-FILE.
           COPY "holiday-rule-record.cpy".
           FD F-HOLIDAY-FILE.
           01 RC-HOLIDAY-DATE PIC X(10).
           FD F-PRIOR-FILE.
           01 RC-PRIOR-DATE PIC X(10).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-TARGET-YEAR PIC 9999.
           01 WS-RULE-YEAR PIC 9999.
           01 WS-PREVIEW-MODE PIC 9 VALUE 0.
           01 WS-GENERATOR-RETURN-CODE PIC 9 VALUE 0.
           01 WS-REPLACE-CALENDAR PIC 9 VALUE 0.
           01 WS-HOLD-REASON PIC X(80).
           01 WS-RUN-DATE PIC X(10).
      *    Every program that reads holiday-calendar.dat holds 200
      *    dates and quietly ignores the rest, so a calendar longer
      *    than that is refused rather than written.
           01 WS-READER-LIMIT PIC 999 VALUE 200.
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-CAND-DATE.
               05 WS-CAND-YEAR PIC 9999.
               05 FILLER PIC X VALUE '-'.
               05 WS-CAND-MONTH PIC 99.
               05 FILLER PIC X VALUE '-'.
               05 WS-CAND-DAY PIC 99.
           01 WS-ACTUAL-DATE PIC X(10).
           01 WS-DATE-IS-VALID PIC 9.
           01 WS-FIRST-WEEKDAY PIC 9.
           01 WS-DATE-WEEKDAY PIC 9.
           01 WS-OFFSET-NUMBER PIC 99.
           01 WS-RULE-ERROR PIC X(60).
           01 WS-RULE-SUB PIC 999.
           01 WS-GEN-SUB PIC 999.
           01 WS-OLD-SUB PIC 999.
           01 WS-SORT-SUB-1 PIC 999.
           01 WS-SORT-SUB-2 PIC 999.
           01 WS-FOUND-SUB PIC 999.
           01 WS-RULE-COUNT PIC 999 VALUE 0.
           01 WS-REJECT-COUNT PIC 999 VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 999 VALUE 0.
           01 WS-DROPPED-COUNT PIC 999 VALUE 0.
           01 WS-ADDED-COUNT PIC 999 VALUE 0.
           01 WS-REMOVED-COUNT PIC 999 VALUE 0.
           01 WS-UNCHANGED-COUNT PIC 999 VALUE 0.
           01 WS-IN-YEAR-COUNT PIC 999 VALUE 0.
           01 WS-LOAD-TRUNCATED PIC 9 VALUE 0.
           01 WS-WEEKDAY-NAMES VALUE 'MONTUEWEDTHUFRISATSUN'.
               05 WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.
      *    The rules that passed their checks, ready to apply.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 100 TIMES.
                   10 WS-RULE-NAME PIC X(30).
                   10 WS-RULE-TYPE PIC X.
                   10 WS-RULE-MONTH PIC 99.
                   10 WS-RULE-DAY PIC 99.
                   10 WS-RULE-WEEKDAY PIC 9.
                   10 WS-RULE-NTH PIC X.
                   10 WS-RULE-OFFSET PIC S99.
                   10 WS-RULE-OBSERVED PIC X.
      *    The dates the rules give.  IN-YEAR is 0 for an observed
      *    date pushed back into the year before, which is listed for
      *    the operator but belongs to that year's calendar; a New
      *    Year's Day on a Saturday comes into this year's calendar
      *    from next year's rule instead.
           01 WS-GEN-COUNT PIC 999 VALUE 0.
           01 WS-GEN-TABLE.
               05 WS-GEN-ENTRY OCCURS 200 TIMES.
                   10 WS-GEN-DATE PIC X(10).
                   10 WS-GEN-NAME PIC X(30).
                   10 WS-GEN-NOTE PIC X(50).
                   10 WS-GEN-IN-YEAR PIC 9.
                   10 WS-GEN-MATCHED PIC 9.
           01 WS-SWAP-ENTRY PIC X(92).
      *    The calendar as it stands: the target year's entries, to
      *    compare, and every other year's, to carry over unchanged.
           01 WS-OLD-COUNT PIC 999 VALUE 0.
           01 WS-OLD-TABLE.
               05 WS-OLD-ENTRY OCCURS 400 TIMES.
                   10 WS-OLD-DATE PIC X(10).
                   10 WS-OLD-MATCHED PIC 9.
           01 WS-KEEP-COUNT PIC 999 VALUE 0.
           01 WS-KEEP-TABLE.
               05 WS-KEEP-DATE PIC X(10) OCCURS 400 TIMES.
           01 WS-OUT-COUNT PIC 999 VALUE 0.
           01 WS-OUT-TABLE.
               05 WS-OUT-DATE PIC X(10) OCCURS 600 TIMES.
           01 WS-SWAP-DATE PIC X(10).
           01 WS-TITLE-LINE.
               05 FILLER PIC X(21) VALUE 'HOLIDAY CALENDAR FOR '.
               05 WS-TITLE-YEAR PIC 9999.
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-TITLE-MODE PIC X(7).
               05 FILLER PIC X(7) VALUE SPACES.
               05 FILLER PIC X(4) VALUE 'RUN '.
               05 WS-TITLE-DATE PIC X(10).
           01 WS-SECTION-LINE PIC X(60).
           01 WS-DATE-LINE.
               05 WS-DL-DATE PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-DAY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-NAME PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-NOTE PIC X(50).
           01 WS-CHANGE-LINE.
               05 WS-CL-ACTION PIC X(10).
               05 WS-CL-DATE PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CL-DAY PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-CL-NAME PIC X(30).
           01 WS-REJECT-LINE.
               05 WS-RJ-ACTION PIC X(10).
               05 WS-RJ-NAME PIC X(30).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-RJ-REASON PIC X(60).
           01 WS-SUMMARY-LINE.
               05 WS-SUM-LABEL PIC X(40).
               05 WS-SUM-VALUE PIC ZZZ9.
           01 WS-OUTCOME-LINE PIC X(100).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Builds a year of holiday-calendar.dat from the standing
      *    rules on holiday-rules.dat instead of from a hand-typed
      *    list.  Every rule is checked and applied, the dates it
      *    gives are compared with whatever that year already has on
      *    the calendar, and only when nothing was rejected is the
      *    year's entries replaced -- the other years' entries are
      *    carried over, the whole file is rewritten in date order,
      *    and the calendar as it stood is kept on
      *    holiday-calendar-prior.dat.  Defaults to next year.  Ends
      *    RC 8 when the calendar was not replaced because of a
      *    rejection, RC 4 when a duplicate or a bad line was
      *    dropped, RC 0 otherwise.
           PERFORM APPLY-YEAR-OVERRIDE.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-TARGET-YEAR TO WS-TITLE-YEAR.
           IF WS-PREVIEW-MODE = 1
               MOVE 'PREVIEW' TO WS-TITLE-MODE
           ELSE
               MOVE 'REPLACE' TO WS-TITLE-MODE
           END-IF.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           PERFORM LOAD-HOLIDAY-RULES.
           PERFORM GENERATE-YEAR-DATES.
           PERFORM SORT-GENERATED-DATES.
           PERFORM REJECT-DUPLICATE-DATES.
           PERFORM LOAD-CALENDAR-ON-FILE.
           PERFORM WRITE-GENERATED-SECTION.
           PERFORM WRITE-CHANGES-SECTION.
           PERFORM DECIDE-REPLACEMENT.
           IF WS-REPLACE-CALENDAR = 1
               PERFORM REPLACE-CALENDAR-FILE
           END-IF.
           PERFORM WRITE-OUTCOME-SECTION.
           CLOSE F-REPORT-FILE.
           MOVE 'holiday-calendar-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'holiday-calendar-generator' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'holiday-calendar-generator: ' WS-TARGET-YEAR
               ' -- ' WS-IN-YEAR-COUNT ' date(s), '
               WS-ADDED-COUNT ' added, ' WS-REMOVED-COUNT
               ' removed, ' WS-REJECT-COUNT ' rejected'.
           DISPLAY 'holiday-calendar-generator: '
               FUNCTION TRIM(WS-OUTCOME-LINE).
           MOVE WS-GENERATOR-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *    Operations drops a holiday-year.dat control record of YYYY
      *    for the year to build, with PREVIEW after it to see the
      *    report without touching the calendar; defaults to the year
      *    after the current one, replacing.
           APPLY-YEAR-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TARGET-YEAR.
           ADD 1 TO WS-TARGET-YEAR.
           MOVE SPACES TO WS-RUN-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-YEAR-FILE.
           READ F-YEAR-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-YEAR-FILE.
           IF WS-FILE-IS-ENDED = 0
               IF RC-YEAR-PARM-YEAR IS NUMERIC
               AND RC-YEAR-PARM-YEAR > '1900'
                   MOVE RC-YEAR-PARM-YEAR TO WS-TARGET-YEAR
               ELSE
                   DISPLAY 'holiday-calendar-generator: '
                       'holiday-year.dat year ' RC-YEAR-PARM-YEAR
                       ' is not a year -- using ' WS-TARGET-YEAR
               END-IF
               IF FUNCTION UPPER-CASE(RC-YEAR-PARM-MODE) = 'PREVIEW'
                   MOVE 1 TO WS-PREVIEW-MODE
               END-IF
           END-IF.

      *    A rule that fails a check is listed and rejected; any
      *    rejection keeps the calendar from being replaced, since a
      *    holiday silently missing is how a wrong date goes unnoticed.
           LOAD-HOLIDAY-RULES.
           MOVE SPACES TO WS-SECTION-LINE.
           MOVE 'RULE CHECKS' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RULES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RULES-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-HOLIDAY-RULE-RECORD NOT = SPACES
                           PERFORM CHECK-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RULES-FILE.

           CHECK-ONE-RULE.
           MOVE SPACES TO WS-RULE-ERROR.
           EVALUATE TRUE
               WHEN RC-HRL-NAME = SPACES
                   MOVE 'NO HOLIDAY NAME' TO WS-RULE-ERROR
               WHEN NOT RC-HRL-IS-FIXED AND NOT RC-HRL-IS-FLOATING
                   MOVE 'TYPE IS NOT D (FIXED) OR F (FLOATING)'
                       TO WS-RULE-ERROR
               WHEN RC-HRL-IS-FIXED
               AND (RC-HRL-MMDD(1:2) IS NOT NUMERIC
                   OR RC-HRL-MMDD(3:1) NOT = '-'
                   OR RC-HRL-MMDD(4:2) IS NOT NUMERIC
                   OR RC-HRL-MMDD(1:2) < '01'
                   OR RC-HRL-MMDD(1:2) > '12'
                   OR RC-HRL-MMDD(4:2) < '01'
                   OR RC-HRL-MMDD(4:2) > '31')
                   MOVE 'FIXED DATE IS NOT MM-DD' TO WS-RULE-ERROR
               WHEN RC-HRL-IS-FLOATING
               AND (RC-HRL-FLOAT-MONTH IS NOT NUMERIC
                   OR RC-HRL-FLOAT-MONTH < '01'
                   OR RC-HRL-FLOAT-MONTH > '12')
                   MOVE 'FLOATING MONTH IS NOT 01-12' TO WS-RULE-ERROR
               WHEN RC-HRL-IS-FLOATING
               AND (RC-HRL-FLOAT-WEEKDAY < '1'
                   OR RC-HRL-FLOAT-WEEKDAY > '7')
                   MOVE 'WEEKDAY IS NOT 1 (MONDAY) - 7 (SUNDAY)'
                       TO WS-RULE-ERROR
               WHEN RC-HRL-IS-FLOATING
               AND RC-HRL-FLOAT-NTH NOT = 'L'
               AND (RC-HRL-FLOAT-NTH < '1'
                   OR RC-HRL-FLOAT-NTH > '5')
                   MOVE 'OCCURRENCE IS NOT 1-5 OR L'
                       TO WS-RULE-ERROR
               WHEN RC-HRL-OFFSET NOT = SPACES
               AND ((RC-HRL-OFFSET-SIGN NOT = '+'
                   AND RC-HRL-OFFSET-SIGN NOT = '-')
                   OR RC-HRL-OFFSET-DAYS IS NOT NUMERIC)
                   MOVE 'OFFSET IS NOT +NN OR -NN' TO WS-RULE-ERROR
               WHEN RC-HRL-OBSERVED NOT = 'Y'
               AND RC-HRL-OBSERVED NOT = 'N'
               AND RC-HRL-OBSERVED NOT = SPACE
                   MOVE 'OBSERVED FLAG IS NOT Y OR N' TO WS-RULE-ERROR
               WHEN WS-RULE-COUNT NOT < 100
                   MOVE 'MORE THAN 100 RULES' TO WS-RULE-ERROR
           END-EVALUATE.
           IF WS-RULE-ERROR NOT = SPACES
               MOVE RC-HRL-NAME TO WS-RJ-NAME
               MOVE WS-RULE-ERROR TO WS-RJ-REASON
               PERFORM WRITE-REJECTION
           ELSE
               PERFORM STORE-ONE-RULE
           END-IF.

           STORE-ONE-RULE.
           ADD 1 TO WS-RULE-COUNT.
           MOVE RC-HRL-NAME TO WS-RULE-NAME(WS-RULE-COUNT).
           MOVE RC-HRL-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT).
           MOVE 0 TO WS-RULE-MONTH(WS-RULE-COUNT).
           MOVE 0 TO WS-RULE-DAY(WS-RULE-COUNT).
           MOVE 0 TO WS-RULE-WEEKDAY(WS-RULE-COUNT).
           MOVE SPACE TO WS-RULE-NTH(WS-RULE-COUNT).
           IF RC-HRL-IS-FIXED
               MOVE RC-HRL-MMDD(1:2) TO WS-RULE-MONTH(WS-RULE-COUNT)
               MOVE RC-HRL-MMDD(4:2) TO WS-RULE-DAY(WS-RULE-COUNT)
           ELSE
               MOVE RC-HRL-FLOAT-MONTH TO WS-RULE-MONTH(WS-RULE-COUNT)
               MOVE RC-HRL-FLOAT-WEEKDAY
                   TO WS-RULE-WEEKDAY(WS-RULE-COUNT)
               MOVE RC-HRL-FLOAT-NTH TO WS-RULE-NTH(WS-RULE-COUNT)
           END-IF.
           MOVE 0 TO WS-RULE-OFFSET(WS-RULE-COUNT).
           IF RC-HRL-OFFSET NOT = SPACES
               MOVE RC-HRL-OFFSET-DAYS TO WS-OFFSET-NUMBER
               IF RC-HRL-OFFSET-SIGN = '-'
                   COMPUTE WS-RULE-OFFSET(WS-RULE-COUNT) =
                       0 - WS-OFFSET-NUMBER
               ELSE
                   MOVE WS-OFFSET-NUMBER
                       TO WS-RULE-OFFSET(WS-RULE-COUNT)
               END-IF
           END-IF.
           MOVE RC-HRL-OBSERVED TO WS-RULE-OBSERVED(WS-RULE-COUNT).

           WRITE-REJECTION.
           MOVE 'REJECTED' TO WS-RJ-ACTION.
           WRITE RC-REPORT-LINE FROM WS-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

      *    Each rule is applied to the target year and to the year
      *    after, so that a holiday early next year observed back on
      *    the last days of this one is on this year's calendar.
           GENERATE-YEAR-DATES.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
               MOVE WS-TARGET-YEAR TO WS-RULE-YEAR
               PERFORM APPLY-ONE-RULE
               ADD 1 TO WS-TARGET-YEAR GIVING WS-RULE-YEAR
               PERFORM APPLY-ONE-RULE
           END-PERFORM.

           APPLY-ONE-RULE.
           MOVE '0000-00-00' TO WS-CAND-DATE.
           MOVE WS-RULE-YEAR TO WS-CAND-YEAR.
           MOVE WS-RULE-MONTH(WS-RULE-SUB) TO WS-CAND-MONTH.
           IF WS-RULE-TYPE(WS-RULE-SUB) = 'D'
               MOVE WS-RULE-DAY(WS-RULE-SUB) TO WS-CAND-DAY
               PERFORM VALIDATE-CANDIDATE-DATE
           ELSE
               PERFORM FIND-FLOATING-DATE
           END-IF.
           IF WS-DATE-IS-VALID = 0
               IF WS-RULE-YEAR = WS-TARGET-YEAR
                   MOVE WS-RULE-NAME(WS-RULE-SUB) TO WS-RJ-NAME
                   MOVE SPACES TO WS-RJ-REASON
                   STRING 'GIVES NO DATE IN ' WS-RULE-YEAR
                       ' -- THE MONTH HAS NO SUCH DAY'
                       DELIMITED BY SIZE INTO WS-RJ-REASON
                   END-STRING
                   PERFORM WRITE-REJECTION
               END-IF
           ELSE
               PERFORM SHIFT-RULE-DATE
               IF WS-CAND-YEAR = WS-TARGET-YEAR
               OR WS-RULE-YEAR = WS-TARGET-YEAR
                   PERFORM ADD-GENERATED-DATE
               END-IF
           END-IF.

      *    The offset is applied first and the weekend shift after,
      *    so a day-after holiday landing on a Saturday moves too.
           SHIFT-RULE-DATE.
           IF WS-RULE-OFFSET(WS-RULE-SUB) NOT = 0
               MOVE 'AD' TO WS-DS-FUNCTION
               MOVE WS-CAND-DATE TO WS-DS-DATE-1
               MOVE WS-RULE-OFFSET(WS-RULE-SUB) TO WS-DS-DAYS
               CALL 'date-services' USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               MOVE WS-DS-DATE-2 TO WS-CAND-DATE
           END-IF.
           MOVE WS-CAND-DATE TO WS-ACTUAL-DATE.
           IF WS-RULE-OBSERVED(WS-RULE-SUB) = 'Y'
               PERFORM GET-CANDIDATE-WEEKDAY
               MOVE 0 TO WS-DS-DAYS
               IF WS-DATE-WEEKDAY = 6
                   MOVE -1 TO WS-DS-DAYS
               END-IF
               IF WS-DATE-WEEKDAY = 7
                   MOVE 1 TO WS-DS-DAYS
               END-IF
               IF WS-DS-DAYS NOT = 0
                   MOVE 'AD' TO WS-DS-FUNCTION
                   MOVE WS-CAND-DATE TO WS-DS-DATE-1
                   CALL 'date-services' USING WS-DS-FUNCTION
                       WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS
                       WS-DS-STATUS
                   MOVE WS-DS-DATE-2 TO WS-CAND-DATE
               END-IF
           END-IF.

           ADD-GENERATED-DATE.
           IF WS-GEN-COUNT NOT < 200
               MOVE WS-RULE-NAME(WS-RULE-SUB) TO WS-RJ-NAME
               MOVE 'MORE THAN 200 DATES FROM THE RULES'
                   TO WS-RJ-REASON
               PERFORM WRITE-REJECTION
           ELSE
               PERFORM STORE-GENERATED-DATE
           END-IF.

           STORE-GENERATED-DATE.
           ADD 1 TO WS-GEN-COUNT.
           MOVE WS-CAND-DATE TO WS-GEN-DATE(WS-GEN-COUNT).
           MOVE WS-RULE-NAME(WS-RULE-SUB) TO WS-GEN-NAME(WS-GEN-COUNT).
           MOVE SPACES TO WS-GEN-NOTE(WS-GEN-COUNT).
           MOVE 0 TO WS-GEN-MATCHED(WS-GEN-COUNT).
           IF WS-CAND-YEAR = WS-TARGET-YEAR
               MOVE 1 TO WS-GEN-IN-YEAR(WS-GEN-COUNT)
               ADD 1 TO WS-IN-YEAR-COUNT
               IF WS-CAND-DATE NOT = WS-ACTUAL-DATE
                   STRING 'OBSERVED -- FALLS ON ' WS-ACTUAL-DATE
                       DELIMITED BY SIZE
                       INTO WS-GEN-NOTE(WS-GEN-COUNT)
                   END-STRING
               END-IF
           ELSE
               MOVE 0 TO WS-GEN-IN-YEAR(WS-GEN-COUNT)
               STRING 'OBSERVED FROM ' WS-ACTUAL-DATE
                   ' -- ON THE ' WS-CAND-YEAR ' CALENDAR'
                   DELIMITED BY SIZE
                   INTO WS-GEN-NOTE(WS-GEN-COUNT)
               END-STRING
           END-IF.

      *    The Nth weekday counts on from the first such weekday of
      *    the month; the last is the fifth when there is one, else
      *    the fourth.  A fifth that the month does not have is left
      *    invalid for the caller to reject.
           FIND-FLOATING-DATE.
           MOVE 1 TO WS-CAND-DAY.
           PERFORM GET-CANDIDATE-WEEKDAY.
           MOVE WS-DATE-WEEKDAY TO WS-FIRST-WEEKDAY.
           COMPUTE WS-CAND-DAY = 1 + FUNCTION MOD(
               WS-RULE-WEEKDAY(WS-RULE-SUB) - WS-FIRST-WEEKDAY + 7, 7).
           IF WS-RULE-NTH(WS-RULE-SUB) = 'L'
               ADD 28 TO WS-CAND-DAY
               PERFORM VALIDATE-CANDIDATE-DATE
               IF WS-DATE-IS-VALID = 0
                   SUBTRACT 7 FROM WS-CAND-DAY
                   PERFORM VALIDATE-CANDIDATE-DATE
               END-IF
           ELSE
               COMPUTE WS-CAND-DAY = WS-CAND-DAY +
                   7 * (FUNCTION NUMVAL(WS-RULE-NTH(WS-RULE-SUB)) - 1)
               PERFORM VALIDATE-CANDIDATE-DATE
           END-IF.

           VALIDATE-CANDIDATE-DATE.
           MOVE 'VL' TO WS-DS-FUNCTION.
           MOVE WS-CAND-DATE TO WS-DS-DATE-1.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS = 0
               MOVE 1 TO WS-DATE-IS-VALID
           ELSE
               MOVE 0 TO WS-DATE-IS-VALID
           END-IF.

           GET-CANDIDATE-WEEKDAY.
           MOVE 'DW' TO WS-DS-FUNCTION.
           MOVE WS-CAND-DATE TO WS-DS-DATE-1.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DAYS TO WS-DATE-WEEKDAY.

           SORT-GENERATED-DATES.
           PERFORM VARYING WS-SORT-SUB-1 FROM 1 BY 1
               UNTIL WS-SORT-SUB-1 >= WS-GEN-COUNT
               PERFORM VARYING WS-SORT-SUB-2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-2 >= WS-GEN-COUNT
                   IF WS-GEN-DATE(WS-SORT-SUB-2) >
                       WS-GEN-DATE(WS-SORT-SUB-2 + 1)
                       MOVE WS-GEN-ENTRY(WS-SORT-SUB-2)
                           TO WS-SWAP-ENTRY
                       MOVE WS-GEN-ENTRY(WS-SORT-SUB-2 + 1)
                           TO WS-GEN-ENTRY(WS-SORT-SUB-2)
                       MOVE WS-SWAP-ENTRY
                           TO WS-GEN-ENTRY(WS-SORT-SUB-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Two rules landing on one date -- a floating holiday meeting
      *    a fixed one, or an observed shift onto another holiday --
      *    give the calendar one date, not two.  The later rule's
      *    date is dropped and both names are listed.
           REJECT-DUPLICATE-DATES.
           MOVE 1 TO WS-SORT-SUB-1.
           PERFORM UNTIL WS-SORT-SUB-1 >= WS-GEN-COUNT
               IF WS-GEN-DATE(WS-SORT-SUB-1) =
                   WS-GEN-DATE(WS-SORT-SUB-1 + 1)
                   MOVE WS-GEN-NAME(WS-SORT-SUB-1 + 1) TO WS-RJ-NAME
                   MOVE SPACES TO WS-RJ-REASON
                   STRING 'DUPLICATE ' WS-GEN-DATE(WS-SORT-SUB-1)
                       ' -- SAME DATE AS '
                       WS-GEN-NAME(WS-SORT-SUB-1)
                       DELIMITED BY SIZE INTO WS-RJ-REASON
                   END-STRING
                   MOVE 'DROPPED' TO WS-RJ-ACTION
                   WRITE RC-REPORT-LINE FROM WS-REJECT-LINE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   IF WS-GEN-IN-YEAR(WS-SORT-SUB-1 + 1) = 1
                       SUBTRACT 1 FROM WS-IN-YEAR-COUNT
                   END-IF
                   PERFORM VARYING WS-SORT-SUB-2
                       FROM WS-SORT-SUB-1 BY 1
                       UNTIL WS-SORT-SUB-2 >= WS-GEN-COUNT
                       MOVE WS-GEN-ENTRY(WS-SORT-SUB-2 + 1)
                           TO WS-GEN-ENTRY(WS-SORT-SUB-2)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-GEN-COUNT
               ELSE
                   ADD 1 TO WS-SORT-SUB-1
               END-IF
           END-PERFORM.
           IF WS-REJECT-COUNT = 0 AND WS-DUPLICATE-COUNT = 0
               MOVE SPACES TO WS-REJECT-LINE
               MOVE 'ALL RULES PASSED' TO WS-RJ-REASON
               WRITE RC-REPORT-LINE FROM WS-REJECT-LINE
           END-IF.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.

      *    The calendar on file splits into the target year's entries
      *    and everyone else's.  A line that is not a calendar date,
      *    or repeats one already read, is dropped and listed.
           LOAD-CALENDAR-ON-FILE.
           MOVE 'CALENDAR ON FILE' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HOLIDAY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOLIDAY-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-HOLIDAY-DATE NOT = SPACES
                           PERFORM FILE-ONE-CALENDAR-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HOLIDAY-FILE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ENTRIES FOR THIS YEAR' TO WS-SUM-LABEL.
           MOVE WS-OLD-COUNT TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'ENTRIES FOR OTHER YEARS, CARRIED OVER'
               TO WS-SUM-LABEL.
           MOVE WS-KEEP-COUNT TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'LINES DROPPED' TO WS-SUM-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.

           FILE-ONE-CALENDAR-LINE.
           MOVE RC-HOLIDAY-DATE TO WS-CAND-DATE.
           PERFORM VALIDATE-CANDIDATE-DATE.
           IF WS-DATE-IS-VALID = 0
               MOVE SPACES TO WS-REJECT-LINE
               MOVE 'DROPPED' TO WS-RJ-ACTION
               MOVE RC-HOLIDAY-DATE TO WS-RJ-NAME
               MOVE 'NOT A CALENDAR DATE' TO WS-RJ-REASON
               WRITE RC-REPORT-LINE FROM WS-REJECT-LINE
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               PERFORM FIND-CALENDAR-DUPLICATE
               IF WS-FOUND-SUB > 0
                   MOVE SPACES TO WS-REJECT-LINE
                   MOVE 'DROPPED' TO WS-RJ-ACTION
                   MOVE RC-HOLIDAY-DATE TO WS-RJ-NAME
                   MOVE 'DUPLICATE LINE' TO WS-RJ-REASON
                   WRITE RC-REPORT-LINE FROM WS-REJECT-LINE
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   PERFORM KEEP-CALENDAR-LINE
               END-IF
           END-IF.

           FIND-CALENDAR-DUPLICATE.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT OR WS-FOUND-SUB > 0
               IF WS-OLD-DATE(WS-OLD-SUB) = RC-HOLIDAY-DATE
                   MOVE WS-OLD-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-KEEP-COUNT OR WS-FOUND-SUB > 0
               IF WS-KEEP-DATE(WS-OLD-SUB) = RC-HOLIDAY-DATE
                   MOVE WS-OLD-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           KEEP-CALENDAR-LINE.
           IF WS-CAND-YEAR = WS-TARGET-YEAR
               IF WS-OLD-COUNT < 400
                   ADD 1 TO WS-OLD-COUNT
                   MOVE RC-HOLIDAY-DATE TO WS-OLD-DATE(WS-OLD-COUNT)
                   MOVE 0 TO WS-OLD-MATCHED(WS-OLD-COUNT)
               ELSE
                   MOVE 1 TO WS-LOAD-TRUNCATED
               END-IF
           ELSE
               IF WS-KEEP-COUNT < 400
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE RC-HOLIDAY-DATE TO WS-KEEP-DATE(WS-KEEP-COUNT)
               ELSE
                   MOVE 1 TO WS-LOAD-TRUNCATED
               END-IF
           END-IF.

           WRITE-GENERATED-SECTION.
           MOVE 'DATES FROM THE RULES' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               MOVE WS-GEN-DATE(WS-GEN-SUB) TO WS-DL-DATE
               MOVE WS-GEN-DATE(WS-GEN-SUB) TO WS-CAND-DATE
               PERFORM GET-CANDIDATE-WEEKDAY
               MOVE WS-WEEKDAY-NAME(WS-DATE-WEEKDAY) TO WS-DL-DAY
               MOVE WS-GEN-NAME(WS-GEN-SUB) TO WS-DL-NAME
               MOVE WS-GEN-NOTE(WS-GEN-SUB) TO WS-DL-NOTE
               WRITE RC-REPORT-LINE FROM WS-DATE-LINE
           END-PERFORM.
           IF WS-GEN-COUNT = 0
               MOVE SPACES TO WS-DATE-LINE
               MOVE 'NO DATES -- holiday-rules.dat IS EMPTY OR MISSING'
                   TO WS-DL-NOTE
               WRITE RC-REPORT-LINE FROM WS-DATE-LINE
           END-IF.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.

      *    Added is a date the rules give that the calendar does not
      *    have for the year, removed one the calendar has that no
      *    rule gives -- the line to look at before the year is
      *    replaced.
           WRITE-CHANGES-SECTION.
           MOVE SPACES TO WS-SECTION-LINE.
           STRING 'CHANGES AGAINST THE ' WS-TARGET-YEAR
               ' ENTRIES ON FILE' DELIMITED BY SIZE
               INTO WS-SECTION-LINE
           END-STRING.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF WS-GEN-IN-YEAR(WS-GEN-SUB) = 1
                   PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                       UNTIL WS-OLD-SUB > WS-OLD-COUNT
                       IF WS-OLD-DATE(WS-OLD-SUB) =
                           WS-GEN-DATE(WS-GEN-SUB)
                           MOVE 1 TO WS-OLD-MATCHED(WS-OLD-SUB)
                           MOVE 1 TO WS-GEN-MATCHED(WS-GEN-SUB)
                       END-IF
                   END-PERFORM
                   IF WS-GEN-MATCHED(WS-GEN-SUB) = 1
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       MOVE 'ADDED' TO WS-CL-ACTION
                       MOVE WS-GEN-DATE(WS-GEN-SUB) TO WS-CL-DATE
                       MOVE WS-GEN-DATE(WS-GEN-SUB) TO WS-CAND-DATE
                       PERFORM GET-CANDIDATE-WEEKDAY
                       MOVE WS-WEEKDAY-NAME(WS-DATE-WEEKDAY)
                           TO WS-CL-DAY
                       MOVE WS-GEN-NAME(WS-GEN-SUB) TO WS-CL-NAME
                       WRITE RC-REPORT-LINE FROM WS-CHANGE-LINE
                       ADD 1 TO WS-ADDED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT
               IF WS-OLD-MATCHED(WS-OLD-SUB) = 0
                   MOVE 'REMOVED' TO WS-CL-ACTION
                   MOVE WS-OLD-DATE(WS-OLD-SUB) TO WS-CL-DATE
                   MOVE WS-OLD-DATE(WS-OLD-SUB) TO WS-CAND-DATE
                   PERFORM GET-CANDIDATE-WEEKDAY
                   MOVE WS-WEEKDAY-NAME(WS-DATE-WEEKDAY) TO WS-CL-DAY
                   MOVE 'NO RULE GIVES THIS DATE' TO WS-CL-NAME
                   WRITE RC-REPORT-LINE FROM WS-CHANGE-LINE
                   ADD 1 TO WS-REMOVED-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'DATES ADDED' TO WS-SUM-LABEL.
           MOVE WS-ADDED-COUNT TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'DATES REMOVED' TO WS-SUM-LABEL.
           MOVE WS-REMOVED-COUNT TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'DATES UNCHANGED' TO WS-SUM-LABEL.
           MOVE WS-UNCHANGED-COUNT TO WS-SUM-VALUE.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.

      *    The year's entries are replaced only from a clean set of
      *    rules, and only with a calendar every reader can hold.
           DECIDE-REPLACEMENT.
           MOVE SPACES TO WS-HOLD-REASON.
           COMPUTE WS-OUT-COUNT = WS-KEEP-COUNT + WS-IN-YEAR-COUNT.
           EVALUATE TRUE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 'RULES REJECTED -- CORRECT holiday-rules.dat'
                       TO WS-HOLD-REASON
               WHEN WS-IN-YEAR-COUNT = 0
                   MOVE 'NO DATES FOR THE YEAR FROM THE RULES'
                       TO WS-HOLD-REASON
               WHEN WS-LOAD-TRUNCATED = 1
                   MOVE 'MORE THAN 400 LINES ON THE CALENDAR'
                       TO WS-HOLD-REASON
               WHEN WS-OUT-COUNT > WS-READER-LIMIT
                   STRING 'MORE THAN 200 DATES -- '
                       'READERS WOULD MISS THE REST'
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
                   END-STRING
           END-EVALUATE.
           IF WS-HOLD-REASON NOT = SPACES
               MOVE 8 TO WS-GENERATOR-RETURN-CODE
               MOVE 0 TO WS-REPLACE-CALENDAR
           ELSE
               IF WS-DUPLICATE-COUNT > 0 OR WS-DROPPED-COUNT > 0
                   MOVE 4 TO WS-GENERATOR-RETURN-CODE
               END-IF
               IF WS-PREVIEW-MODE = 1
                   MOVE 0 TO WS-REPLACE-CALENDAR
               ELSE
                   MOVE 1 TO WS-REPLACE-CALENDAR
               END-IF
           END-IF.

      *    The calendar as it stood goes to holiday-calendar-prior.dat
      *    first; the new one is the other years' entries and this
      *    year's dates, merged in date order.
           REPLACE-CALENDAR-FILE.
           MOVE 0 TO WS-OUT-COUNT.
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-KEEP-COUNT
               ADD 1 TO WS-OUT-COUNT
               MOVE WS-KEEP-DATE(WS-OLD-SUB)
                   TO WS-OUT-DATE(WS-OUT-COUNT)
           END-PERFORM.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF WS-GEN-IN-YEAR(WS-GEN-SUB) = 1
                   ADD 1 TO WS-OUT-COUNT
                   MOVE WS-GEN-DATE(WS-GEN-SUB)
                       TO WS-OUT-DATE(WS-OUT-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SORT-SUB-1 FROM 1 BY 1
               UNTIL WS-SORT-SUB-1 >= WS-OUT-COUNT
               PERFORM VARYING WS-SORT-SUB-2 FROM 1 BY 1
                   UNTIL WS-SORT-SUB-2 >= WS-OUT-COUNT
                   IF WS-OUT-DATE(WS-SORT-SUB-2) >
                       WS-OUT-DATE(WS-SORT-SUB-2 + 1)
                       MOVE WS-OUT-DATE(WS-SORT-SUB-2) TO WS-SWAP-DATE
                       MOVE WS-OUT-DATE(WS-SORT-SUB-2 + 1)
                           TO WS-OUT-DATE(WS-SORT-SUB-2)
                       MOVE WS-SWAP-DATE
                           TO WS-OUT-DATE(WS-SORT-SUB-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT F-PRIOR-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HOLIDAY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HOLIDAY-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       WRITE RC-PRIOR-DATE FROM RC-HOLIDAY-DATE
               END-READ
           END-PERFORM.
           CLOSE F-HOLIDAY-FILE.
           CLOSE F-PRIOR-FILE.
           OPEN OUTPUT F-HOLIDAY-FILE.
           PERFORM VARYING WS-SORT-SUB-1 FROM 1 BY 1
               UNTIL WS-SORT-SUB-1 > WS-OUT-COUNT
               WRITE RC-HOLIDAY-DATE FROM WS-OUT-DATE(WS-SORT-SUB-1)
           END-PERFORM.
           CLOSE F-HOLIDAY-FILE.

           WRITE-OUTCOME-SECTION.
           MOVE SPACES TO WS-OUTCOME-LINE.
           EVALUATE TRUE
               WHEN WS-HOLD-REASON NOT = SPACES
                   STRING 'CALENDAR NOT REPLACED -- '
                       WS-HOLD-REASON DELIMITED BY SIZE
                       INTO WS-OUTCOME-LINE
                   END-STRING
               WHEN WS-PREVIEW-MODE = 1
                   MOVE 'PREVIEW ONLY -- CALENDAR NOT REPLACED'
                       TO WS-OUTCOME-LINE
               WHEN OTHER
                   MOVE WS-OUT-COUNT TO WS-SUM-VALUE
                   STRING 'CALENDAR REPLACED -- '
                       FUNCTION TRIM(WS-SUM-VALUE)
                       ' DATE(S) WRITTEN, PRIOR COPY ON '
                       'holiday-calendar-prior.dat' DELIMITED BY SIZE
                       INTO WS-OUTCOME-LINE
                   END-STRING
           END-EVALUATE.
           WRITE RC-REPORT-LINE FROM WS-OUTCOME-LINE.
