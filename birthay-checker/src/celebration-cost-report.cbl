       IDENTIFICATION DIVISION.
       PROGRAM-ID. celebration-cost-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-PERSON-EMP-ID.
               SELECT OPTIONAL F-MONTH-FILE
                   ASSIGN TO "calendar-month.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-TIER-FILE
                   ASSIGN TO "award-tiers.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-COST-FILE
                   ASSIGN TO "celebration-costs.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-BUDGET-FILE
                   ASSIGN TO "celebration-budget.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-COST-REPORT-FILE
                   ASSIGN TO "celebration-cost-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           FD F-MONTH-FILE.
           01 RC-MONTH-PARM PIC X(7).
      *    The same milestone tiers anniversary-checker awards.
           FD F-TIER-FILE.
           01 RC-TIER-RECORD.
               05 RC-TIER-YEARS PIC 99.
               05 FILLER PIC X.
               05 RC-TIER-NAME PIC X(10).
      *    What the office spends on one celebration: OCCASION is
      *    BIRTHDAY, ANNIVERSARY for an ordinary work anniversary,
      *    or an award tier name (BRONZE, SILVER, ...) for a
      *    milestone one.  Dollars, e.g. 25.00.
           FD F-COST-FILE.
           01 RC-COST-RECORD.
               05 RC-COST-OCCASION PIC X(11).
               05 FILLER PIC X.
               05 RC-COST-AMOUNT PIC X(11).
      *    Finance's annual celebration budget: YYYY, department,
      *    dollars.  Lines for other years are ignored, so next
      *    year's plan can be loaded ahead of time.
           FD F-BUDGET-FILE.
           01 RC-BUDGET-RECORD.
               05 RC-BUD-YEAR PIC X(4).
               05 FILLER PIC X.
               05 RC-BUD-DEPT PIC X(4).
               05 FILLER PIC X.
               05 RC-BUD-AMOUNT PIC X(11).
           FD F-COST-REPORT-FILE.
           01 RC-COST-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-RC PIC 9 VALUE 0.
           01 WS-RPT-YEAR PIC 9999.
           01 WS-RPT-MONTH PIC 99.
           01 WS-MM PIC 99.
           01 WS-DD PIC 99.
           01 WS-DISPLAY-NAME PIC X(20).
           01 WS-SERVICE-YEARS PIC S9(4).
           01 WS-YEARS-DISPLAY PIC Z9.
           01 WS-EVENT-COST PIC 9(7)V99.
           01 WS-EVENT-OCCASION PIC X(11).
           01 WS-EVENT-TEXT PIC X(20).
           01 WS-TIER-SUB PIC 99.
           01 WS-TIER-MATCHED PIC 99.
           01 WS-TIER-COUNT PIC 99 VALUE 0.
           01 WS-TIER-TABLE.
               05 WS-TIER-ENTRY OCCURS 10 TIMES.
                   10 WS-TIER-YEARS PIC 99.
                   10 WS-TIER-NAME PIC X(10).
           01 WS-COST-SUB PIC 99.
           01 WS-COST-MATCHED PIC 99.
           01 WS-COST-COUNT PIC 99 VALUE 0.
           01 WS-COST-TABLE.
               05 WS-COST-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-COST-COUNT.
                   10 WS-COST-OCCASION PIC X(11).
                   10 WS-COST-AMOUNT PIC 9(7)V99.
      *    Occasions that turned up with no price on file; they are
      *    counted at nothing and named at the foot of the report.
           01 WS-UNPRICED-COUNT PIC 99 VALUE 0.
           01 WS-UNPRICED-TABLE.
               05 WS-UNPRICED-OCCASION PIC X(11) OCCURS 20 TIMES.
           01 WS-DEPT-SUB PIC 9(3).
           01 WS-DEPT-FOUND PIC 9(3).
           01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-DEPT-COUNT.
                   10 WS-DEPT-CODE PIC X(4).
                   10 WS-DEPT-BUDGET PIC 9(7)V99.
                   10 WS-DEPT-HAS-BUDGET PIC 9.
                   10 WS-DEPT-MONTH-COST PIC 9(7)V99 OCCURS 12 TIMES.
                   10 WS-DEPT-OVER PIC 9.
           01 WS-WANT-DEPT PIC X(4).
           01 WS-DEPT-DROPPED PIC 9(5) VALUE 0.
      *    Every celebration of the year, kept so the ones behind a
      *    department's overrun can be listed by name.
           01 WS-EVENT-SUB PIC 9(4).
           01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
           01 WS-EVENT-TABLE.
               05 WS-EVENT-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-EVENT-COUNT.
                   10 WS-EVT-DEPT-SUB PIC 9(3).
                   10 WS-EVT-MONTH PIC 99.
                   10 WS-EVT-DAY PIC 99.
                   10 WS-EVT-NAME PIC X(20).
                   10 WS-EVT-TEXT PIC X(20).
                   10 WS-EVT-COST PIC 9(7)V99.
           01 WS-EVENT-DROPPED PIC 9(5) VALUE 0.
           01 WS-LISTED-COUNT PIC 9(4).
           01 WS-MONTH-SPEND PIC 9(9)V99.
           01 WS-YTD-SPEND PIC 9(9)V99.
           01 WS-YTD-BUDGET PIC 9(9)V99.
           01 WS-YEAR-SPEND PIC 9(9)V99.
           01 WS-VARIANCE PIC S9(9)V99.
           01 WS-TOTAL-MONTH PIC 9(9)V99.
           01 WS-TOTAL-YTD PIC 9(9)V99.
           01 WS-TOTAL-YTD-BUDGET PIC 9(9)V99.
           01 WS-TOTAL-YEAR PIC 9(9)V99.
           01 WS-TOTAL-BUDGET PIC 9(9)V99.
           01 WS-OVER-COUNT PIC 9(3) VALUE 0.
           01 WS-HEADER-LINE.
               05 FILLER PIC X(24) VALUE 'CELEBRATION COST REPORT '.
               05 WS-HEADER-MONTH PIC X(7).
           01 WS-COLUMN-LINE.
               05 FILLER PIC X(4) VALUE 'DEPT'.
               05 FILLER PIC X(14) VALUE '   THIS MONTH$'.
               05 FILLER PIC X(14) VALUE '          YTD$'.
               05 FILLER PIC X(14) VALUE '   YTD BUDGET$'.
               05 FILLER PIC X(15) VALUE '       YTD VAR$'.
               05 FILLER PIC X(14) VALUE '    FULL YEAR$'.
               05 FILLER PIC X(14) VALUE '  YEAR BUDGET$'.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(4) VALUE 'FLAG'.
           01 WS-DEPT-LINE.
               05 WS-DL-DEPT PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-MONTH PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-YTD PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-YTD-BUDGET PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-YTD-VAR PIC -(9)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-YEAR PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-BUDGET PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-FLAG PIC X(20).
           01 WS-EVENT-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-EL-DATE PIC X(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-EL-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-EL-TEXT PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-EL-COST PIC ZZZZZZ9.99.
           01 WS-SECTION-LINE PIC X(60).
       PROCEDURE DIVISION.

      *    Office managers buy a cake or a gift for every
      *    celebration on the celebrations calendar, so the calendar
      *    is the spend: each department's birthdays and work
      *    anniversaries for the year -- chosen exactly as the
      *    calendar chooses them, opt-outs left off -- priced from
      *    celebration-costs.dat.  The month is the calendar's month
      *    (calendar-month.dat, default this month); year to date is
      *    January through it, set against the annual budget pro
      *    rata, and the full year against the whole budget.  A
      *    department running ahead of either is flagged, with the
      *    celebrations still to come that make up the projection.
           PERFORM APPLY-MONTH-OVERRIDE.
           PERFORM LOAD-AWARD-TIERS.
           PERFORM LOAD-CELEBRATION-COSTS.
           PERFORM LOAD-DEPARTMENT-BUDGETS.
           PERFORM COLLECT-CELEBRATIONS.
           PERFORM WRITE-COST-REPORT.
           DISPLAY 'celebration-cost-report: ' WS-DEPT-COUNT
               ' department(s), ' WS-EVENT-COUNT
               ' celebration(s), ' WS-OVER-COUNT ' heading over'.
           IF WS-OVER-COUNT > 0 OR WS-UNPRICED-COUNT > 0
               MOVE 4 TO WS-RUN-RC
           END-IF.
      *    A projection missing people is worse than none -- it
      *    reads as a department on budget.
           IF WS-EVENT-DROPPED > 0 OR WS-DEPT-DROPPED > 0
               DISPLAY 'celebration-cost-report: tables full -- '
                   WS-EVENT-DROPPED ' celebration(s) and '
                   WS-DEPT-DROPPED ' department entry(ies) not counted'
               MOVE 8 TO WS-RUN-RC
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

           APPLY-MONTH-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RPT-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RPT-MONTH.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MONTH-FILE.
           READ F-MONTH-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-MONTH-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-MONTH-PARM(1:4) IS NUMERIC
           AND RC-MONTH-PARM(6:2) IS NUMERIC
           AND RC-MONTH-PARM(6:2) >= '01'
           AND RC-MONTH-PARM(6:2) <= '12'
               MOVE RC-MONTH-PARM(1:4) TO WS-RPT-YEAR
               MOVE RC-MONTH-PARM(6:2) TO WS-RPT-MONTH
           END-IF.

           LOAD-AWARD-TIERS.
           MOVE 3 TO WS-TIER-COUNT.
           MOVE 5 TO WS-TIER-YEARS(1).
           MOVE 'BRONZE' TO WS-TIER-NAME(1).
           MOVE 10 TO WS-TIER-YEARS(2).
           MOVE 'SILVER' TO WS-TIER-NAME(2).
           MOVE 25 TO WS-TIER-YEARS(3).
           MOVE 'GOLD' TO WS-TIER-NAME(3).
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TIER-FILE.
           READ F-TIER-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           IF WS-FILE-IS-ENDED = 0
               MOVE 0 TO WS-TIER-COUNT
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   IF WS-TIER-COUNT < 10
                   AND RC-TIER-YEARS IS NUMERIC
                       ADD 1 TO WS-TIER-COUNT
                       MOVE RC-TIER-YEARS
                           TO WS-TIER-YEARS(WS-TIER-COUNT)
                       MOVE RC-TIER-NAME
                           TO WS-TIER-NAME(WS-TIER-COUNT)
                   END-IF
                   READ F-TIER-FILE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE F-TIER-FILE.

           LOAD-CELEBRATION-COSTS.
           MOVE 0 TO WS-COST-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COST-FILE
                   NOT AT END
                       IF WS-COST-COUNT < 20
                       AND RC-COST-OCCASION NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(RC-COST-AMOUNT) = 0
                           ADD 1 TO WS-COST-COUNT
                           MOVE FUNCTION UPPER-CASE(RC-COST-OCCASION)
                               TO WS-COST-OCCASION(WS-COST-COUNT)
                           COMPUTE WS-COST-AMOUNT(WS-COST-COUNT) =
                               FUNCTION NUMVAL(RC-COST-AMOUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-COST-FILE.

           LOAD-DEPARTMENT-BUDGETS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BUDGET-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BUDGET-FILE
                   NOT AT END
                       IF RC-BUD-YEAR = WS-RPT-YEAR
                       AND FUNCTION TEST-NUMVAL(RC-BUD-AMOUNT) = 0
                           MOVE RC-BUD-DEPT TO WS-WANT-DEPT
                           PERFORM FIND-OR-ADD-DEPARTMENT
                           IF WS-DEPT-FOUND > 0
                               COMPUTE WS-DEPT-BUDGET(WS-DEPT-FOUND) =
                                   FUNCTION NUMVAL(RC-BUD-AMOUNT)
                               MOVE 1 TO
                                   WS-DEPT-HAS-BUDGET(WS-DEPT-FOUND)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BUDGET-FILE.

           FIND-OR-ADD-DEPARTMENT.
           MOVE 0 TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE(WS-DEPT-SUB) = WS-WANT-DEPT
                   MOVE WS-DEPT-SUB TO WS-DEPT-FOUND
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 0
               IF WS-DEPT-COUNT < 200
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
                   MOVE WS-WANT-DEPT TO WS-DEPT-CODE(WS-DEPT-FOUND)
                   MOVE 0 TO WS-DEPT-BUDGET(WS-DEPT-FOUND)
                   MOVE 0 TO WS-DEPT-HAS-BUDGET(WS-DEPT-FOUND)
                   MOVE 0 TO WS-DEPT-OVER(WS-DEPT-FOUND)
                   PERFORM VARYING WS-MM FROM 1 BY 1
                       UNTIL WS-MM > 12
                       MOVE 0 TO
                           WS-DEPT-MONTH-COST(WS-DEPT-FOUND WS-MM)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-DEPT-DROPPED
               END-IF
           END-IF.

           COLLECT-CELEBRATIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PEOPLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PEOPLE-FILE NEXT
                   NOT AT END
                       PERFORM COLLECT-ONE-EMPLOYEE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PEOPLE-FILE.

      *    Birthdays only for people who have everything announced,
      *    anniversaries for everyone but those who want nothing,
      *    and anniversary years counted the calendar's way --
      *    calendar year minus hire year, from year one.
           COLLECT-ONE-EMPLOYEE.
           IF RC-PERSON-PREFERRED-NAME NOT = SPACES
               MOVE RC-PERSON-PREFERRED-NAME TO WS-DISPLAY-NAME
           ELSE
               MOVE RC-PERSON-NAME TO WS-DISPLAY-NAME
           END-IF.
           MOVE RC-PERSON-DEPT TO WS-WANT-DEPT.
           IF RC-PERSON-BIRTHDAY IS NUMERIC
           AND RC-PERSON-BIRTHDAY > 0
           AND RC-PERSON-CELEBRATES-ALL
               MOVE RC-PERSON-BIRTHDAY(1:2) TO WS-MM
               MOVE RC-PERSON-BIRTHDAY(3:2) TO WS-DD
               MOVE 'BIRTHDAY' TO WS-EVENT-OCCASION
               MOVE 'BIRTHDAY' TO WS-EVENT-TEXT
               PERFORM ADD-ONE-CELEBRATION
           END-IF.
           IF RC-PERSON-HIRE-DATE IS NUMERIC
           AND RC-PERSON-HIRE-DATE > 0
           AND NOT RC-PERSON-CELEBRATES-NONE
               COMPUTE WS-SERVICE-YEARS = WS-RPT-YEAR
                   - FUNCTION NUMVAL(RC-PERSON-HIRE-DATE(1:4))
               IF WS-SERVICE-YEARS > 0
                   MOVE RC-PERSON-HIRE-DATE(5:2) TO WS-MM
                   MOVE RC-PERSON-HIRE-DATE(7:2) TO WS-DD
                   PERFORM SET-ANNIVERSARY-OCCASION
                   PERFORM ADD-ONE-CELEBRATION
               END-IF
           END-IF.

           SET-ANNIVERSARY-OCCASION.
           MOVE 0 TO WS-TIER-MATCHED.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-TIER-COUNT
               IF WS-TIER-YEARS(WS-TIER-SUB) = WS-SERVICE-YEARS
                   MOVE WS-TIER-SUB TO WS-TIER-MATCHED
                   MOVE WS-TIER-COUNT TO WS-TIER-SUB
               END-IF
           END-PERFORM.
           MOVE WS-SERVICE-YEARS TO WS-YEARS-DISPLAY.
           MOVE SPACES TO WS-EVENT-TEXT.
           IF WS-TIER-MATCHED > 0
               MOVE WS-TIER-NAME(WS-TIER-MATCHED)
                   TO WS-EVENT-OCCASION
               STRING 'ANNIVERSARY ' FUNCTION TRIM(WS-YEARS-DISPLAY)
                   ' ' WS-TIER-NAME(WS-TIER-MATCHED)
                   DELIMITED BY SIZE INTO WS-EVENT-TEXT
               END-STRING
           ELSE
               MOVE 'ANNIVERSARY' TO WS-EVENT-OCCASION
               STRING 'ANNIVERSARY ' FUNCTION TRIM(WS-YEARS-DISPLAY)
                   DELIMITED BY SIZE INTO WS-EVENT-TEXT
               END-STRING
           END-IF.

           ADD-ONE-CELEBRATION.
           IF WS-MM >= 1 AND WS-MM <= 12
               PERFORM FIND-OR-ADD-DEPARTMENT
               IF WS-DEPT-FOUND > 0
                   PERFORM PRICE-ONE-CELEBRATION
                   ADD WS-EVENT-COST
                       TO WS-DEPT-MONTH-COST(WS-DEPT-FOUND WS-MM)
                   PERFORM STORE-ONE-CELEBRATION
               END-IF
           END-IF.

           PRICE-ONE-CELEBRATION.
           MOVE 0 TO WS-EVENT-COST.
           MOVE 0 TO WS-COST-MATCHED.
           PERFORM VARYING WS-COST-SUB FROM 1 BY 1
               UNTIL WS-COST-SUB > WS-COST-COUNT
               IF WS-COST-OCCASION(WS-COST-SUB) = WS-EVENT-OCCASION
                   MOVE WS-COST-SUB TO WS-COST-MATCHED
                   MOVE WS-COST-COUNT TO WS-COST-SUB
               END-IF
           END-PERFORM.
           IF WS-COST-MATCHED > 0
               MOVE WS-COST-AMOUNT(WS-COST-MATCHED) TO WS-EVENT-COST
           ELSE
               PERFORM NOTE-UNPRICED-OCCASION
           END-IF.

           NOTE-UNPRICED-OCCASION.
           MOVE 0 TO WS-COST-MATCHED.
           PERFORM VARYING WS-COST-SUB FROM 1 BY 1
               UNTIL WS-COST-SUB > WS-UNPRICED-COUNT
               IF WS-UNPRICED-OCCASION(WS-COST-SUB)
                   = WS-EVENT-OCCASION
                   MOVE WS-COST-SUB TO WS-COST-MATCHED
                   MOVE WS-UNPRICED-COUNT TO WS-COST-SUB
               END-IF
           END-PERFORM.
           IF WS-COST-MATCHED = 0 AND WS-UNPRICED-COUNT < 20
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE WS-EVENT-OCCASION
                   TO WS-UNPRICED-OCCASION(WS-UNPRICED-COUNT)
           END-IF.

           STORE-ONE-CELEBRATION.
           IF WS-EVENT-COUNT < 5000
               ADD 1 TO WS-EVENT-COUNT
               MOVE WS-DEPT-FOUND TO WS-EVT-DEPT-SUB(WS-EVENT-COUNT)
               MOVE WS-MM TO WS-EVT-MONTH(WS-EVENT-COUNT)
               MOVE WS-DD TO WS-EVT-DAY(WS-EVENT-COUNT)
               MOVE WS-DISPLAY-NAME TO WS-EVT-NAME(WS-EVENT-COUNT)
               MOVE WS-EVENT-TEXT TO WS-EVT-TEXT(WS-EVENT-COUNT)
               MOVE WS-EVENT-COST TO WS-EVT-COST(WS-EVENT-COUNT)
           ELSE
               ADD 1 TO WS-EVENT-DROPPED
           END-IF.

           WRITE-COST-REPORT.
           MOVE 0 TO WS-TOTAL-MONTH.
           MOVE 0 TO WS-TOTAL-YTD.
           MOVE 0 TO WS-TOTAL-YTD-BUDGET.
           MOVE 0 TO WS-TOTAL-YEAR.
           MOVE 0 TO WS-TOTAL-BUDGET.
           MOVE 0 TO WS-OVER-COUNT.
           OPEN OUTPUT F-COST-REPORT-FILE.
           MOVE SPACES TO WS-HEADER-MONTH.
           STRING WS-RPT-YEAR '-' WS-RPT-MONTH
               INTO WS-HEADER-MONTH
           END-STRING.
           WRITE RC-COST-REPORT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RC-COST-REPORT-LINE.
           WRITE RC-COST-REPORT-LINE.
           WRITE RC-COST-REPORT-LINE FROM WS-COLUMN-LINE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM WRITE-ONE-DEPARTMENT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-DEPT-LINE.
           MOVE 'ALL' TO WS-DL-DEPT.
           MOVE WS-TOTAL-MONTH TO WS-DL-MONTH.
           MOVE WS-TOTAL-YTD TO WS-DL-YTD.
           MOVE WS-TOTAL-YTD-BUDGET TO WS-DL-YTD-BUDGET.
           COMPUTE WS-VARIANCE = WS-TOTAL-YTD - WS-TOTAL-YTD-BUDGET.
           MOVE WS-VARIANCE TO WS-DL-YTD-VAR.
           MOVE WS-TOTAL-YEAR TO WS-DL-YEAR.
           MOVE WS-TOTAL-BUDGET TO WS-DL-BUDGET.
           WRITE RC-COST-REPORT-LINE FROM WS-DEPT-LINE.
           IF WS-OVER-COUNT > 0
               PERFORM WRITE-OVERRUN-SECTIONS
           END-IF.
           IF WS-UNPRICED-COUNT > 0
               MOVE SPACES TO RC-COST-REPORT-LINE
               WRITE RC-COST-REPORT-LINE
               MOVE 'NO COST ON FILE -- COUNTED AT 0.00:'
                   TO WS-SECTION-LINE
               WRITE RC-COST-REPORT-LINE FROM WS-SECTION-LINE
               PERFORM VARYING WS-COST-SUB FROM 1 BY 1
                   UNTIL WS-COST-SUB > WS-UNPRICED-COUNT
                   MOVE SPACES TO WS-SECTION-LINE
                   MOVE WS-UNPRICED-OCCASION(WS-COST-SUB)
                       TO WS-SECTION-LINE(3:11)
                   WRITE RC-COST-REPORT-LINE FROM WS-SECTION-LINE
               END-PERFORM
           END-IF.
           CLOSE F-COST-REPORT-FILE.

      *    Year to date is January through the report month; the
      *    budget to date is the annual figure pro rata by month.
           WRITE-ONE-DEPARTMENT-LINE.
           MOVE 0 TO WS-YTD-SPEND.
           MOVE 0 TO WS-YEAR-SPEND.
           PERFORM VARYING WS-MM FROM 1 BY 1
               UNTIL WS-MM > 12
               ADD WS-DEPT-MONTH-COST(WS-DEPT-SUB WS-MM)
                   TO WS-YEAR-SPEND
               IF WS-MM <= WS-RPT-MONTH
                   ADD WS-DEPT-MONTH-COST(WS-DEPT-SUB WS-MM)
                       TO WS-YTD-SPEND
               END-IF
           END-PERFORM.
           MOVE WS-DEPT-MONTH-COST(WS-DEPT-SUB WS-RPT-MONTH)
               TO WS-MONTH-SPEND.
           COMPUTE WS-YTD-BUDGET ROUNDED =
               WS-DEPT-BUDGET(WS-DEPT-SUB) * WS-RPT-MONTH / 12.
           COMPUTE WS-VARIANCE = WS-YTD-SPEND - WS-YTD-BUDGET.
           MOVE SPACES TO WS-DEPT-LINE.
           MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO WS-DL-DEPT.
           MOVE WS-MONTH-SPEND TO WS-DL-MONTH.
           MOVE WS-YTD-SPEND TO WS-DL-YTD.
           MOVE WS-YTD-BUDGET TO WS-DL-YTD-BUDGET.
           MOVE WS-VARIANCE TO WS-DL-YTD-VAR.
           MOVE WS-YEAR-SPEND TO WS-DL-YEAR.
           MOVE WS-DEPT-BUDGET(WS-DEPT-SUB) TO WS-DL-BUDGET.
           IF WS-YEAR-SPEND > WS-DEPT-BUDGET(WS-DEPT-SUB)
           OR WS-YTD-SPEND > WS-YTD-BUDGET
               MOVE 1 TO WS-DEPT-OVER(WS-DEPT-SUB)
               ADD 1 TO WS-OVER-COUNT
               IF WS-DEPT-HAS-BUDGET(WS-DEPT-SUB) = 0
                   MOVE 'NO BUDGET ON FILE' TO WS-DL-FLAG
               ELSE
                   MOVE 'HEADING OVER' TO WS-DL-FLAG
               END-IF
           END-IF.
           WRITE RC-COST-REPORT-LINE FROM WS-DEPT-LINE.
           ADD WS-MONTH-SPEND TO WS-TOTAL-MONTH.
           ADD WS-YTD-SPEND TO WS-TOTAL-YTD.
           ADD WS-YTD-BUDGET TO WS-TOTAL-YTD-BUDGET.
           ADD WS-YEAR-SPEND TO WS-TOTAL-YEAR.
           ADD WS-DEPT-BUDGET(WS-DEPT-SUB) TO WS-TOTAL-BUDGET.

      *    For each flagged department, the celebrations from the
      *    report month to year end, in date order -- what the
      *    manager can still plan around.
           WRITE-OVERRUN-SECTIONS.
           MOVE SPACES TO RC-COST-REPORT-LINE.
           WRITE RC-COST-REPORT-LINE.
           MOVE 'UPCOMING CELEBRATIONS -- DEPARTMENTS HEADING OVER'
               TO WS-SECTION-LINE.
           WRITE RC-COST-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-OVER(WS-DEPT-SUB) = 1
                   MOVE SPACES TO RC-COST-REPORT-LINE
                   WRITE RC-COST-REPORT-LINE
                   MOVE SPACES TO WS-SECTION-LINE
                   STRING 'DEPARTMENT ' WS-DEPT-CODE(WS-DEPT-SUB)
                       DELIMITED BY SIZE INTO WS-SECTION-LINE
                   END-STRING
                   WRITE RC-COST-REPORT-LINE FROM WS-SECTION-LINE
                   PERFORM WRITE-UPCOMING-FOR-DEPARTMENT
               END-IF
           END-PERFORM.

           WRITE-UPCOMING-FOR-DEPARTMENT.
           MOVE 0 TO WS-LISTED-COUNT.
           PERFORM VARYING WS-MM FROM WS-RPT-MONTH BY 1
               UNTIL WS-MM > 12
               PERFORM VARYING WS-DD FROM 1 BY 1
                   UNTIL WS-DD > 31
                   PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                       UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
                       IF WS-EVT-DEPT-SUB(WS-EVENT-SUB) = WS-DEPT-SUB
                       AND WS-EVT-MONTH(WS-EVENT-SUB) = WS-MM
                       AND WS-EVT-DAY(WS-EVENT-SUB) = WS-DD
                           PERFORM WRITE-ONE-EVENT-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               MOVE '  NONE LEFT THIS YEAR -- ALREADY SPENT'
                   TO WS-SECTION-LINE
               WRITE RC-COST-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.

           WRITE-ONE-EVENT-LINE.
           MOVE SPACES TO WS-EL-DATE.
           STRING WS-MM '-' WS-DD DELIMITED BY SIZE INTO WS-EL-DATE
           END-STRING.
           MOVE WS-EVT-NAME(WS-EVENT-SUB) TO WS-EL-NAME.
           MOVE WS-EVT-TEXT(WS-EVENT-SUB) TO WS-EL-TEXT.
           MOVE WS-EVT-COST(WS-EVENT-SUB) TO WS-EL-COST.
           ADD 1 TO WS-LISTED-COUNT.
           WRITE RC-COST-REPORT-LINE FROM WS-EVENT-LINE.
