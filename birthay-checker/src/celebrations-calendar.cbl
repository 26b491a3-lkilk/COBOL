
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-PERSON-EMP-ID.
               SELECT OPTIONAL F-MONTH-FILE
                   ASSIGN TO "calendar-month.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           FD F-MONTH-FILE.
           01 RC-MONTH-PARM PIC X(7).
           FD F-HOLIDAY-FILE.
           01 WS-SERVICE-YEARS PIC S9(4).
           01 WS-YEARS-DISPLAY PIC Z9.
           01 WS-ENTRY-TEXT PIC X(16).
           01 WS-DISPLAY-NAME PIC X(20).
           01 WS-CELL-NAME PIC X(10).
           01 WS-EVENT-YYYYMMDD PIC 9(8).
           01 WS-EVENT-INTEGER PIC S9(9) COMP.
           01 WS-CELEBRATION-INTEGER PIC S9(9) COMP.

           COLLECT-ROSTER-EVENTS.
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

      *    Entries carry the name the person goes by, cut to its
      *    first word when the whole of it will not fit a day cell.
           COLLECT-ONE-EMPLOYEE.
           IF RC-PERSON-PREFERRED-NAME NOT = SPACES
               MOVE RC-PERSON-PREFERRED-NAME TO WS-DISPLAY-NAME
           ELSE
               MOVE RC-PERSON-NAME TO WS-DISPLAY-NAME
           END-IF.
           MOVE SPACES TO WS-CELL-NAME.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-DISPLAY-NAME)) > 10
               UNSTRING FUNCTION TRIM(WS-DISPLAY-NAME)
                   DELIMITED BY SPACE INTO WS-CELL-NAME
               END-UNSTRING
           ELSE
               MOVE WS-DISPLAY-NAME TO WS-CELL-NAME
           END-IF.
           MOVE 0 TO WS-EVENT-MONTH.
           MOVE 0 TO WS-EVENT-DAY.
      *    The wall grid honours the person's announcement choice:
      *    birthdays only when everything is announced, anniversaries
      *    unless nothing is.
           IF RC-PERSON-BIRTHDAY IS NUMERIC
           AND RC-PERSON-CELEBRATES-ALL
               MOVE RC-PERSON-BIRTHDAY(1:2) TO WS-EVENT-MONTH
               MOVE RC-PERSON-BIRTHDAY(3:2) TO WS-EVENT-DAY
           END-IF.
           IF WS-EVENT-MONTH = WS-CAL-MONTH
           AND WS-EVENT-DAY >= 1
           AND WS-EVENT-DAY <= WS-DAYS-IN-MONTH
               MOVE SPACES TO WS-ENTRY-TEXT
               STRING FUNCTION TRIM(WS-CELL-NAME) ' (B)'
                   INTO WS-ENTRY-TEXT
               END-STRING
               PERFORM PLACE-EVENT-ON-GRID
      *    Anniversary years the way anniversary-checker counts
      *    them: calendar year minus hire year, and year one at the
      *    earliest.
           IF RC-PERSON-HIRE-DATE IS NUMERIC
           AND RC-PERSON-HIRE-DATE > 0
           AND NOT RC-PERSON-CELEBRATES-NONE
               MOVE RC-PERSON-HIRE-DATE(5:2) TO WS-EVENT-MONTH
               MOVE RC-PERSON-HIRE-DATE(7:2) TO WS-EVENT-DAY
               COMPUTE WS-SERVICE-YEARS = WS-CAL-YEAR
                   - FUNCTION NUMVAL(RC-PERSON-HIRE-DATE(1:4))
               IF WS-EVENT-MONTH = WS-CAL-MONTH
               AND WS-EVENT-DAY >= 1
               AND WS-EVENT-DAY <= WS-DAYS-IN-MONTH
               AND WS-SERVICE-YEARS > 0
                   MOVE WS-SERVICE-YEARS TO WS-YEARS-DISPLAY
                   MOVE SPACES TO WS-ENTRY-TEXT
                   STRING FUNCTION TRIM(WS-CELL-NAME)
                       ' (A' WS-YEARS-DISPLAY ')'
                       INTO WS-ENTRY-TEXT
                   END-STRING
