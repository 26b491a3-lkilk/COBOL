       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-PERSON-EMP-ID.
               SELECT F-DEPT-REPORT-FILE
                   ASSIGN TO "dept-birthday-greetings.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    The single employee master; department, birthday, and
      *    hire date ride on the person record.
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           FD F-DEPT-REPORT-FILE.
           01 RC-DEPT-REPORT-LINE PIC X(80).
           WORKING-STORAGE SECTION.
           01 WS-YEAR PIC 9999.
           01 WS-GREETING PIC A(40).
           01 WS-ANNIVERSARY-GREETING PIC A(40).
           01 WS-DISPLAY-NAME PIC X(20).
           01 WS-GREETING-NAME PIC A(10).
           01 WS-ANNOUNCE PIC X.
           01 WS-FOUND-IDX PIC 9(3) VALUE 0.
           01 WS-EMPLOYEE-COUNT PIC 9(3) VALUE 0.
           01 WS-EMPLOYEE-TABLE.
               INDEXED BY EMP-IDX.
                   10 WS-EMP-TABLE-EMP-ID PIC 9(5).
                   10 WS-EMP-TABLE-DEPT PIC X(4).
                   10 WS-EMP-TABLE-NAME PIC X(20).
                   10 WS-EMP-TABLE-GREETING PIC X(40).
           01 WS-DEPT-COUNT PIC 99 VALUE 0.
           01 WS-DEPT-TABLE.
           01 WS-DETAIL-LINE.
               05 WS-DETAIL-EMP-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DETAIL-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DETAIL-GREETING PIC X(40).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(5:4) TO WS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PEOPLE-FILE.

           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PEOPLE-FILE NEXT
                   NOT AT END
                       PERFORM CHECK-ONE-EMPLOYEE
                   AT END
           END-READ
           END-PERFORM.

           CLOSE F-PEOPLE-FILE.
           PERFORM WRITE-DEPARTMENT-SECTIONS.
           GOBACK.

      *    A person with no birthday or no hire date on file is
      *    left out of that occasion rather than greeted as invalid.
      *    A birthday is announced only for people who want
      *    everything announced.
           CHECK-ONE-EMPLOYEE.
           PERFORM SET-GREETING-NAME.
           IF RC-PERSON-BIRTHDAY IS NUMERIC
           AND RC-PERSON-BIRTHDAY > 0
           AND RC-PERSON-CELEBRATES-ALL
               CALL 'birthday-checker' USING WS-GREETING-NAME
                   RC-PERSON-BIRTHDAY WS-DATE WS-YEAR WS-GREETING
               PERFORM STORE-EMPLOYEE-GREETING
           END-IF.
      *    The companion service-anniversary pass runs off the same
      *    master read; it announces and logs on its own
      *    (anniversary-log.dat).  It runs even for people who want
      *    nothing announced, so their service awards still come --
      *    privately.
           IF RC-PERSON-HIRE-DATE IS NUMERIC
           AND RC-PERSON-HIRE-DATE > 0
               IF RC-PERSON-CELEBRATES-NONE
                   MOVE 'N' TO WS-ANNOUNCE
               ELSE
                   MOVE 'Y' TO WS-ANNOUNCE
               END-IF
               CALL 'anniversary-checker' USING WS-GREETING-NAME
                   RC-PERSON-HIRE-DATE WS-DATE WS-YEAR
                   WS-ANNIVERSARY-GREETING RC-PERSON-EMP-ID
                   WS-ANNOUNCE
           END-IF.

      *    People are greeted by the name they go by.  The greeting
      *    routines take ten characters, so a longer name greets by
      *    its first word; the department report shows it whole.
           SET-GREETING-NAME.
           IF RC-PERSON-PREFERRED-NAME NOT = SPACES
               MOVE RC-PERSON-PREFERRED-NAME TO WS-DISPLAY-NAME
           ELSE
               MOVE RC-PERSON-NAME TO WS-DISPLAY-NAME
           END-IF.
           MOVE SPACES TO WS-GREETING-NAME.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-DISPLAY-NAME)) > 10
               UNSTRING FUNCTION TRIM(WS-DISPLAY-NAME)
                   DELIMITED BY SPACE INTO WS-GREETING-NAME
               END-UNSTRING
           ELSE
               MOVE WS-DISPLAY-NAME TO WS-GREETING-NAME
           END-IF.

           STORE-EMPLOYEE-GREETING.
           IF WS-EMPLOYEE-COUNT < 500
               ADD 1 TO WS-EMPLOYEE-COUNT
               SET EMP-IDX TO WS-EMPLOYEE-COUNT
               MOVE RC-PERSON-EMP-ID
                   TO WS-EMP-TABLE-EMP-ID(EMP-IDX)
               MOVE RC-PERSON-DEPT TO WS-EMP-TABLE-DEPT(EMP-IDX)
               MOVE WS-DISPLAY-NAME TO WS-EMP-TABLE-NAME(EMP-IDX)
               MOVE WS-GREETING TO WS-EMP-TABLE-GREETING(EMP-IDX)
               PERFORM FIND-OR-ADD-DEPARTMENT
           END-IF.
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-CODE(DEP-IDX) = RC-PERSON-DEPT
                       SET WS-FOUND-IDX TO DEP-IDX
               END-SEARCH
           END-IF.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-DEPT-COUNT
               SET DEP-IDX TO WS-DEPT-COUNT
               MOVE RC-PERSON-DEPT TO WS-DEPT-CODE(DEP-IDX)
           END-IF.

      *    One section per department, so each manager gets just
