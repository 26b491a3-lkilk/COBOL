       IDENTIFICATION DIVISION.
       PROGRAM-ID. people-roster-merge.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-OLD-PEOPLE-FILE ASSIGN TO "people-old.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OLD-PERSON-EMP-ID.
               SELECT OPTIONAL F-EMPLOYEE-FILE
                   ASSIGN TO "employee-roster.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-PERSON-EMP-ID
                   FILE STATUS IS WS-PEOPLE-STATUS.
               SELECT F-REPORT-FILE
                   ASSIGN TO "people-roster-merge-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    The outgoing generation: everything up to and including
      *    the preferred name, before the celebration data was
      *    appended.
           FD F-OLD-PEOPLE-FILE.
           01 OLD-PERSON.
               05 OLD-PERSON-EMP-ID PIC 9(5).
               05 OLD-PERSON-REST PIC X(108).
      *    The celebration programs' old roster, being retired.
           FD F-EMPLOYEE-FILE.
           01 RC-EMPLOYEE.
               05 RC-EMPLOYEE-EMP-ID PIC 9(5).
               05 RC-EMPLOYEE-DEPT PIC X(4).
               05 RC-EMPLOYEE-NAME PIC A(10).
               05 RC-EMPLOYEE-BIRTHDAY PIC 9999.
               05 RC-EMPLOYEE-BIRTH-YEAR PIC 9999.
               05 RC-EMPLOYEE-HIRE-DATE PIC 9(8).
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-REPORT-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-REPORT-NAME PIC X(20).
               05 FILLER PIC X.
               05 RC-REPORT-FINDING PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PEOPLE-STATUS PIC XX.
           01 WS-MERGED-COUNT PIC 9(5) VALUE 0.
           01 WS-PEOPLE-ONLY-COUNT PIC 9(5) VALUE 0.
           01 WS-ROSTER-ONLY-COUNT PIC 9(5) VALUE 0.
           01 WS-CONFLICT-COUNT PIC 9(5) VALUE 0.
           01 WS-ROSTER-ERROR-COUNT PIC 9(5) VALUE 0.
           01 WS-ROSTER-SUB PIC 9(4).
           01 WS-FOUND-SUB PIC 9(4).
           01 WS-WANT-EMP-ID PIC 9(5).
           01 WS-NAMES-AGREE PIC 9.
           01 WS-ROSTER-NAME-UPPER PIC X(20).
           01 WS-CANDIDATE-NAME PIC X(20).
           01 WS-CANDIDATE-WORD PIC X(20).
           01 WS-ROSTER-COUNT PIC 9(4) VALUE 0.
           01 WS-ROSTER-TABLE.
               05 WS-ROSTER-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-ROSTER-COUNT.
                   10 WS-ROS-EMP-ID PIC 9(5).
                   10 WS-ROS-DEPT PIC X(4).
                   10 WS-ROS-NAME PIC X(10).
                   10 WS-ROS-BIRTHDAY PIC 9999.
                   10 WS-ROS-BIRTH-YEAR PIC 9999.
                   10 WS-ROS-HIRE-DATE PIC 9(8).
                   10 WS-ROS-MATCHED PIC 9.
       PROCEDURE DIVISION.

      *    One-time cutover to a single employee master.  HR kept
      *    department, birthday, and hire date on employee-roster.dat
      *    for the celebration programs and everything else on
      *    people.dat, and the two drifted.  Operations renames the
      *    live master --
      *        people.dat -> people-old.dat
      *    -- then runs this job once.  Every person comes across
      *    with the roster's celebration data for the same employee
      *    ID; an ID on the roster only is added with the roster
      *    name and no pronouns, so nobody's greeting is lost.  The
      *    report lists every ID found in only one file and every
      *    roster name that does not agree with the legal or
      *    preferred name on the master (the master's name is kept).
      *    Same cutover pattern as people-file-convert.
           OPEN OUTPUT F-REPORT-FILE.
           PERFORM LOAD-EMPLOYEE-ROSTER.
           OPEN OUTPUT F-PEOPLE-FILE.
           PERFORM MERGE-PEOPLE-MASTER.
           PERFORM ADD-ROSTER-ONLY-EMPLOYEES.
           CLOSE F-PEOPLE-FILE.
           CLOSE F-REPORT-FILE.
           DISPLAY 'people-roster-merge: ' WS-MERGED-COUNT
               ' matched, ' WS-PEOPLE-ONLY-COUNT ' on people.dat only, '
               WS-ROSTER-ONLY-COUNT ' on the roster only, '
               WS-CONFLICT-COUNT ' name conflict(s)'.
           IF WS-ROSTER-ERROR-COUNT > 0
               DISPLAY 'people-roster-merge: ' WS-ROSTER-ERROR-COUNT
                   ' roster line(s) not loaded -- see the report'
           END-IF.
           GOBACK.

           LOAD-EMPLOYEE-ROSTER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ROSTER-COUNT.
           OPEN INPUT F-EMPLOYEE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EMPLOYEE-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-ROSTER-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EMPLOYEE-FILE.

           LOAD-ONE-ROSTER-LINE.
           IF RC-EMPLOYEE-EMP-ID IS NOT NUMERIC
               MOVE SPACES TO RC-REPORT-RECORD
               MOVE RC-EMPLOYEE-EMP-ID TO RC-REPORT-EMP-ID
               MOVE RC-EMPLOYEE-NAME TO RC-REPORT-NAME
               MOVE 'ROSTER ID NOT NUMERIC -- NOT LOADED'
                   TO RC-REPORT-FINDING
               WRITE RC-REPORT-RECORD
               ADD 1 TO WS-ROSTER-ERROR-COUNT
           ELSE
               MOVE RC-EMPLOYEE-EMP-ID TO WS-WANT-EMP-ID
               PERFORM FIND-ROSTER-ENTRY
               IF WS-FOUND-SUB > 0
                   MOVE SPACES TO RC-REPORT-RECORD
                   MOVE RC-EMPLOYEE-EMP-ID TO RC-REPORT-EMP-ID
                   MOVE RC-EMPLOYEE-NAME TO RC-REPORT-NAME
                   MOVE 'ID ON ROSTER TWICE -- FIRST LINE KEPT'
                       TO RC-REPORT-FINDING
                   WRITE RC-REPORT-RECORD
                   ADD 1 TO WS-ROSTER-ERROR-COUNT
               ELSE
                   IF WS-ROSTER-COUNT < 2000
                       ADD 1 TO WS-ROSTER-COUNT
                       MOVE RC-EMPLOYEE-EMP-ID
                           TO WS-ROS-EMP-ID(WS-ROSTER-COUNT)
                       MOVE RC-EMPLOYEE-DEPT
                           TO WS-ROS-DEPT(WS-ROSTER-COUNT)
                       MOVE RC-EMPLOYEE-NAME
                           TO WS-ROS-NAME(WS-ROSTER-COUNT)
                       MOVE 0 TO WS-ROS-BIRTHDAY(WS-ROSTER-COUNT)
                       MOVE 0 TO WS-ROS-BIRTH-YEAR(WS-ROSTER-COUNT)
                       MOVE 0 TO WS-ROS-HIRE-DATE(WS-ROSTER-COUNT)
                       IF RC-EMPLOYEE-BIRTHDAY IS NUMERIC
                           MOVE RC-EMPLOYEE-BIRTHDAY
                               TO WS-ROS-BIRTHDAY(WS-ROSTER-COUNT)
                       END-IF
                       IF RC-EMPLOYEE-BIRTH-YEAR IS NUMERIC
                           MOVE RC-EMPLOYEE-BIRTH-YEAR
                               TO WS-ROS-BIRTH-YEAR(WS-ROSTER-COUNT)
                       END-IF
                       IF RC-EMPLOYEE-HIRE-DATE IS NUMERIC
                           MOVE RC-EMPLOYEE-HIRE-DATE
                               TO WS-ROS-HIRE-DATE(WS-ROSTER-COUNT)
                       END-IF
                       MOVE 0 TO WS-ROS-MATCHED(WS-ROSTER-COUNT)
                   ELSE
                       MOVE SPACES TO RC-REPORT-RECORD
                       MOVE RC-EMPLOYEE-EMP-ID TO RC-REPORT-EMP-ID
                       MOVE RC-EMPLOYEE-NAME TO RC-REPORT-NAME
                       MOVE 'ROSTER OVER 2000 -- NOT LOADED'
                           TO RC-REPORT-FINDING
                       WRITE RC-REPORT-RECORD
                       ADD 1 TO WS-ROSTER-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.

           FIND-ROSTER-ENTRY.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
               OR WS-FOUND-SUB > 0
               IF WS-ROS-EMP-ID(WS-ROSTER-SUB) = WS-WANT-EMP-ID
                   MOVE WS-ROSTER-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

           MERGE-PEOPLE-MASTER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OLD-PEOPLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-PEOPLE-FILE
                   NOT AT END
                       PERFORM MERGE-ONE-PERSON
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-OLD-PEOPLE-FILE.

      *    The first 113 bytes are unchanged; the celebration data
      *    comes from the roster line with the same employee ID.
           MERGE-ONE-PERSON.
           MOVE SPACES TO RC-PERSON.
           MOVE OLD-PERSON TO RC-PERSON(1:113).
           MOVE SPACES TO RC-PERSON-DEPT.
           MOVE 0 TO RC-PERSON-BIRTHDAY.
           MOVE 0 TO RC-PERSON-BIRTH-YEAR.
           MOVE 0 TO RC-PERSON-HIRE-DATE.
           MOVE SPACE TO RC-PERSON-CELEBRATE.
           MOVE RC-PERSON-EMP-ID TO WS-WANT-EMP-ID.
           PERFORM FIND-ROSTER-ENTRY.
           IF WS-FOUND-SUB = 0
               MOVE SPACES TO RC-REPORT-RECORD
               MOVE RC-PERSON-EMP-ID TO RC-REPORT-EMP-ID
               MOVE RC-PERSON-NAME TO RC-REPORT-NAME
               MOVE 'ON PEOPLE.DAT ONLY -- NO BIRTHDAY/HIRE'
                   TO RC-REPORT-FINDING
               WRITE RC-REPORT-RECORD
               ADD 1 TO WS-PEOPLE-ONLY-COUNT
           ELSE
               MOVE 1 TO WS-ROS-MATCHED(WS-FOUND-SUB)
               MOVE WS-ROS-DEPT(WS-FOUND-SUB) TO RC-PERSON-DEPT
               MOVE WS-ROS-BIRTHDAY(WS-FOUND-SUB)
                   TO RC-PERSON-BIRTHDAY
               MOVE WS-ROS-BIRTH-YEAR(WS-FOUND-SUB)
                   TO RC-PERSON-BIRTH-YEAR
               MOVE WS-ROS-HIRE-DATE(WS-FOUND-SUB)
                   TO RC-PERSON-HIRE-DATE
               PERFORM COMPARE-ROSTER-NAME
               ADD 1 TO WS-MERGED-COUNT
           END-IF.
           WRITE RC-PERSON
               INVALID KEY
                   DISPLAY 'people-roster-merge: write error for '
                       'employee ' RC-PERSON-EMP-ID
           END-WRITE.

      *    The roster carried ten characters of whatever name the
      *    office used, so it agrees when it is the legal or the
      *    preferred name, their first ten characters, or their
      *    first word -- case aside.  Anything else is a conflict
      *    for HR to settle.
           COMPARE-ROSTER-NAME.
           MOVE 0 TO WS-NAMES-AGREE.
           MOVE FUNCTION UPPER-CASE(WS-ROS-NAME(WS-FOUND-SUB))
               TO WS-ROSTER-NAME-UPPER.
           MOVE FUNCTION UPPER-CASE(RC-PERSON-NAME)
               TO WS-CANDIDATE-NAME.
           PERFORM CHECK-ONE-CANDIDATE-NAME.
           IF RC-PERSON-PREFERRED-NAME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(RC-PERSON-PREFERRED-NAME)
                   TO WS-CANDIDATE-NAME
               PERFORM CHECK-ONE-CANDIDATE-NAME
           END-IF.
           IF WS-NAMES-AGREE = 0
               MOVE SPACES TO RC-REPORT-RECORD
               MOVE RC-PERSON-EMP-ID TO RC-REPORT-EMP-ID
               MOVE RC-PERSON-NAME TO RC-REPORT-NAME
               STRING 'NAME CONFLICT -- ROSTER HAS '
                   WS-ROS-NAME(WS-FOUND-SUB)
                   DELIMITED BY SIZE INTO RC-REPORT-FINDING
               END-STRING
               WRITE RC-REPORT-RECORD
               ADD 1 TO WS-CONFLICT-COUNT
           END-IF.

           CHECK-ONE-CANDIDATE-NAME.
           MOVE SPACES TO WS-CANDIDATE-WORD.
           UNSTRING FUNCTION TRIM(WS-CANDIDATE-NAME)
               DELIMITED BY SPACE INTO WS-CANDIDATE-WORD
           END-UNSTRING.
           IF WS-ROSTER-NAME-UPPER = WS-CANDIDATE-NAME
           OR WS-ROSTER-NAME-UPPER = WS-CANDIDATE-NAME(1:10)
           OR WS-ROSTER-NAME-UPPER = WS-CANDIDATE-WORD
               MOVE 1 TO WS-NAMES-AGREE
           END-IF.

      *    Someone HR put on the roster but never on people.dat: the
      *    badge and letter programs have never seen them, but the
      *    greetings have, so they come across rather than drop out.
      *    No pronouns are on file until the normal load path gives
      *    them some.
           ADD-ROSTER-ONLY-EMPLOYEES.
           PERFORM VARYING WS-ROSTER-SUB FROM 1 BY 1
               UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT
               IF WS-ROS-MATCHED(WS-ROSTER-SUB) = 0
                   MOVE SPACES TO RC-PERSON
                   MOVE WS-ROS-EMP-ID(WS-ROSTER-SUB)
                       TO RC-PERSON-EMP-ID
                   MOVE WS-ROS-NAME(WS-ROSTER-SUB) TO RC-PERSON-NAME
                   MOVE 0 TO RC-PERSON-SET-COUNT
                   MOVE WS-ROS-DEPT(WS-ROSTER-SUB) TO RC-PERSON-DEPT
                   MOVE WS-ROS-BIRTHDAY(WS-ROSTER-SUB)
                       TO RC-PERSON-BIRTHDAY
                   MOVE WS-ROS-BIRTH-YEAR(WS-ROSTER-SUB)
                       TO RC-PERSON-BIRTH-YEAR
                   MOVE WS-ROS-HIRE-DATE(WS-ROSTER-SUB)
                       TO RC-PERSON-HIRE-DATE
                   WRITE RC-PERSON
                       INVALID KEY
                           DISPLAY 'people-roster-merge: write error '
                               'for employee ' RC-PERSON-EMP-ID
                   END-WRITE
                   MOVE SPACES TO RC-REPORT-RECORD
                   MOVE RC-PERSON-EMP-ID TO RC-REPORT-EMP-ID
                   MOVE RC-PERSON-NAME TO RC-REPORT-NAME
                   MOVE 'ON ROSTER ONLY -- ADDED, NO PRONOUNS'
                       TO RC-REPORT-FINDING
                   WRITE RC-REPORT-RECORD
                   ADD 1 TO WS-ROSTER-ONLY-COUNT
               END-IF
           END-PERFORM.
