       IDENTIFICATION DIVISION.
       PROGRAM-ID. "quiz-cert-expiry".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-PERSON-EMP-ID
                   FILE STATUS IS WS-PEOPLE-STATUS.
               SELECT OPTIONAL F-CERT-FILE
                   ASSIGN TO "quiz-certifications.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-WINDOW-FILE
                   ASSIGN TO "quiz-expiry-days.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO "quiz-cert-expiry.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           FD F-CERT-FILE.
           COPY "certification-record.cpy".
      *    How many days ahead an expiry is listed.  Missing or blank
      *    means the default below.
           FD F-WINDOW-FILE.
           01 RC-WINDOW-PARM PIC X(3).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PEOPLE-STATUS PIC XX.
           01 WS-WINDOW-DAYS PIC 9(3) VALUE 60.
           01 WS-RUN-DATE PIC X(10).
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-CERT-TRUNCATED PIC 9 VALUE 0.
           01 WS-CERT-COUNT PIC 9(4) VALUE 0.
           01 WS-CERT-TABLE.
               05 WS-CERT-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-CERT-COUNT
               INDEXED BY CRT-IDX.
                   10 WS-CRT-EMP-ID PIC 9(5).
                   10 WS-CRT-EXPIRY-DATE PIC X(10).
           01 WS-DUE-COUNT PIC 9(4) VALUE 0.
           01 WS-DUE-DROPPED PIC 9(5) VALUE 0.
           01 WS-DUE-TABLE.
               05 WS-DUE-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-DUE-COUNT
               INDEXED BY DUE-IDX.
                   10 WS-DUE-EMP-ID PIC 9(5).
                   10 WS-DUE-NAME PIC X(20).
                   10 WS-DUE-DEPT PIC X(4).
                   10 WS-DUE-EXPIRY-DATE PIC X(10).
                   10 WS-DUE-DAYS PIC S9(7).
                   10 WS-DUE-KIND PIC X.
                       88 WS-DUE-NEVER-PASSED VALUE 'N'.
                       88 WS-DUE-EXPIRED VALUE 'E'.
                       88 WS-DUE-EXPIRING VALUE 'S'.
           01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-DEPT-COUNT
               INDEXED BY DEP-IDX.
                   10 WS-DEPT-CODE PIC X(4).
           01 WS-PERSON-KIND PIC X.
           01 WS-PERSON-DAYS PIC S9(7).
           01 WS-PERSON-EXPIRY PIC X(10).
           01 WS-PEOPLE-COUNT PIC 9(5) VALUE 0.
           01 WS-CURRENT-COUNT PIC 9(5) VALUE 0.
           01 WS-NEVER-COUNT PIC 9(5) VALUE 0.
           01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
           01 WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-TITLE-LINE.
               05 FILLER PIC X(29)
                   VALUE 'QUIZ CERTIFICATION DUE AS OF '.
               05 WS-TITLE-DATE PIC X(10).
               05 FILLER PIC X(10) VALUE ' -- WITHIN'.
               05 WS-TITLE-DAYS PIC ZZ9.
               05 FILLER PIC X(5) VALUE ' DAYS'.
           01 WS-DEPT-HEADER.
               05 FILLER PIC X(11) VALUE 'DEPARTMENT '.
               05 WS-DEPT-HEADER-CODE PIC X(4).
           01 WS-DETAIL-LINE.
               05 WS-DETAIL-EMP-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DETAIL-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DETAIL-EXPIRY PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DETAIL-STATUS PIC X(12).
               05 WS-DETAIL-DAYS PIC ZZZZZ.
               05 WS-DETAIL-DAYS-LABEL PIC X(5).
           01 WS-TOTAL-LINE.
               05 WS-TOTAL-LABEL PIC X(30).
               05 WS-TOTAL-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.

      *    Training's monthly list of who needs to sit the quiz:
      *    everyone on people.dat who has never passed, whose
      *    certification has run out, or whose certification runs
      *    out within the window, grouped by department.  Leavers
      *    still on quiz-certifications.dat are not listed -- only
      *    the people master decides who is asked.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           PERFORM READ-WINDOW-DAYS.
           PERFORM LOAD-CERTIFICATIONS.
      *    A partial table would list certified people as never
      *    passed.
           IF WS-CERT-TRUNCATED = 1
               DISPLAY "quiz-cert-expiry: quiz-certifications.dat "
                   "over 2000 entries -- report refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SCAN-PEOPLE.
           PERFORM WRITE-DEPARTMENT-SECTIONS.
           DISPLAY "quiz-cert-expiry: " WS-NEVER-COUNT
               " never passed, " WS-EXPIRED-COUNT " expired, "
               WS-EXPIRING-COUNT " expiring within " WS-WINDOW-DAYS
               " days".
      *    A short list would tell training the rest are current.
           IF WS-DUE-DROPPED > 0
               DISPLAY "quiz-cert-expiry: " WS-DUE-DROPPED
                   " more not listed -- table full"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           READ-WINDOW-DAYS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-WINDOW-FILE.
           READ F-WINDOW-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-WINDOW-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND FUNCTION TEST-NUMVAL(RC-WINDOW-PARM) = 0
               MOVE FUNCTION NUMVAL(RC-WINDOW-PARM) TO WS-WINDOW-DAYS
           END-IF.

           LOAD-CERTIFICATIONS.
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
                           MOVE RC-CERT-EXPIRY-DATE
                               TO WS-CRT-EXPIRY-DATE(CRT-IDX)
                       ELSE
                           MOVE 1 TO WS-CERT-TRUNCATED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CERT-FILE.

           SCAN-PEOPLE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PEOPLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PEOPLE-FILE NEXT
                   NOT AT END
                       ADD 1 TO WS-PEOPLE-COUNT
                       PERFORM CLASSIFY-ONE-PERSON
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PEOPLE-FILE.

      *    Days left are counted from today to the expiry date; a
      *    certification that runs out today is already expired.
           CLASSIFY-ONE-PERSON.
           MOVE 0 TO WS-FOUND-IDX.
           IF WS-CERT-COUNT > 0
               SET CRT-IDX TO 1
               SEARCH WS-CERT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRT-EMP-ID(CRT-IDX) = RC-PERSON-EMP-ID
                       SET WS-FOUND-IDX TO CRT-IDX
               END-SEARCH
           END-IF.
           MOVE SPACE TO WS-PERSON-KIND.
           MOVE SPACES TO WS-PERSON-EXPIRY.
           MOVE 0 TO WS-PERSON-DAYS.
           IF WS-FOUND-IDX = 0
               MOVE 'N' TO WS-PERSON-KIND
               ADD 1 TO WS-NEVER-COUNT
           ELSE
               SET CRT-IDX TO WS-FOUND-IDX
               MOVE WS-CRT-EXPIRY-DATE(CRT-IDX) TO WS-PERSON-EXPIRY
               MOVE 'DB' TO WS-DS-FUNCTION
               MOVE WS-RUN-DATE TO WS-DS-DATE-1
               MOVE WS-PERSON-EXPIRY TO WS-DS-DATE-2
               CALL 'date-services' USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               MOVE WS-DS-DAYS TO WS-PERSON-DAYS
               IF WS-DS-STATUS NOT = 0
               OR WS-DS-DAYS NOT > 0
                   MOVE 'E' TO WS-PERSON-KIND
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   IF WS-DS-DAYS NOT > WS-WINDOW-DAYS
                       MOVE 'S' TO WS-PERSON-KIND
                       ADD 1 TO WS-EXPIRING-COUNT
                   ELSE
                       ADD 1 TO WS-CURRENT-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-PERSON-KIND NOT = SPACE
               PERFORM STORE-ONE-DUE
           END-IF.

           STORE-ONE-DUE.
           IF WS-DUE-COUNT < 2000
               ADD 1 TO WS-DUE-COUNT
               SET DUE-IDX TO WS-DUE-COUNT
               MOVE RC-PERSON-EMP-ID TO WS-DUE-EMP-ID(DUE-IDX)
               MOVE RC-PERSON-DEPT TO WS-DUE-DEPT(DUE-IDX)
               IF RC-PERSON-PREFERRED-NAME NOT = SPACES
                   MOVE RC-PERSON-PREFERRED-NAME
                       TO WS-DUE-NAME(DUE-IDX)
               ELSE
                   MOVE RC-PERSON-NAME TO WS-DUE-NAME(DUE-IDX)
               END-IF
               MOVE WS-PERSON-EXPIRY TO WS-DUE-EXPIRY-DATE(DUE-IDX)
               MOVE WS-PERSON-DAYS TO WS-DUE-DAYS(DUE-IDX)
               MOVE WS-PERSON-KIND TO WS-DUE-KIND(DUE-IDX)
               PERFORM FIND-OR-ADD-DEPARTMENT
           ELSE
               ADD 1 TO WS-DUE-DROPPED
           END-IF.

           FIND-OR-ADD-DEPARTMENT.
           MOVE 0 TO WS-FOUND-IDX.
           IF WS-DEPT-COUNT > 0
               SET DEP-IDX TO 1
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

           WRITE-DEPARTMENT-SECTIONS.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.
           MOVE WS-WINDOW-DAYS TO WS-TITLE-DAYS.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE(DEP-IDX) TO WS-DEPT-HEADER-CODE
               MOVE SPACES TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
               WRITE RC-REPORT-LINE FROM WS-DEPT-HEADER
               PERFORM VARYING DUE-IDX FROM 1 BY 1
                   UNTIL DUE-IDX > WS-DUE-COUNT
                   IF WS-DUE-DEPT(DUE-IDX) = WS-DEPT-CODE(DEP-IDX)
                       PERFORM WRITE-ONE-DUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'NEVER PASSED:' TO WS-TOTAL-LABEL.
           MOVE WS-NEVER-COUNT TO WS-TOTAL-COUNT.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EXPIRED:' TO WS-TOTAL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-TOTAL-COUNT.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'EXPIRING WITHIN WINDOW:' TO WS-TOTAL-LABEL.
           MOVE WS-EXPIRING-COUNT TO WS-TOTAL-COUNT.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CURRENT BEYOND WINDOW:' TO WS-TOTAL-LABEL.
           MOVE WS-CURRENT-COUNT TO WS-TOTAL-COUNT.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE F-REPORT-FILE.

           WRITE-ONE-DUE.
           MOVE WS-DUE-EMP-ID(DUE-IDX) TO WS-DETAIL-EMP-ID.
           MOVE WS-DUE-NAME(DUE-IDX) TO WS-DETAIL-NAME.
           MOVE WS-DUE-EXPIRY-DATE(DUE-IDX) TO WS-DETAIL-EXPIRY.
           EVALUATE TRUE
               WHEN WS-DUE-NEVER-PASSED(DUE-IDX)
                   MOVE 'NEVER PASSED' TO WS-DETAIL-STATUS
                   MOVE 0 TO WS-DETAIL-DAYS
                   MOVE SPACES TO WS-DETAIL-DAYS-LABEL
               WHEN WS-DUE-EXPIRED(DUE-IDX)
                   MOVE 'EXPIRED' TO WS-DETAIL-STATUS
                   MOVE 0 TO WS-DETAIL-DAYS
                   MOVE SPACES TO WS-DETAIL-DAYS-LABEL
               WHEN OTHER
                   MOVE 'EXPIRES IN' TO WS-DETAIL-STATUS
                   MOVE WS-DUE-DAYS(DUE-IDX) TO WS-DETAIL-DAYS
                   MOVE ' DAYS' TO WS-DETAIL-DAYS-LABEL
           END-EVALUATE.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.
