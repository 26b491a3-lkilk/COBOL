       IDENTIFICATION DIVISION.
       PROGRAM-ID. policy-ack-outstanding.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-ISSUED-FILE
                   ASSIGN TO "issued-letters.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-PERSON-EMP-ID
                   FILE STATUS IS WS-PEOPLE-STATUS.
               SELECT OPTIONAL F-DAYS-FILE
                   ASSIGN TO "policy-ack-days.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO "policy-ack-outstanding.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-STRAGGLER-FILE
                   ASSIGN TO "policy-stragglers.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-ISSUED-FILE.
           COPY "issued-letter-record.cpy".
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
      *    Days a POLICY letter may go unsigned before the person is
      *    chased.  Missing or blank means the default below.
           FD F-DAYS-FILE.
           01 RC-DAYS-PARM PIC X(3).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(80).
      *    One employee ID per line -- the same shape as
      *    letter-request-ids.dat, for policy-reminder-run.
           FD F-STRAGGLER-FILE.
           01 RC-STRAGGLER-EMP-ID PIC 9(5).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PEOPLE-STATUS PIC XX.
               88 WS-PERSON-FOUND VALUE '00'.
           01 WS-GRACE-DAYS PIC 9(3) VALUE 14.
           01 WS-RUN-DATE PIC X(10).
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-OUT-COUNT PIC 9(4) VALUE 0.
           01 WS-OUT-DROPPED PIC 9(5) VALUE 0.
           01 WS-OUT-TABLE.
               05 WS-OUT-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-OUT-COUNT
               INDEXED BY OUT-IDX.
                   10 WS-OUT-EMP-ID PIC 9(5).
                   10 WS-OUT-FIRST-DATE PIC X(10).
                   10 WS-OUT-SENT-COUNT PIC 9(3).
                   10 WS-OUT-DAYS PIC S9(7).
                   10 WS-OUT-DEPT PIC X(4).
                   10 WS-OUT-NAME PIC X(20).
                   10 WS-OUT-LISTED PIC 9.
           01 WS-DEPT-COUNT PIC 9(4) VALUE 0.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-DEPT-COUNT
               INDEXED BY DEP-IDX.
                   10 WS-DEPT-CODE PIC X(4).
           01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
           01 WS-LEFT-COUNT PIC 9(5) VALUE 0.
           01 WS-WITHIN-GRACE-COUNT PIC 9(5) VALUE 0.
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-TITLE-LINE.
               05 FILLER PIC X(30)
                   VALUE 'UNSIGNED POLICY LETTERS AS OF '.
               05 WS-TITLE-DATE PIC X(10).
               05 FILLER PIC X(8) VALUE ' -- OVER'.
               05 WS-TITLE-DAYS PIC ZZ9.
               05 FILLER PIC X(5) VALUE ' DAYS'.
           01 WS-DEPT-HEADER.
               05 FILLER PIC X(11) VALUE 'DEPARTMENT '.
               05 WS-DEPT-HEADER-CODE PIC X(4).
           01 WS-DETAIL-LINE.
               05 WS-DETAIL-EMP-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DETAIL-NAME PIC X(20).
               05 FILLER PIC X(8) VALUE '  ISSUED'.
               05 WS-DETAIL-DATE PIC X(11).
               05 WS-DETAIL-DAYS PIC ZZZZ9.
               05 FILLER PIC X(7) VALUE ' DAYS, '.
               05 WS-DETAIL-SENT PIC ZZ9.
               05 FILLER PIC X(5) VALUE ' SENT'.
           01 WS-TOTAL-LINE.
               05 WS-TOTAL-LABEL PIC X(30).
               05 WS-TOTAL-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.

      *    Compliance's list of who has not signed the POLICY
      *    letter.  A person is outstanding from the first unsigned
      *    POLICY letter on the ledger; reminders do not restart the
      *    clock, they only add to the SENT count.  People who have
      *    since left are not chased -- they are counted at the foot
      *    so the ledger still balances.  The same people go on
      *    policy-stragglers.dat for the reminder run.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           PERFORM READ-GRACE-DAYS.
           PERFORM LOAD-OUTSTANDING-LETTERS.
           PERFORM AGE-AND-LOCATE-PEOPLE.
           PERFORM WRITE-DEPARTMENT-SECTIONS.
           DISPLAY 'policy-ack-outstanding: ' WS-LISTED-COUNT
               ' employee(s) unsigned after ' WS-GRACE-DAYS ' days'.
      *    A short list would tell compliance the rest have signed.
           IF WS-OUT-DROPPED > 0
               DISPLAY 'policy-ack-outstanding: ' WS-OUT-DROPPED
                   ' more not listed -- table full'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           READ-GRACE-DAYS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DAYS-FILE.
           READ F-DAYS-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-DAYS-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND FUNCTION TEST-NUMVAL(RC-DAYS-PARM) = 0
               MOVE FUNCTION NUMVAL(RC-DAYS-PARM) TO WS-GRACE-DAYS
           END-IF.

           LOAD-OUTSTANDING-LETTERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ISSUED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ISSUED-FILE
                   NOT AT END
                       IF RC-ISS-LETTER-TYPE = 'POLICY'
                       AND RC-ISS-OUTSTANDING
                           PERFORM STORE-ONE-OUTSTANDING
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ISSUED-FILE.

           STORE-ONE-OUTSTANDING.
           MOVE 0 TO WS-FOUND-IDX.
           IF WS-OUT-COUNT > 0
               SET OUT-IDX TO 1
               SEARCH WS-OUT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OUT-EMP-ID(OUT-IDX) = RC-ISS-EMP-ID
                       SET WS-FOUND-IDX TO OUT-IDX
               END-SEARCH
           END-IF.
           IF WS-FOUND-IDX > 0
               SET OUT-IDX TO WS-FOUND-IDX
               ADD 1 TO WS-OUT-SENT-COUNT(OUT-IDX)
               IF RC-ISS-RUN-DATE < WS-OUT-FIRST-DATE(OUT-IDX)
                   MOVE RC-ISS-RUN-DATE TO WS-OUT-FIRST-DATE(OUT-IDX)
               END-IF
           ELSE
               IF WS-OUT-COUNT < 2000
                   ADD 1 TO WS-OUT-COUNT
                   SET OUT-IDX TO WS-OUT-COUNT
                   MOVE RC-ISS-EMP-ID TO WS-OUT-EMP-ID(OUT-IDX)
                   MOVE RC-ISS-RUN-DATE TO WS-OUT-FIRST-DATE(OUT-IDX)
                   MOVE 1 TO WS-OUT-SENT-COUNT(OUT-IDX)
                   MOVE 0 TO WS-OUT-LISTED(OUT-IDX)
               ELSE
                   ADD 1 TO WS-OUT-DROPPED
               END-IF
           END-IF.

           AGE-AND-LOCATE-PEOPLE.
           OPEN INPUT F-PEOPLE-FILE.
           PERFORM VARYING OUT-IDX FROM 1 BY 1
               UNTIL OUT-IDX > WS-OUT-COUNT
               MOVE 'DB' TO WS-DS-FUNCTION
               MOVE WS-OUT-FIRST-DATE(OUT-IDX) TO WS-DS-DATE-1
               MOVE WS-RUN-DATE TO WS-DS-DATE-2
               CALL 'date-services' USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               MOVE WS-DS-DAYS TO WS-OUT-DAYS(OUT-IDX)
               IF WS-DS-DAYS < WS-GRACE-DAYS
                   ADD 1 TO WS-WITHIN-GRACE-COUNT
               ELSE
                   PERFORM LOCATE-ONE-PERSON
               END-IF
           END-PERFORM.
           CLOSE F-PEOPLE-FILE.

           LOCATE-ONE-PERSON.
           MOVE WS-OUT-EMP-ID(OUT-IDX) TO RC-PERSON-EMP-ID.
           READ F-PEOPLE-FILE
               KEY IS RC-PERSON-EMP-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PERSON-FOUND
               MOVE 1 TO WS-OUT-LISTED(OUT-IDX)
               MOVE RC-PERSON-DEPT TO WS-OUT-DEPT(OUT-IDX)
               IF RC-PERSON-PREFERRED-NAME NOT = SPACES
                   MOVE RC-PERSON-PREFERRED-NAME
                       TO WS-OUT-NAME(OUT-IDX)
               ELSE
                   MOVE RC-PERSON-NAME TO WS-OUT-NAME(OUT-IDX)
               END-IF
               PERFORM FIND-OR-ADD-DEPARTMENT
           ELSE
               ADD 1 TO WS-LEFT-COUNT
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
           OPEN OUTPUT F-STRAGGLER-FILE.
           MOVE WS-RUN-DATE TO WS-TITLE-DATE.
           MOVE WS-GRACE-DAYS TO WS-TITLE-DAYS.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE(DEP-IDX) TO WS-DEPT-HEADER-CODE
               MOVE SPACES TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
               WRITE RC-REPORT-LINE FROM WS-DEPT-HEADER
               PERFORM VARYING OUT-IDX FROM 1 BY 1
                   UNTIL OUT-IDX > WS-OUT-COUNT
                   IF WS-OUT-LISTED(OUT-IDX) = 1
                   AND WS-OUT-DEPT(OUT-IDX) = WS-DEPT-CODE(DEP-IDX)
                       PERFORM WRITE-ONE-STRAGGLER
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'UNSIGNED PAST GRACE:' TO WS-TOTAL-LABEL.
           MOVE WS-LISTED-COUNT TO WS-TOTAL-COUNT.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'UNSIGNED WITHIN GRACE:' TO WS-TOTAL-LABEL.
           MOVE WS-WITHIN-GRACE-COUNT TO WS-TOTAL-COUNT.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'UNSIGNED, NO LONGER EMPLOYED:' TO WS-TOTAL-LABEL.
           MOVE WS-LEFT-COUNT TO WS-TOTAL-COUNT.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE F-REPORT-FILE.
           CLOSE F-STRAGGLER-FILE.

           WRITE-ONE-STRAGGLER.
           MOVE WS-OUT-EMP-ID(OUT-IDX) TO WS-DETAIL-EMP-ID.
           MOVE WS-OUT-NAME(OUT-IDX) TO WS-DETAIL-NAME.
           MOVE SPACES TO WS-DETAIL-DATE.
           MOVE WS-OUT-FIRST-DATE(OUT-IDX) TO WS-DETAIL-DATE(2:10).
           MOVE WS-OUT-DAYS(OUT-IDX) TO WS-DETAIL-DAYS.
           MOVE WS-OUT-SENT-COUNT(OUT-IDX) TO WS-DETAIL-SENT.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE WS-OUT-EMP-ID(OUT-IDX) TO RC-STRAGGLER-EMP-ID.
           WRITE RC-STRAGGLER-EMP-ID.
           ADD 1 TO WS-LISTED-COUNT.
