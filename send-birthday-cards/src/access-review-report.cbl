       IDENTIFICATION DIVISION.
       PROGRAM-ID. access-review-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-AUTHORITY-FILE
                   ASSIGN TO 'operator-authority.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ACCESS-LOG-FILE
                   ASSIGN TO 'operator-access-log.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-VIOLATION-FILE
                   ASSIGN TO 'security-violations.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REVIEW-MONTH-FILE
                   ASSIGN TO 'access-review-month.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'access-review-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-AUTHORITY-FILE.
           COPY "operator-authority-record.cpy".
           FD F-ACCESS-LOG-FILE.
           COPY "operator-access-record.cpy".
           FD F-VIOLATION-FILE.
           COPY "operator-access-record.cpy"
               REPLACING LEADING ==RC== BY ==VIO==.
           FD F-REVIEW-MONTH-FILE.
           01 RC-REVIEW-MONTH-PARM PIC X(6).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REVIEW-MONTH PIC X(6).
           01 WS-REVIEW-YEAR-NUM PIC 9(4).
           01 WS-REVIEW-MONTH-NUM PIC 99.
           01 WS-AUTH-SUB PIC 9(3).
           01 WS-ROW-FOUND PIC 9.
           01 WS-UNGRANTED-SUB PIC 9(3).
           01 WS-USE-COUNT PIC 9(6).
           01 WS-REFUSAL-COUNT PIC 9(6).
           01 WS-AUTH-COUNT PIC 9(3) VALUE 0.
           01 WS-AUTH-TABLE.
               05 WS-AUTH-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-AUTH-COUNT.
                   10 WS-AUTH-OPERATOR PIC X(8).
                   10 WS-AUTH-PROGRAM PIC X(24).
                   10 WS-AUTH-FUNCTIONS PIC X(20).
                   10 WS-AUTH-GRANTED-BY PIC X(8).
                   10 WS-AUTH-GRANTED-DATE PIC X(10).
                   10 WS-AUTH-USES PIC 9(5).
                   10 WS-AUTH-LAST-USED PIC X(14).
           01 WS-UNGRANTED-COUNT PIC 9(3) VALUE 0.
           01 WS-UNGRANTED-TABLE.
               05 WS-UNGRANTED-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-UNGRANTED-COUNT.
                   10 WS-UNG-OPERATOR PIC X(8).
                   10 WS-UNG-PROGRAM PIC X(24).
                   10 WS-UNG-USES PIC 9(5).
                   10 WS-UNG-LAST-USED PIC X(14).
           01 WS-TITLE-LINE.
               05 FILLER PIC X(32)
                   VALUE 'OPERATOR ACCESS REVIEW FOR MONTH'.
               05 FILLER PIC X VALUE SPACE.
               05 WS-TITLE-MONTH PIC X(6).
           01 WS-SECTION-LINE PIC X(60).
           01 WS-HELD-HEADER.
               05 FILLER PIC X(9) VALUE 'OPERATOR '.
               05 FILLER PIC X(25) VALUE 'PROGRAM'.
               05 FILLER PIC X(21) VALUE 'FUNCTIONS'.
               05 FILLER PIC X(9) VALUE 'GRANT BY '.
               05 FILLER PIC X(11) VALUE 'GRANTED'.
               05 FILLER PIC X(6) VALUE ' USES '.
               05 FILLER PIC X(14) VALUE 'LAST USED'.
           01 WS-HELD-LINE.
               05 WS-HELD-OPERATOR PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HELD-PROGRAM PIC X(24).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HELD-FUNCTIONS PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HELD-GRANTED-BY PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HELD-GRANTED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HELD-USES PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-HELD-LAST-USED PIC X(14).
           01 WS-REFUSAL-LINE.
               05 WS-REF-STAMP PIC X(14).
               05 FILLER PIC X VALUE SPACE.
               05 WS-REF-OPERATOR PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-REF-PROGRAM PIC X(24).
               05 FILLER PIC X VALUE SPACE.
               05 WS-REF-FUNCTION PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 WS-REF-REASON PIC X(30).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(14) VALUE 'GRANTS HELD:  '.
               05 WS-TOTAL-GRANTS PIC ZZZZ9.
               05 FILLER PIC X(14) VALUE '   USES:      '.
               05 WS-TOTAL-USES PIC ZZZZZ9.
               05 FILLER PIC X(14) VALUE '   REFUSALS:  '.
               05 WS-TOTAL-REFUSALS PIC ZZZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Monthly access review for audit: every grant on
      *    operator-authority.dat -- who holds which program and
      *    functions, who granted it and when -- with how often the
      *    operator actually used it in the month and when last; any
      *    use by an operator whose grant has since been withdrawn;
      *    and every refusal logged in the month.  A grant with no
      *    uses is the one to question.  The month defaults to the
      *    one just ended; access-review-month.dat (YYYYMM) picks
      *    another.
           PERFORM SET-REVIEW-MONTH.
           PERFORM LOAD-AUTHORITY-FILE.
           PERFORM COUNT-MONTH-USES.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-REVIEW-MONTH TO WS-TITLE-MONTH.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           PERFORM WRITE-AUTHORITY-HELD.
           PERFORM WRITE-UNGRANTED-USE.
           PERFORM WRITE-MONTH-REFUSALS.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE WS-AUTH-COUNT TO WS-TOTAL-GRANTS.
           MOVE WS-USE-COUNT TO WS-TOTAL-USES.
           MOVE WS-REFUSAL-COUNT TO WS-TOTAL-REFUSALS.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE F-REPORT-FILE.
           MOVE 'access-review-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'access-review-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'access-review-report: ' WS-REVIEW-MONTH ' -- '
               WS-AUTH-COUNT ' grant(s), ' WS-USE-COUNT ' use(s), '
               WS-REFUSAL-COUNT ' refusal(s)'.
           GOBACK.

           SET-REVIEW-MONTH.
           MOVE SPACES TO WS-REVIEW-MONTH.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REVIEW-MONTH-FILE.
           READ F-REVIEW-MONTH-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-REVIEW-MONTH-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-REVIEW-MONTH-PARM IS NUMERIC
               MOVE RC-REVIEW-MONTH-PARM TO WS-REVIEW-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REVIEW-YEAR-NUM
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REVIEW-MONTH-NUM
               IF WS-REVIEW-MONTH-NUM = 1
                   MOVE 12 TO WS-REVIEW-MONTH-NUM
                   SUBTRACT 1 FROM WS-REVIEW-YEAR-NUM
               ELSE
                   SUBTRACT 1 FROM WS-REVIEW-MONTH-NUM
               END-IF
               STRING WS-REVIEW-YEAR-NUM WS-REVIEW-MONTH-NUM
                   DELIMITED BY SIZE INTO WS-REVIEW-MONTH
               END-STRING
           END-IF.

           LOAD-AUTHORITY-FILE.
           MOVE 0 TO WS-AUTH-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AUTHORITY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUTHORITY-FILE
                   NOT AT END
                       IF WS-AUTH-COUNT < 500
                       AND RC-AUTH-OPERATOR NOT = SPACES
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE RC-AUTH-OPERATOR
                               TO WS-AUTH-OPERATOR(WS-AUTH-COUNT)
                           MOVE RC-AUTH-PROGRAM
                               TO WS-AUTH-PROGRAM(WS-AUTH-COUNT)
                           MOVE RC-AUTH-FUNCTIONS
                               TO WS-AUTH-FUNCTIONS(WS-AUTH-COUNT)
                           MOVE RC-AUTH-GRANTED-BY
                               TO WS-AUTH-GRANTED-BY(WS-AUTH-COUNT)
                           MOVE RC-AUTH-GRANTED-DATE
                               TO WS-AUTH-GRANTED-DATE(WS-AUTH-COUNT)
                           MOVE 0 TO WS-AUTH-USES(WS-AUTH-COUNT)
                           MOVE SPACES
                               TO WS-AUTH-LAST-USED(WS-AUTH-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-AUTHORITY-FILE.

      *    A use is credited to the operator's first grant for the
      *    program; the log is in time order, so the last stamp seen
      *    is the last use.
           COUNT-MONTH-USES.
           MOVE 0 TO WS-USE-COUNT.
           MOVE 0 TO WS-UNGRANTED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ACCESS-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ACCESS-LOG-FILE
                   NOT AT END
                       IF RC-ACC-STAMP(1:6) = WS-REVIEW-MONTH
                           ADD 1 TO WS-USE-COUNT
                           PERFORM CREDIT-ONE-USE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ACCESS-LOG-FILE.

           CREDIT-ONE-USE.
           MOVE 0 TO WS-ROW-FOUND.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               OR WS-ROW-FOUND = 1
               IF WS-AUTH-OPERATOR(WS-AUTH-SUB) = RC-ACC-OPERATOR
               AND WS-AUTH-PROGRAM(WS-AUTH-SUB) = RC-ACC-PROGRAM
                   MOVE 1 TO WS-ROW-FOUND
                   ADD 1 TO WS-AUTH-USES(WS-AUTH-SUB)
                   MOVE RC-ACC-STAMP TO WS-AUTH-LAST-USED(WS-AUTH-SUB)
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 0
               PERFORM VARYING WS-UNGRANTED-SUB FROM 1 BY 1
                   UNTIL WS-UNGRANTED-SUB > WS-UNGRANTED-COUNT
                   OR WS-ROW-FOUND = 1
                   IF WS-UNG-OPERATOR(WS-UNGRANTED-SUB)
                       = RC-ACC-OPERATOR
                   AND WS-UNG-PROGRAM(WS-UNGRANTED-SUB)
                       = RC-ACC-PROGRAM
                       MOVE 1 TO WS-ROW-FOUND
                       ADD 1 TO WS-UNG-USES(WS-UNGRANTED-SUB)
                       MOVE RC-ACC-STAMP
                           TO WS-UNG-LAST-USED(WS-UNGRANTED-SUB)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ROW-FOUND = 0
           AND WS-UNGRANTED-COUNT < 200
               ADD 1 TO WS-UNGRANTED-COUNT
               MOVE RC-ACC-OPERATOR
                   TO WS-UNG-OPERATOR(WS-UNGRANTED-COUNT)
               MOVE RC-ACC-PROGRAM
                   TO WS-UNG-PROGRAM(WS-UNGRANTED-COUNT)
               MOVE 1 TO WS-UNG-USES(WS-UNGRANTED-COUNT)
               MOVE RC-ACC-STAMP
                   TO WS-UNG-LAST-USED(WS-UNGRANTED-COUNT)
           END-IF.

           WRITE-AUTHORITY-HELD.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'AUTHORITY HELD' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-HELD-HEADER.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               MOVE WS-AUTH-OPERATOR(WS-AUTH-SUB) TO WS-HELD-OPERATOR
               MOVE WS-AUTH-PROGRAM(WS-AUTH-SUB) TO WS-HELD-PROGRAM
               MOVE WS-AUTH-FUNCTIONS(WS-AUTH-SUB)
                   TO WS-HELD-FUNCTIONS
               MOVE WS-AUTH-GRANTED-BY(WS-AUTH-SUB)
                   TO WS-HELD-GRANTED-BY
               MOVE WS-AUTH-GRANTED-DATE(WS-AUTH-SUB)
                   TO WS-HELD-GRANTED-DATE
               MOVE WS-AUTH-USES(WS-AUTH-SUB) TO WS-HELD-USES
               MOVE WS-AUTH-LAST-USED(WS-AUTH-SUB)
                   TO WS-HELD-LAST-USED
               WRITE RC-REPORT-LINE FROM WS-HELD-LINE
           END-PERFORM.

      *    Grants are checked as each session starts, so use without
      *    a grant on file now means the grant was withdrawn during
      *    or after the month.
           WRITE-UNGRANTED-USE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'USED IN THE MONTH, NO LONGER GRANTED'
               TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-UNGRANTED-SUB FROM 1 BY 1
               UNTIL WS-UNGRANTED-SUB > WS-UNGRANTED-COUNT
               MOVE SPACES TO WS-HELD-LINE
               MOVE WS-UNG-OPERATOR(WS-UNGRANTED-SUB)
                   TO WS-HELD-OPERATOR
               MOVE WS-UNG-PROGRAM(WS-UNGRANTED-SUB)
                   TO WS-HELD-PROGRAM
               MOVE WS-UNG-USES(WS-UNGRANTED-SUB) TO WS-HELD-USES
               MOVE WS-UNG-LAST-USED(WS-UNGRANTED-SUB)
                   TO WS-HELD-LAST-USED
               WRITE RC-REPORT-LINE FROM WS-HELD-LINE
           END-PERFORM.

           WRITE-MONTH-REFUSALS.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'REFUSED' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 0 TO WS-REFUSAL-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VIOLATION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VIOLATION-FILE
                   NOT AT END
                       IF VIO-ACC-STAMP(1:6) = WS-REVIEW-MONTH
                           ADD 1 TO WS-REFUSAL-COUNT
                           MOVE VIO-ACC-STAMP TO WS-REF-STAMP
                           MOVE VIO-ACC-OPERATOR TO WS-REF-OPERATOR
                           MOVE VIO-ACC-PROGRAM TO WS-REF-PROGRAM
                           MOVE VIO-ACC-FUNCTION TO WS-REF-FUNCTION
                           MOVE VIO-ACC-REASON TO WS-REF-REASON
                           WRITE RC-REPORT-LINE FROM WS-REFUSAL-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VIOLATION-FILE.
