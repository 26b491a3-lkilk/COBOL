       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator-authority.
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
       DATA DIVISION.
           FILE SECTION.
           FD F-AUTHORITY-FILE.
           COPY "operator-authority-record.cpy".
           FD F-ACCESS-LOG-FILE.
           COPY "operator-access-record.cpy".
           FD F-VIOLATION-FILE.
           COPY "operator-access-record.cpy"
               REPLACING LEADING ==RC== BY ==VIO==.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PROGRAM-HELD PIC 9.
           01 WS-FUNCTION-HELD PIC 9.
           01 WS-FUNCTION-CODE PIC X.
           01 WS-CODE-COUNT PIC 99.
           01 WS-REASON PIC X(30).
           LINKAGE SECTION.
           01 LS-AUTH-FUNCTION PIC X.
           01 LS-AUTH-OPERATOR PIC X(8).
           01 LS-AUTH-PROGRAM PIC X(24).
           01 LS-AUTH-CODE PIC X.
           01 LS-AUTH-RESULT PIC 9.
       PROCEDURE DIVISION USING LS-AUTH-FUNCTION LS-AUTH-OPERATOR
           LS-AUTH-PROGRAM LS-AUTH-CODE LS-AUTH-RESULT.

      *    Operator authority check for the interactive and utility
      *    programs that change or expose customer data.  Function P
      *    is the startup check -- may this operator run this program
      *    at all -- and F checks one function code within it against
      *    the operator's grant on operator-authority.dat.  Result 0
      *    is granted, 1 refused.  Every refusal is written to
      *    security-violations.dat and every grant to
      *    operator-access-log.dat, which between them are the "who
      *    tried" and "who used it" halves of access-review-report.
      *    With no authority file on hand nothing is granted: the
      *    check fails closed.
           MOVE 1 TO LS-AUTH-RESULT.
           MOVE SPACES TO WS-REASON.
           MOVE FUNCTION UPPER-CASE(LS-AUTH-CODE) TO WS-FUNCTION-CODE.
           IF LS-AUTH-FUNCTION = 'P'
               MOVE SPACE TO WS-FUNCTION-CODE
           END-IF.
           IF LS-AUTH-OPERATOR = SPACES
               MOVE 'NO OPERATOR ID' TO WS-REASON
           ELSE
               PERFORM FIND-OPERATOR-GRANT
               EVALUATE TRUE
                   WHEN WS-PROGRAM-HELD = 0
                       MOVE 'NO AUTHORITY FOR PROGRAM'
                           TO WS-REASON
                   WHEN LS-AUTH-FUNCTION = 'P'
                       MOVE 0 TO LS-AUTH-RESULT
                   WHEN LS-AUTH-FUNCTION = 'F'
                   AND WS-FUNCTION-HELD = 1
                       MOVE 0 TO LS-AUTH-RESULT
                   WHEN LS-AUTH-FUNCTION = 'F'
                       MOVE 'NO AUTHORITY FOR FUNCTION'
                           TO WS-REASON
                   WHEN OTHER
                       MOVE 'UNKNOWN CHECK REQUESTED' TO WS-REASON
               END-EVALUATE
           END-IF.
           IF LS-AUTH-RESULT = 0
               PERFORM LOG-GRANT
           ELSE
               PERFORM LOG-VIOLATION
           END-IF.
           GOBACK.

      *    An operator may hold more than one row for a program (a
      *    grant widened later); any row holding the function counts.
           FIND-OPERATOR-GRANT.
           MOVE 0 TO WS-PROGRAM-HELD.
           MOVE 0 TO WS-FUNCTION-HELD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AUTHORITY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUTHORITY-FILE
                   NOT AT END
                       IF RC-AUTH-OPERATOR = LS-AUTH-OPERATOR
                       AND RC-AUTH-PROGRAM = LS-AUTH-PROGRAM
                           MOVE 1 TO WS-PROGRAM-HELD
                           PERFORM CHECK-FUNCTION-LIST
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-AUTHORITY-FILE.

           CHECK-FUNCTION-LIST.
           MOVE FUNCTION UPPER-CASE(RC-AUTH-FUNCTIONS)
               TO RC-AUTH-FUNCTIONS.
           IF RC-AUTH-FUNCTIONS(1:1) = '*'
               MOVE 1 TO WS-FUNCTION-HELD
           ELSE
               IF WS-FUNCTION-CODE NOT = SPACE
                   MOVE 0 TO WS-CODE-COUNT
                   INSPECT RC-AUTH-FUNCTIONS TALLYING WS-CODE-COUNT
                       FOR ALL WS-FUNCTION-CODE
                   IF WS-CODE-COUNT > 0
                       MOVE 1 TO WS-FUNCTION-HELD
                   END-IF
               END-IF
           END-IF.

           LOG-GRANT.
           OPEN EXTEND F-ACCESS-LOG-FILE.
           MOVE SPACES TO RC-ACCESS-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-ACC-STAMP.
           MOVE LS-AUTH-OPERATOR TO RC-ACC-OPERATOR.
           MOVE LS-AUTH-PROGRAM TO RC-ACC-PROGRAM.
           MOVE WS-FUNCTION-CODE TO RC-ACC-FUNCTION.
           WRITE RC-ACCESS-RECORD.
           CLOSE F-ACCESS-LOG-FILE.

           LOG-VIOLATION.
           OPEN EXTEND F-VIOLATION-FILE.
           MOVE SPACES TO VIO-ACCESS-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO VIO-ACC-STAMP.
           MOVE LS-AUTH-OPERATOR TO VIO-ACC-OPERATOR.
           MOVE LS-AUTH-PROGRAM TO VIO-ACC-PROGRAM.
           MOVE WS-FUNCTION-CODE TO VIO-ACC-FUNCTION.
           MOVE WS-REASON TO VIO-ACC-REASON.
           WRITE VIO-ACCESS-RECORD.
           CLOSE F-VIOLATION-FILE.
