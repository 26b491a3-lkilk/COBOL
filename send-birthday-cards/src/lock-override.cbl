           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
       PROCEDURE DIVISION.

      *    Operator escape hatch for a stuck master lock -- a batch
      *    that died mid-pass leaves its lock behind, and nothing
      *    else can run until it is cleared.  Shows who held it, then
      *    clears it.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
      *    Only an operator granted this program on
      *    operator-authority.dat may run it; a refusal is logged as a
      *    security violation.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'lock-override' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR lock-override -- REFUSED'
               GOBACK
           END-IF.
           MOVE 'Q' TO WS-LOCK-FUNCTION.
           CALL 'master-lock' USING WS-LOCK-FUNCTION WS-LOCK-HOLDER
               WS-LOCK-RESULT WS-LOCK-OWNER.
