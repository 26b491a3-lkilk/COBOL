           01 WS-ANOTHER-SET PIC X.
           01 WS-BADGE-DISPLAY PIC X.
           01 WS-PREFERRED-NAME PIC X(20).
           01 WS-CELEBRATE PIC X.
           01 WS-PRONOUN-SETS.
               05 WS-PRONOUN-SET OCCURS 3 TIMES.
                   10 WS-PRONOUN-NOM PIC X(4).
           DISPLAY 'Preferred name, if different (blank if not)'.
           MOVE SPACES TO WS-PREFERRED-NAME.
           ACCEPT WS-PREFERRED-NAME.
           DISPLAY 'Announce your birthday and work anniversary? '
               '(A all, S anniversary only, N neither)'.
           MOVE SPACE TO WS-CELEBRATE.
           ACCEPT WS-CELEBRATE.
           MOVE FUNCTION UPPER-CASE(WS-CELEBRATE) TO WS-CELEBRATE.

           CALL 'pronoun-writer' USING WS-EMP-ID WS-NAME
           WS-SET-COUNT WS-PRONOUN-SETS WS-BADGE-DISPLAY
           WS-PREFERRED-NAME WS-CELEBRATE.
           GOBACK.

      *    People who use more than one set ('she/they') record each
