                   10 LS-PRONOUN-REF PIC X(8).
           01 LS-BADGE-DISPLAY PIC X.
           01 LS-PREFERRED-NAME PIC X(20).
           01 LS-CELEBRATE PIC X.
       PROCEDURE DIVISION USING LS-EMP-ID LS-NAME LS-SET-COUNT
           LS-PRONOUN-SETS LS-BADGE-DISPLAY LS-PREFERRED-NAME
           LS-CELEBRATE.

      *    Keyed by employee ID, so three people named ALEX CHEN each
      *    keep their own record instead of the sequential scan
           ELSE
               MOVE LS-EMP-ID TO RC-PERSON-EMP-ID
               PERFORM FILL-PERSON-FIELDS
               MOVE SPACES TO RC-PERSON-DEPT
               MOVE 0 TO RC-PERSON-BIRTHDAY
               MOVE 0 TO RC-PERSON-BIRTH-YEAR
               MOVE 0 TO RC-PERSON-HIRE-DATE
               WRITE RC-PERSON
                   INVALID KEY
                       DISPLAY 'pronoun-writer: write error for '
           END-PERFORM.
           MOVE LS-BADGE-DISPLAY TO RC-PERSON-BADGE-DISPLAY.
           MOVE LS-PREFERRED-NAME TO RC-PERSON-PREFERRED-NAME.
           IF LS-CELEBRATE = 'S' OR LS-CELEBRATE = 'N'
               MOVE LS-CELEBRATE TO RC-PERSON-CELEBRATE
           ELSE
               MOVE 'A' TO RC-PERSON-CELEBRATE
           END-IF.
