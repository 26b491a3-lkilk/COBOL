                       MOVE 1 TO RC-PERSON-SET-COUNT
                       MOVE SPACE TO RC-PERSON-BADGE-DISPLAY
                       MOVE SPACES TO RC-PERSON-PREFERRED-NAME
                       MOVE SPACES TO RC-PERSON-DEPT
                       MOVE 0 TO RC-PERSON-BIRTHDAY
                       MOVE 0 TO RC-PERSON-BIRTH-YEAR
                       MOVE 0 TO RC-PERSON-HIRE-DATE
                       MOVE SPACE TO RC-PERSON-CELEBRATE
                       WRITE RC-PERSON
                           INVALID KEY
                               DISPLAY 'people-convert: write error '
