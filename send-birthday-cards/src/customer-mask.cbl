           STRING 'TEST CUSTOMER ' WS-ID-TEXT
               INTO MSK-CUSTOMER-NAME
           END-STRING.
      *    Parsed parts follow the masked name, so a test deck still
      *    exercises the &FIRST and &FORMAL tokens; title and suffix
      *    identify no one and stay.
           IF RC-CUSTOMER-NAME-PARTS NOT = SPACES
               MOVE 'TEST' TO MSK-NAME-FIRST
               MOVE SPACES TO MSK-NAME-MIDDLE
               MOVE SPACES TO MSK-NAME-LAST
               STRING 'CUSTOMER ' WS-ID-TEXT
                   INTO MSK-NAME-LAST
               END-STRING
           END-IF.
           IF RC-CUSTOMER-SALUTATION NOT = SPACES
               MOVE SPACES TO MSK-CUSTOMER-SALUTATION
               STRING 'TEST CUSTOMER ' WS-ID-TEXT
                   INTO MSK-CUSTOMER-SALUTATION
               END-STRING
           END-IF.
           MOVE SPACES TO MSK-ADDR-STREET.
           STRING WS-ID-TEXT ' MASKED STREET'
               INTO MSK-ADDR-STREET
                   INTO MSK-CUSTOMER-EMAIL
               END-STRING
           END-IF.
           IF RC-CUSTOMER-MOBILE NOT = SPACES
               MOVE SPACES TO MSK-CUSTOMER-MOBILE
               STRING '5550' WS-ID-TEXT
                   INTO MSK-CUSTOMER-MOBILE
               END-STRING
           END-IF.
      *    A DOB that fails the numeric edits is test gold -- it
      *    stays broken exactly as it is.  Valid years shift by the
      *    offset; month and day never move.
