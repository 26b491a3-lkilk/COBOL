       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-INDEX-COUNT PIC 9(6).
           01 WS-INDEX-NAME PIC X(40).
       PROCEDURE DIVISION.

      *    Full rebuild of the name side index customer-inquiry uses
      *    for lookup by name -- callers never know their customer
      *    ID.  Names are indexed uppercased so the search is not
      *    case-sensitive.  A parsed name is indexed surname first
      *    -- "PUBLIC, JOHN Q" -- so a clerk keying the surname finds
      *    it whatever title or initials were keyed with it; a name
      *    never parsed indexes as keyed.  Rebuilt the same way
      *    dob-xref-builder is: by customer-maintenance on the way
      *    out of a session that changed the master, and by
      *    anything else that adds or removes customers.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-INDEX-COUNT.
           OPEN INPUT F-CUSTOMER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMER-FILE
                   NOT AT END
                       PERFORM WRITE-NAME-INDEX-RECORD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           DISPLAY 'name-index-builder: ' WS-INDEX-COUNT
               ' name index record(s) written'.
           GOBACK.

           WRITE-NAME-INDEX-RECORD.
           MOVE SPACES TO RC-NAME-INDEX-RECORD.
           IF RC-NAME-LAST NOT = SPACES
               MOVE SPACES TO WS-INDEX-NAME
               STRING FUNCTION TRIM(RC-NAME-LAST) ', '
                   FUNCTION TRIM(RC-NAME-FIRST) ' '
                   FUNCTION TRIM(RC-NAME-MIDDLE)
                   DELIMITED BY SIZE INTO WS-INDEX-NAME
               END-STRING
               MOVE FUNCTION UPPER-CASE(WS-INDEX-NAME)
                   TO RC-NIDX-NAME
           ELSE
               MOVE FUNCTION UPPER-CASE(RC-CUSTOMER-NAME)
                   TO RC-NIDX-NAME
           END-IF.
           MOVE RC-CUSTOMER-ID TO RC-NIDX-CUSTOMER-ID.
           WRITE RC-NAME-INDEX-RECORD.
           ADD 1 TO WS-INDEX-COUNT.
