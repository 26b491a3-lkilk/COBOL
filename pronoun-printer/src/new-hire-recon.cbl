                       15 RC-NEW-HIRE-PRONOUN-OBJ PIC X(4).
                       15 RC-NEW-HIRE-PRONOUN-POS PIC X(6).
                       15 RC-NEW-HIRE-PRONOUN-REF PIC X(8).
      *        Celebration data for the single master: department,
      *        birthday MMDD, birth year, hire date YYYYMMDD.  Blank
      *        when HR does not have it yet.
               05 RC-NEW-HIRE-DEPT PIC X(4).
               05 RC-NEW-HIRE-BIRTHDAY PIC X(4).
               05 RC-NEW-HIRE-BIRTH-YEAR PIC X(4).
               05 RC-NEW-HIRE-HIRE-DATE PIC X(8).
               05 RC-NEW-HIRE-CELEBRATE PIC X.
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           FD F-REPORT-FILE.
           01 WS-MISSING-COUNT PIC 9(5).
           01 WS-MISMATCH-COUNT PIC 9(5).
           01 WS-DUP-NAME-COUNT PIC 9(5).
           01 WS-CELEBRATION-DIFFERS PIC 9.
           01 WS-NAME-SUB PIC 9(4).
           01 WS-NAME-FOUND PIC 9.
           01 WS-NAME-COUNT PIC 9(4) VALUE 0.
               WRITE RC-REPORT-RECORD
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
      *    Only what the feed supplied is compared; a blank feed
      *    field is HR not having it yet, not a difference.
           MOVE 0 TO WS-CELEBRATION-DIFFERS.
           IF RC-NEW-HIRE-DEPT NOT = SPACES
           AND RC-NEW-HIRE-DEPT NOT = RC-PERSON-DEPT
               MOVE 1 TO WS-CELEBRATION-DIFFERS
           END-IF.
           IF RC-NEW-HIRE-BIRTHDAY IS NUMERIC
           AND RC-NEW-HIRE-BIRTHDAY NOT = RC-PERSON-BIRTHDAY
               MOVE 1 TO WS-CELEBRATION-DIFFERS
           END-IF.
           IF RC-NEW-HIRE-HIRE-DATE IS NUMERIC
           AND RC-NEW-HIRE-HIRE-DATE NOT = RC-PERSON-HIRE-DATE
               MOVE 1 TO WS-CELEBRATION-DIFFERS
           END-IF.
           IF WS-CELEBRATION-DIFFERS = 1
               MOVE SPACES TO RC-REPORT-RECORD
               MOVE RC-NEW-HIRE-EMP-ID TO RC-REPORT-EMP-ID
               MOVE RC-NEW-HIRE-NAME TO RC-REPORT-NAME
               MOVE 'DEPT/DATES DIFFER FROM MASTER'
                   TO RC-REPORT-FINDING
               WRITE RC-REPORT-RECORD
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
