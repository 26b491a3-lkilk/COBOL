               SELECT OPTIONAL F-PRONOUN-HISTORY-FILE
                   ASSIGN TO "pronoun-history.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ISSUED-FILE
                   ASSIGN TO "issued-letters.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
                       15 RC-PH-PRONOUN-OBJ PIC X(4).
                       15 RC-PH-PRONOUN-POS PIC X(6).
                       15 RC-PH-PRONOUN-REF PIC X(8).
           FD F-ISSUED-FILE.
           COPY "issued-letter-record.cpy".
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-TEMPLATE-COUNT PIC 9(3) VALUE 0.
               05 FILLER PIC X(10) VALUE 'NOT FOUND '.
               05 WS-NFL-EMP-ID PIC 9(5).
           01 WS-LETTER-TYPE PIC X(10) VALUE SPACES.
           01 WS-RUN-DATE PIC X(10).
           01 WS-SEPARATOR-LINE.
               05 FILLER PIC X(15) VALUE '=== LETTER FOR '.
               05 WS-SEPARATOR-NAME PIC X(20).
           END-IF.
           MOVE 0 TO WS-LETTER-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE SPACES TO WS-RUN-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           OPEN INPUT F-PEOPLE-FILE.
           OPEN OUTPUT F-LETTER-FILE.
      *    A reprint reproduces letters already on the ledger; only
      *    a live run issues new ones.
           IF WS-AS-OF-MODE = 0
               OPEN EXTEND F-ISSUED-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PEOPLE-FILE
                   NOT AT END
           END-PERFORM.
           CLOSE F-PEOPLE-FILE.
           CLOSE F-LETTER-FILE.
           IF WS-AS-OF-MODE = 0
               CLOSE F-ISSUED-FILE
           END-IF.
           IF WS-REQUEST-MODE = 1
               PERFORM WRITE-RUN-REPORT
           END-IF.
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-TEMPLATE-COUNT.
           ADD 1 TO WS-LETTER-COUNT.
           IF WS-AS-OF-MODE = 0
               PERFORM RECORD-ISSUED-LETTER
           END-IF.

      *    Compliance has to prove a POLICY letter reached each
      *    person and was signed; every letter issued goes on the
      *    ledger so policy-ack-feed has something to sign off
      *    against.
           RECORD-ISSUED-LETTER.
           MOVE SPACES TO RC-ISSUED-LETTER.
           MOVE RC-PERSON-EMP-ID TO RC-ISS-EMP-ID.
           MOVE WS-SEPARATOR-TYPE TO RC-ISS-LETTER-TYPE.
           MOVE WS-RUN-DATE TO RC-ISS-RUN-DATE.
           WRITE RC-ISSUED-LETTER.

      *    Scan the line left to right: a recognized token is
      *    replaced, anything else copies through.  Longer tokens are
