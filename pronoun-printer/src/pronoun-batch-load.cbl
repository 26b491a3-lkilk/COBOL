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
      *        Celebration preference -- A or blank everything, S
      *        service anniversaries only, N nothing.
               05 RC-NEW-HIRE-CELEBRATE PIC X.
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           FD F-REJECT-FILE.
           01 WS-PEOPLE-STATUS PIC XX.
           01 WS-REJECT-STATUS PIC XX.
           01 WS-SET-SUB PIC 9.
           01 WS-DATES-ARE-VALID PIC 9.
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-REJECT-DETAIL.
               05 WS-REJECT-EMP-ID PIC X(5).
               05 FILLER PIC X VALUE SPACE.
           OR RC-NEW-HIRE-PRONOUN-OBJ(1) = SPACES
               MOVE 'MISSING NAME OR PRONOUN' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-NEW-HIRE
           ELSE
           PERFORM CHECK-CELEBRATION-DATES
           IF WS-DATES-ARE-VALID = 0
               MOVE 'BAD BIRTHDAY OR HIRE DATE' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-NEW-HIRE
           ELSE
           IF RC-NEW-HIRE-CELEBRATE NOT = SPACE
           AND RC-NEW-HIRE-CELEBRATE NOT = 'A'
           AND RC-NEW-HIRE-CELEBRATE NOT = 'S'
           AND RC-NEW-HIRE-CELEBRATE NOT = 'N'
               MOVE 'BAD CELEBRATION CHOICE' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-NEW-HIRE
           ELSE
               MOVE FUNCTION NUMVAL(RC-NEW-HIRE-EMP-ID)
                   TO RC-PERSON-EMP-ID
               MOVE 0 TO RC-PERSON-SET-COUNT
               MOVE SPACE TO RC-PERSON-BADGE-DISPLAY
               MOVE SPACES TO RC-PERSON-PREFERRED-NAME
               PERFORM FILL-CELEBRATION-FIELDS
               PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > 3
                   IF RC-NEW-HIRE-PRONOUN-NOM(WS-SET-SUB)
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF.

      *    The celebration fields may be blank -- HR does not always
      *    have them on day one -- but what is there must be a real
      *    date, or the greeting would be wrong rather than missing.
           CHECK-CELEBRATION-DATES.
           MOVE 1 TO WS-DATES-ARE-VALID.
           IF RC-NEW-HIRE-BIRTHDAY NOT = SPACES
               MOVE 'VL' TO WS-DS-FUNCTION
               MOVE SPACES TO WS-DS-DATE-1
               IF RC-NEW-HIRE-BIRTH-YEAR IS NUMERIC
               AND RC-NEW-HIRE-BIRTH-YEAR NOT = '0000'
                   STRING RC-NEW-HIRE-BIRTH-YEAR '-'
                       RC-NEW-HIRE-BIRTHDAY(1:2) '-'
                       RC-NEW-HIRE-BIRTHDAY(3:2)
                       DELIMITED BY SIZE INTO WS-DS-DATE-1
                   END-STRING
               ELSE
                   STRING '2000-' RC-NEW-HIRE-BIRTHDAY(1:2) '-'
                       RC-NEW-HIRE-BIRTHDAY(3:2)
                       DELIMITED BY SIZE INTO WS-DS-DATE-1
                   END-STRING
               END-IF
               CALL 'date-services' USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               IF WS-DS-STATUS NOT = 0
                   MOVE 0 TO WS-DATES-ARE-VALID
               END-IF
           END-IF.
           IF RC-NEW-HIRE-BIRTH-YEAR NOT = SPACES
           AND RC-NEW-HIRE-BIRTH-YEAR IS NOT NUMERIC
               MOVE 0 TO WS-DATES-ARE-VALID
           END-IF.
           IF RC-NEW-HIRE-HIRE-DATE NOT = SPACES
               MOVE 'VL' TO WS-DS-FUNCTION
               MOVE SPACES TO WS-DS-DATE-1
               STRING RC-NEW-HIRE-HIRE-DATE(1:4) '-'
                   RC-NEW-HIRE-HIRE-DATE(5:2) '-'
                   RC-NEW-HIRE-HIRE-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-DS-DATE-1
               END-STRING
               CALL 'date-services' USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               IF WS-DS-STATUS NOT = 0
                   MOVE 0 TO WS-DATES-ARE-VALID
               END-IF
           END-IF.

           FILL-CELEBRATION-FIELDS.
           MOVE RC-NEW-HIRE-DEPT TO RC-PERSON-DEPT.
           MOVE RC-NEW-HIRE-CELEBRATE TO RC-PERSON-CELEBRATE.
           MOVE 0 TO RC-PERSON-BIRTHDAY.
           MOVE 0 TO RC-PERSON-BIRTH-YEAR.
           MOVE 0 TO RC-PERSON-HIRE-DATE.
           IF RC-NEW-HIRE-BIRTHDAY IS NUMERIC
               MOVE RC-NEW-HIRE-BIRTHDAY TO RC-PERSON-BIRTHDAY
           END-IF.
           IF RC-NEW-HIRE-BIRTH-YEAR IS NUMERIC
               MOVE RC-NEW-HIRE-BIRTH-YEAR TO RC-PERSON-BIRTH-YEAR
           END-IF.
           IF RC-NEW-HIRE-HIRE-DATE IS NUMERIC
               MOVE RC-NEW-HIRE-HIRE-DATE TO RC-PERSON-HIRE-DATE
           END-IF.

           REJECT-ONE-NEW-HIRE.
