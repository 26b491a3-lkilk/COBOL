       IDENTIFICATION DIVISION.
       PROGRAM-ID. name-parser.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-NAME-WORK PIC X(40).
           01 WS-TOKEN-COUNT PIC 99.
           01 WS-TOKEN-TABLE.
               05 WS-TOKEN PIC X(40) OCCURS 10 TIMES.
           01 WS-WORD-WORK PIC X(40).
           01 WS-TOKEN-SUB PIC 99.
           01 WS-TOKEN-LENGTH PIC 99.
           01 WS-FIRST-TOKEN PIC 99.
           01 WS-LAST-TOKEN PIC 99.
           01 WS-PARTS-LEFT PIC 99.
           01 WS-COMMA-TOKEN PIC 99.
           01 WS-MARK-TALLY PIC 99.
           01 WS-KEYWORD-FOUND PIC 9.
           01 WS-KEYWORD-SUB PIC 99.
      *    Forms of address taken as a title when they lead the name.
           01 WS-TITLE-LIST.
               05 FILLER PIC X(5) VALUE 'MR'.
               05 FILLER PIC X(5) VALUE 'MRS'.
               05 FILLER PIC X(5) VALUE 'MS'.
               05 FILLER PIC X(5) VALUE 'MISS'.
               05 FILLER PIC X(5) VALUE 'MX'.
               05 FILLER PIC X(5) VALUE 'DR'.
               05 FILLER PIC X(5) VALUE 'REV'.
               05 FILLER PIC X(5) VALUE 'PROF'.
               05 FILLER PIC X(5) VALUE 'SIR'.
               05 FILLER PIC X(5) VALUE 'DAME'.
               05 FILLER PIC X(5) VALUE 'FR'.
               05 FILLER PIC X(5) VALUE 'HON'.
           01 WS-TITLE-TABLE REDEFINES WS-TITLE-LIST.
               05 WS-TITLE-WORD PIC X(5) OCCURS 12 TIMES.
      *    Generational and professional suffixes taken when they
      *    end the name.
           01 WS-SUFFIX-LIST.
               05 FILLER PIC X(5) VALUE 'JR'.
               05 FILLER PIC X(5) VALUE 'SR'.
               05 FILLER PIC X(5) VALUE 'II'.
               05 FILLER PIC X(5) VALUE 'III'.
               05 FILLER PIC X(5) VALUE 'IV'.
               05 FILLER PIC X(5) VALUE 'V'.
               05 FILLER PIC X(5) VALUE 'MD'.
               05 FILLER PIC X(5) VALUE 'PHD'.
               05 FILLER PIC X(5) VALUE 'ESQ'.
               05 FILLER PIC X(5) VALUE 'DDS'.
               05 FILLER PIC X(5) VALUE 'CPA'.
           01 WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-LIST.
               05 WS-SUFFIX-WORD PIC X(5) OCCURS 11 TIMES.
      *    Surname particles: VAN DYKE and DE LA CRUZ are one last
      *    name, not a middle name and a last name.
           01 WS-PARTICLE-LIST.
               05 FILLER PIC X(5) VALUE 'VAN'.
               05 FILLER PIC X(5) VALUE 'VON'.
               05 FILLER PIC X(5) VALUE 'DE'.
               05 FILLER PIC X(5) VALUE 'DEL'.
               05 FILLER PIC X(5) VALUE 'DELA'.
               05 FILLER PIC X(5) VALUE 'DA'.
               05 FILLER PIC X(5) VALUE 'DI'.
               05 FILLER PIC X(5) VALUE 'LA'.
               05 FILLER PIC X(5) VALUE 'LE'.
               05 FILLER PIC X(5) VALUE 'ST'.
               05 FILLER PIC X(5) VALUE 'MAC'.
               05 FILLER PIC X(5) VALUE 'BIN'.
           01 WS-PARTICLE-TABLE REDEFINES WS-PARTICLE-LIST.
               05 WS-PARTICLE-WORD PIC X(5) OCCURS 12 TIMES.
           01 WS-LAST-START PIC 99.
           01 WS-LAST-END PIC 99.
           01 WS-BUILD-LAST PIC X(40).
           01 WS-BUILD-POINTER PIC 99.
           LINKAGE SECTION.
           01 LS-NP-FUNCTION PIC X.
           COPY "customer-record.cpy"
               REPLACING LEADING ==RC== BY ==LS==.
           01 LS-NP-FIRST-NAME PIC X(40).
           01 LS-NP-FORMAL-NAME PIC X(40).
           01 LS-NP-RESULT PIC 9.
           01 LS-NP-REASON PIC X(30).
       PROCEDURE DIVISION USING LS-NP-FUNCTION LS-CUSTOMER-INFO
           LS-NP-FIRST-NAME LS-NP-FORMAL-NAME LS-NP-RESULT
           LS-NP-REASON.

      *    The one place a customer's name is taken apart and put
      *    back together.  Function P parses LS-CUSTOMER-NAME into
      *    the title, first, middle, last and suffix fields of the
      *    record passed (the salutation is the customer's own and
      *    is left alone); a name that cannot be split with
      *    confidence comes back with result 1, the parts blank, and
      *    the reason.  Function S returns the first-name and formal
      *    forms the card and e-mail tokens print: the first name,
      *    and the preferred salutation, else title and surname,
      *    else first name and surname -- each falling back to the
      *    full name when the parts are not there.
           MOVE 0 TO LS-NP-RESULT.
           MOVE SPACES TO LS-NP-REASON.
           EVALUATE LS-NP-FUNCTION
               WHEN 'P'
                   PERFORM PARSE-CUSTOMER-NAME
               WHEN 'S'
                   PERFORM BUILD-SALUTATION-FORMS
               WHEN OTHER
                   MOVE 9 TO LS-NP-RESULT
           END-EVALUATE.
           GOBACK.

           PARSE-CUSTOMER-NAME.
           MOVE SPACES TO LS-CUSTOMER-NAME-PARTS.
           MOVE FUNCTION TRIM(LS-CUSTOMER-NAME) TO WS-NAME-WORK.
           MOVE 0 TO WS-MARK-TALLY.
           INSPECT WS-NAME-WORK TALLYING WS-MARK-TALLY
               FOR ALL '&' ALL '/' ALL '+'.
           IF WS-NAME-WORK = SPACES
               MOVE 'NAME IS BLANK' TO LS-NP-REASON
           ELSE
           IF WS-MARK-TALLY > 0
               MOVE 'JOINT OR BUSINESS NAME' TO LS-NP-REASON
           ELSE
               PERFORM SPLIT-NAME-TOKENS
               IF WS-TOKEN-COUNT > 8
                   MOVE 'TOO MANY NAME PARTS' TO LS-NP-REASON
               ELSE
               IF WS-COMMA-TOKEN > 0
                   PERFORM PARSE-SURNAME-FIRST
               ELSE
                   PERFORM PARSE-GIVEN-NAME-FIRST
               END-IF
               END-IF
           END-IF
           END-IF.
           IF LS-NP-REASON NOT = SPACES
               MOVE 1 TO LS-NP-RESULT
               MOVE SPACES TO LS-CUSTOMER-NAME-PARTS
           END-IF.

      *    "PUBLIC, JOHN Q" and "VAN DYKE, JOHN" are surname-first:
      *    a comma ends the surname.  A comma ahead of a suffix alone
      *    ("JOHN PUBLIC, JR") is not.  Trailing commas and full
      *    stops are dropped from every word (DR. and JR. match DR
      *    and JR).
           SPLIT-NAME-TOKENS.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-COUNT.
           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                   WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                   WS-TOKEN(9) WS-TOKEN(10)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING.
           MOVE 0 TO WS-COMMA-TOKEN.
           PERFORM VARYING WS-TOKEN-SUB FROM 1 BY 1
               UNTIL WS-TOKEN-SUB > WS-TOKEN-COUNT
               OR WS-TOKEN-SUB > 10
               MOVE 0 TO WS-MARK-TALLY
               INSPECT WS-TOKEN(WS-TOKEN-SUB)
                   TALLYING WS-MARK-TALLY FOR ALL ','
               IF WS-MARK-TALLY > 0 AND WS-COMMA-TOKEN = 0
                   MOVE WS-TOKEN-SUB TO WS-COMMA-TOKEN
               END-IF
               PERFORM STRIP-TRAILING-MARKS
               PERFORM STRIP-TRAILING-MARKS
           END-PERFORM.
           IF WS-COMMA-TOKEN >= WS-TOKEN-COUNT
               MOVE 0 TO WS-COMMA-TOKEN
           END-IF.
           IF WS-COMMA-TOKEN > 0
           AND WS-COMMA-TOKEN + 1 = WS-TOKEN-COUNT
               MOVE WS-TOKEN(WS-TOKEN-COUNT) TO WS-WORD-WORK
               PERFORM CHECK-SUFFIX-WORD
               IF WS-KEYWORD-FOUND = 1
                   MOVE 0 TO WS-COMMA-TOKEN
               END-IF
           END-IF.

           STRIP-TRAILING-MARKS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN(WS-TOKEN-SUB)))
               TO WS-TOKEN-LENGTH.
           IF WS-TOKEN-LENGTH > 0
               IF WS-TOKEN(WS-TOKEN-SUB)(WS-TOKEN-LENGTH:1) = ','
               OR WS-TOKEN(WS-TOKEN-SUB)(WS-TOKEN-LENGTH:1) = '.'
                   MOVE SPACE
                       TO WS-TOKEN(WS-TOKEN-SUB)(WS-TOKEN-LENGTH:1)
               END-IF
           END-IF.

           PARSE-GIVEN-NAME-FIRST.
           MOVE 1 TO WS-FIRST-TOKEN.
           MOVE WS-TOKEN-COUNT TO WS-LAST-TOKEN.
           MOVE WS-TOKEN(1) TO WS-WORD-WORK.
           PERFORM CHECK-TITLE-WORD.
           IF WS-KEYWORD-FOUND = 1 AND WS-TOKEN-COUNT > 1
               MOVE WS-TOKEN(1) TO LS-NAME-TITLE
               MOVE 2 TO WS-FIRST-TOKEN
           END-IF.
           PERFORM TAKE-TRAILING-SUFFIX.
           COMPUTE WS-PARTS-LEFT = WS-LAST-TOKEN - WS-FIRST-TOKEN + 1.
           PERFORM FIND-SURNAME-START.
           MOVE WS-LAST-TOKEN TO WS-LAST-END.
           EVALUATE TRUE
               WHEN WS-PARTS-LEFT < 1
                   MOVE 'NO NAME AFTER TITLE' TO LS-NP-REASON
               WHEN WS-PARTS-LEFT = 1
                   MOVE 'SINGLE NAME ONLY' TO LS-NP-REASON
               WHEN WS-LAST-START = WS-FIRST-TOKEN + 1
                   MOVE WS-TOKEN(WS-FIRST-TOKEN) TO WS-WORD-WORK
                   PERFORM STORE-FIRST-NAME
                   PERFORM STORE-LAST-NAME
               WHEN WS-LAST-START = WS-FIRST-TOKEN + 2
                   MOVE WS-TOKEN(WS-FIRST-TOKEN) TO WS-WORD-WORK
                   PERFORM STORE-FIRST-NAME
                   MOVE WS-TOKEN(WS-FIRST-TOKEN + 1)
                       TO WS-WORD-WORK
                   PERFORM STORE-MIDDLE-NAME
                   PERFORM STORE-LAST-NAME
               WHEN OTHER
                   MOVE 'TOO MANY NAME PARTS' TO LS-NP-REASON
           END-EVALUATE.

      *    Surname first: every word up to the comma is the surname,
      *    then a title if one is given, the first name, at most one
      *    middle name, and a suffix.
           PARSE-SURNAME-FIRST.
           COMPUTE WS-FIRST-TOKEN = WS-COMMA-TOKEN + 1.
           MOVE WS-TOKEN-COUNT TO WS-LAST-TOKEN.
           MOVE WS-TOKEN(WS-FIRST-TOKEN) TO WS-WORD-WORK.
           PERFORM CHECK-TITLE-WORD.
           IF WS-KEYWORD-FOUND = 1
           AND WS-FIRST-TOKEN < WS-LAST-TOKEN
               MOVE WS-TOKEN(WS-FIRST-TOKEN) TO LS-NAME-TITLE
               ADD 1 TO WS-FIRST-TOKEN
           END-IF.
           PERFORM TAKE-TRAILING-SUFFIX.
           COMPUTE WS-PARTS-LEFT = WS-LAST-TOKEN - WS-FIRST-TOKEN + 1.
           MOVE 1 TO WS-LAST-START.
           MOVE WS-COMMA-TOKEN TO WS-LAST-END.
           EVALUATE TRUE
               WHEN WS-PARTS-LEFT < 1
                   MOVE 'NO GIVEN NAME AFTER COMMA' TO LS-NP-REASON
               WHEN WS-PARTS-LEFT > 2
                   MOVE 'TOO MANY NAME PARTS' TO LS-NP-REASON
               WHEN OTHER
                   MOVE WS-TOKEN(WS-FIRST-TOKEN) TO WS-WORD-WORK
                   PERFORM STORE-FIRST-NAME
                   IF WS-PARTS-LEFT = 2
                       MOVE WS-TOKEN(WS-FIRST-TOKEN + 1)
                           TO WS-WORD-WORK
                       PERFORM STORE-MIDDLE-NAME
                   END-IF
                   PERFORM STORE-LAST-NAME
           END-EVALUATE.

           TAKE-TRAILING-SUFFIX.
           IF WS-LAST-TOKEN > WS-FIRST-TOKEN
               MOVE WS-TOKEN(WS-LAST-TOKEN) TO WS-WORD-WORK
               PERFORM CHECK-SUFFIX-WORD
               IF WS-KEYWORD-FOUND = 1
                   MOVE WS-TOKEN(WS-LAST-TOKEN) TO LS-NAME-SUFFIX
                   SUBTRACT 1 FROM WS-LAST-TOKEN
               END-IF
           END-IF.

      *    The surname is the last word plus any particles directly
      *    ahead of it, provided a first name is still left over.
           FIND-SURNAME-START.
           MOVE WS-LAST-TOKEN TO WS-LAST-START.
           MOVE 1 TO WS-KEYWORD-FOUND.
           PERFORM UNTIL WS-KEYWORD-FOUND = 0
               OR WS-LAST-START <= WS-FIRST-TOKEN + 1
               MOVE WS-TOKEN(WS-LAST-START - 1) TO WS-WORD-WORK
               PERFORM CHECK-PARTICLE-WORD
               IF WS-KEYWORD-FOUND = 1
                   SUBTRACT 1 FROM WS-LAST-START
               END-IF
           END-PERFORM.

           STORE-FIRST-NAME.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-WORD-WORK)) > 15
               MOVE 'FIRST NAME TOO LONG' TO LS-NP-REASON
           ELSE
               MOVE WS-WORD-WORK TO LS-NAME-FIRST
           END-IF.

           STORE-MIDDLE-NAME.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-WORD-WORK)) > 15
               MOVE 'MIDDLE NAME TOO LONG' TO LS-NP-REASON
           ELSE
               MOVE WS-WORD-WORK TO LS-NAME-MIDDLE
           END-IF.

           STORE-LAST-NAME.
           MOVE SPACES TO WS-BUILD-LAST.
           MOVE 1 TO WS-BUILD-POINTER.
           PERFORM VARYING WS-TOKEN-SUB FROM WS-LAST-START BY 1
               UNTIL WS-TOKEN-SUB > WS-LAST-END
               IF WS-BUILD-POINTER > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-BUILD-LAST
                       WITH POINTER WS-BUILD-POINTER
                   END-STRING
               END-IF
               STRING WS-TOKEN(WS-TOKEN-SUB) DELIMITED BY SPACE
                   INTO WS-BUILD-LAST
                   WITH POINTER WS-BUILD-POINTER
               END-STRING
           END-PERFORM.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-BUILD-LAST)) > 25
               MOVE 'LAST NAME TOO LONG' TO LS-NP-REASON
           ELSE
               MOVE WS-BUILD-LAST TO LS-NAME-LAST
           END-IF.

           CHECK-TITLE-WORD.
           MOVE 0 TO WS-KEYWORD-FOUND.
           MOVE FUNCTION UPPER-CASE(WS-WORD-WORK) TO WS-WORD-WORK.
           PERFORM VARYING WS-KEYWORD-SUB FROM 1 BY 1
               UNTIL WS-KEYWORD-SUB > 12
               IF WS-WORD-WORK = WS-TITLE-WORD(WS-KEYWORD-SUB)
                   MOVE 1 TO WS-KEYWORD-FOUND
               END-IF
           END-PERFORM.

           CHECK-SUFFIX-WORD.
           MOVE 0 TO WS-KEYWORD-FOUND.
           MOVE FUNCTION UPPER-CASE(WS-WORD-WORK) TO WS-WORD-WORK.
           PERFORM VARYING WS-KEYWORD-SUB FROM 1 BY 1
               UNTIL WS-KEYWORD-SUB > 11
               IF WS-WORD-WORK = WS-SUFFIX-WORD(WS-KEYWORD-SUB)
                   MOVE 1 TO WS-KEYWORD-FOUND
               END-IF
           END-PERFORM.

           CHECK-PARTICLE-WORD.
           MOVE 0 TO WS-KEYWORD-FOUND.
           MOVE FUNCTION UPPER-CASE(WS-WORD-WORK) TO WS-WORD-WORK.
           PERFORM VARYING WS-KEYWORD-SUB FROM 1 BY 1
               UNTIL WS-KEYWORD-SUB > 12
               IF WS-WORD-WORK = WS-PARTICLE-WORD(WS-KEYWORD-SUB)
                   MOVE 1 TO WS-KEYWORD-FOUND
               END-IF
           END-PERFORM.

           BUILD-SALUTATION-FORMS.
           MOVE SPACES TO LS-NP-FIRST-NAME.
           MOVE SPACES TO LS-NP-FORMAL-NAME.
           IF LS-NAME-FIRST NOT = SPACES
               MOVE LS-NAME-FIRST TO LS-NP-FIRST-NAME
           ELSE
               MOVE LS-CUSTOMER-NAME TO LS-NP-FIRST-NAME
           END-IF.
           IF LS-CUSTOMER-SALUTATION NOT = SPACES
               MOVE LS-CUSTOMER-SALUTATION TO LS-NP-FORMAL-NAME
           ELSE
           IF LS-NAME-TITLE NOT = SPACES
           AND LS-NAME-LAST NOT = SPACES
               STRING FUNCTION TRIM(LS-NAME-TITLE) ' '
                   FUNCTION TRIM(LS-NAME-LAST)
                   DELIMITED BY SIZE INTO LS-NP-FORMAL-NAME
               END-STRING
           ELSE
           IF LS-NAME-FIRST NOT = SPACES
           AND LS-NAME-LAST NOT = SPACES
               STRING FUNCTION TRIM(LS-NAME-FIRST) ' '
                   FUNCTION TRIM(LS-NAME-LAST)
                   DELIMITED BY SIZE INTO LS-NP-FORMAL-NAME
               END-STRING
           ELSE
               MOVE LS-CUSTOMER-NAME TO LS-NP-FORMAL-NAME
           END-IF
           END-IF
           END-IF.
