       IDENTIFICATION DIVISION.
       PROGRAM-ID. template-check.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-REQUEST-FILE
                   ASSIGN TO 'template-check-request.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RULES-FILE
                   ASSIGN TO 'occasion-rules.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-GREETING-FILE
                   ASSIGN TO 'greeting-templates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-EMAIL-TEMPLATE-FILE
                   ASSIGN TO 'email-templates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-LIBRARY-FILE
                   ASSIGN TO 'letter-templates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CAMPAIGN-FILE
                   ASSIGN TO 'campaign-header.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CUSTOMER-FILE
                   ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RC-CUSTOMER-ID
                   FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL F-PEOPLE-FILE
                   ASSIGN TO 'people.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RC-PERSON-EMP-ID
                   FILE STATUS IS WS-PEOPLE-STATUS.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'template-check-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    Optional.  PREVIEW in the first column renders every
      *    template after the checks; the customer ID and employee
      *    ID that follow pick the sample the preview prints for
      *    (blank or not on file uses the built-in sample person).
           FD F-REQUEST-FILE.
           01 RC-REQUEST-RECORD.
               05 RC-REQ-MODE PIC X(7).
               05 FILLER PIC X.
               05 RC-REQ-CUSTOMER-ID PIC X(6).
               05 FILLER PIC X.
               05 RC-REQ-EMP-ID PIC X(5).
      *    Same layouts greeting-card-generator, customer-filterer
      *    and letter-generator read the files in.
           FD F-RULES-FILE.
           01 RC-RULE-RECORD.
               05 RC-RULE-CODE PIC X(9).
               05 FILLER PIC X.
               05 RC-RULE-MMDD PIC X(5).
               05 FILLER PIC X.
               05 RC-RULE-ADULT-ONLY PIC X.
               05 FILLER PIC X.
               05 RC-RULE-TEMPLATE PIC X(40).
               05 FILLER PIC X.
               05 RC-RULE-TYPE PIC X.
               05 FILLER PIC X.
               05 RC-RULE-FLOAT-MONTH PIC XX.
               05 FILLER PIC X.
               05 RC-RULE-FLOAT-WEEKDAY PIC X.
               05 FILLER PIC X.
               05 RC-RULE-FLOAT-NTH PIC X.
               05 FILLER PIC X.
               05 RC-RULE-LANGUAGE PIC X(2).
           FD F-GREETING-FILE.
           01 RC-TEMPLATE-RECORD.
               05 RC-TEMPLATE-OCCASION PIC X(9).
               05 RC-TEMPLATE-TEXT PIC X(40).
               05 FILLER PIC X.
               05 RC-TEMPLATE-VARIANT PIC X.
               05 FILLER PIC X.
               05 RC-TEMPLATE-LANGUAGE PIC X(2).
               05 FILLER PIC X.
               05 RC-TEMPLATE-BRAND PIC X(4).
           FD F-EMAIL-TEMPLATE-FILE.
           01 RC-ETPL-RECORD.
               05 RC-ETPL-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-ETPL-KIND PIC X.
               05 FILLER PIC X.
               05 RC-ETPL-TEXT PIC X(60).
               05 FILLER PIC X.
               05 RC-ETPL-LANGUAGE PIC X(2).
               05 FILLER PIC X.
               05 RC-ETPL-BRAND PIC X(4).
           FD F-LIBRARY-FILE.
           01 RC-LIBRARY-RECORD.
               05 RC-LIB-TYPE PIC X(10).
               05 FILLER PIC X.
               05 RC-LIB-TEXT PIC X(80).
      *    Only the code is needed: the campaign's e-mail set is
      *    keyed by it.
           FD F-CAMPAIGN-FILE.
           01 RC-CAMPAIGN-RECORD.
               05 RC-CAMPAIGN-CODE PIC X(9).
               05 FILLER PIC X(70).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMER-STATUS PIC XX.
           01 WS-PEOPLE-STATUS PIC XX.
           01 WS-CHECK-RETURN-CODE PIC 9 VALUE 0.
           01 WS-PREVIEW-MODE PIC 9 VALUE 0.
           01 WS-RUN-DATE PIC X(10).
           01 WS-LINE-NUMBER PIC 9(5).
           01 WS-FINDING-COUNT PIC 9(5) VALUE 0.
      *    The longest value each token can print: every card and
      *    e-mail token falls back to the full 40-character customer
      *    name, a letter's &NAME is the 20-character display name
      *    and a pronoun is at most four letters.
           01 WS-CARD-NAME-LENGTH PIC 99 VALUE 40.
           01 WS-LETTER-NAME-LENGTH PIC 99 VALUE 20.
           01 WS-PRONOUN-LENGTH PIC 99 VALUE 4.
      *    Every occasion a card or e-mail template may be keyed to:
      *    the ones built into the card programs, then each rule
      *    code from occasion-rules.dat and the current campaign.
           01 WS-KNOWN-SUB PIC 99.
           01 WS-KNOWN-FOUND PIC 99.
           01 WS-KNOWN-WANT PIC X(9).
           01 WS-KNOWN-COUNT PIC 99 VALUE 0.
           01 WS-KNOWN-TABLE.
               05 WS-KNOWN-CODE PIC X(9) OCCURS 60 TIMES.
      *    occasion-rules.dat as loaded: English rules take a slot
      *    on the generator's 20-entry occasion table, five of which
      *    the built-in occasions hold.
           01 WS-RULE-SLOTS-USED PIC 99 VALUE 5.
           01 WS-RUL-SUB PIC 99.
           01 WS-RUL-FOUND PIC 99.
           01 WS-RUL-LANGUAGE-WORK PIC XX.
           01 WS-RUL-COUNT PIC 99 VALUE 0.
           01 WS-RUL-TABLE.
               05 WS-RUL-ENTRY OCCURS 60 TIMES.
                   10 WS-RUL-CODE PIC X(9).
                   10 WS-RUL-LANGUAGE PIC XX.
                   10 WS-RUL-LINE PIC 9(5).
           01 WS-MONTH-WORK PIC 99.
           01 WS-DAY-WORK PIC 99.
           01 WS-MONTH-DAYS-VALUES.
               05 FILLER PIC X(24) VALUE '312931303130313130313031'.
           01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
               05 WS-MONTH-DAYS PIC 99 OCCURS 12 TIMES.
      *    Card wording by occasion, language and brand, with the
      *    variants seen for each.
           01 WS-GRP-SUB PIC 999.
           01 WS-GRP-FOUND PIC 999.
           01 WS-GRP-SEARCH PIC 999.
           01 WS-GRP-BASE PIC 999.
           01 WS-VARIANT-SUB PIC 9.
           01 WS-VARIANT-WORK PIC 9.
           01 WS-VARIANT-HIGH PIC 9.
           01 WS-WANT-OCCASION PIC X(9).
           01 WS-WANT-LANGUAGE PIC XX.
           01 WS-WANT-BRAND PIC X(4).
           01 WS-GRP-COUNT PIC 999 VALUE 0.
           01 WS-GRP-TABLE.
               05 WS-GRP-ENTRY OCCURS 200 TIMES.
                   10 WS-GRP-OCCASION PIC X(9).
                   10 WS-GRP-LANGUAGE PIC XX.
                   10 WS-GRP-BRAND PIC X(4).
                   10 WS-GRP-LINE PIC 9(5).
                   10 WS-GRP-SEEN PIC 9 OCCURS 5 TIMES.
      *    E-mail sets by occasion, language and brand, held as the
      *    mailers load them for the preview.
           01 WS-SET-SUB PIC 999.
           01 WS-SET-FOUND PIC 999.
           01 WS-SET-SEARCH PIC 999.
           01 WS-BODY-SUB PIC 9.
           01 WS-SET-COUNT PIC 999 VALUE 0.
           01 WS-SET-TABLE.
               05 WS-SET-ENTRY OCCURS 200 TIMES.
                   10 WS-SET-OCCASION PIC X(9).
                   10 WS-SET-LANGUAGE PIC XX.
                   10 WS-SET-BRAND PIC X(4).
                   10 WS-SET-LINE PIC 9(5).
                   10 WS-SET-SUBJECTS PIC 99.
                   10 WS-SET-BODIES PIC 99.
                   10 WS-SET-SUBJECT PIC X(60).
                   10 WS-SET-BODY PIC X(60) OCCURS 3 TIMES.
      *    Letter types in letter-templates.dat.  AWARD is the type
      *    award-letter-run asks for every night it runs.
           01 WS-LTY-SUB PIC 99.
           01 WS-LTY-FOUND PIC 99.
           01 WS-LTY-WANT PIC X(10).
           01 WS-LTY-COUNT PIC 99 VALUE 0.
           01 WS-LTY-TABLE.
               05 WS-LTY-ENTRY OCCURS 50 TIMES.
                   10 WS-LTY-TYPE PIC X(10).
                   10 WS-LTY-LINES PIC 9(4).
                   10 WS-LTY-LINE PIC 9(5).
           01 WS-REQUIRED-LETTER-TYPE PIC X(10) VALUE 'AWARD'.
      *    One template line under scan: kind C a card message (the
      *    name appended when no token places it), P a personal
      *    event card (name appended, tokens never substituted), E an
      *    e-mail subject or body line, L a letter line.
           01 WS-SCAN-TEXT PIC X(81).
           01 WS-SCAN-KIND PIC X.
           01 WS-SCAN-LENGTH PIC 99.
           01 WS-SCAN-LIMIT PIC 999.
           01 WS-SCAN-POS PIC 99.
           01 WS-WORD-POS PIC 99.
           01 WS-WORD-LENGTH PIC 99.
           01 WS-TOKEN-WORD PIC X(12).
           01 WS-TOKEN-IS-KNOWN PIC 9.
           01 WS-TOKEN-VALUE-LENGTH PIC 99.
           01 WS-TOKEN-HITS PIC 99.
           01 WS-TOKEN-CHARS PIC 999.
           01 WS-TOKEN-VALUES PIC 999.
           01 WS-TEXT-START PIC 99.
           01 WS-TEXT-END PIC 99.
           01 WS-NEED-LENGTH PIC 999.
           01 WS-NEED-DISPLAY PIC ZZ9.
           01 WS-LIMIT-DISPLAY PIC ZZ9.
      *    The sample person the preview renders for.
           01 WS-SAMPLE-CUSTOMER-ID PIC 9(6) VALUE 0.
           01 WS-SAMPLE-EMP-ID PIC 9(5) VALUE 0.
           01 WS-SAMPLE-NAME PIC X(40)
               VALUE 'Alexandra Montgomery'.
           01 WS-SAMPLE-FIRST PIC X(40) VALUE 'Alexandra'.
           01 WS-SAMPLE-FORMAL PIC X(40) VALUE 'Ms Montgomery'.
           01 WS-SAMPLE-DISPLAY-NAME PIC X(20) VALUE 'Jordan Rivera'.
           01 WS-SAMPLE-NOM PIC X(4) VALUE 'they'.
           01 WS-SAMPLE-OBJ PIC X(4) VALUE 'them'.
           01 WS-SAMPLE-CUSTOMER-SOURCE PIC X(8) VALUE 'BUILT-IN'.
           01 WS-SAMPLE-EMP-SOURCE PIC X(8) VALUE 'BUILT-IN'.
           01 WS-NP-FUNCTION PIC X.
           01 WS-NP-FIRST-NAME PIC X(40).
           01 WS-NP-FORMAL-NAME PIC X(40).
           01 WS-NP-RESULT PIC 9.
           01 WS-NP-REASON PIC X(30).
      *    Card and e-mail rendering, exactly as the card programs
      *    substitute: the first token in the line only.
           01 WS-GREETING-TEMPLATE PIC X(40).
           01 WS-SUBST-IN PIC X(60).
           01 WS-SUBST-OUT PIC X(60).
           01 WS-SUBST-POS PIC 99.
           01 WS-SUBST-HIT PIC 9.
           01 WS-SUBST-VALUE PIC X(40).
           01 WS-SUBST-TOKEN-LENGTH PIC 9.
           01 WS-SUBST-TAIL PIC 999.
           01 WS-SUBST-POINTER PIC 999.
      *    Letter rendering, as letter-generator merges a line.
           01 WS-LETTER-LINE PIC X(80).
           01 WS-MERGED-LINE PIC X(160).
           01 WS-MERGE-POS PIC 99.
           01 WS-OUT-POINTER PIC 999.
           01 WS-MERGE-VALUE PIC X(20).
           01 WS-MERGE-LENGTH PIC 9.
           01 WS-FILE-COUNTS.
               05 WS-RULES-READ PIC 9(5) VALUE 0.
               05 WS-GREETING-READ PIC 9(5) VALUE 0.
               05 WS-EMAIL-READ PIC 9(5) VALUE 0.
               05 WS-LETTER-READ PIC 9(5) VALUE 0.
               05 WS-RULES-FINDINGS PIC 9(5) VALUE 0.
               05 WS-GREETING-FINDINGS PIC 9(5) VALUE 0.
               05 WS-EMAIL-FINDINGS PIC 9(5) VALUE 0.
               05 WS-LETTER-FINDINGS PIC 9(5) VALUE 0.
           01 WS-HEADING-LINE-1.
               05 FILLER PIC X(27) VALUE 'TEMPLATE LIBRARY CHECK  RUN'.
               05 FILLER PIC X VALUE SPACE.
               05 WS-HEAD-RUN-DATE PIC X(10).
               05 FILLER PIC X(7) VALUE '  MODE '.
               05 WS-HEAD-MODE PIC X(8).
           01 WS-HEADING-LINE-2.
               05 FILLER PIC X(10) VALUE 'FILE'.
               05 FILLER PIC X(6) VALUE 'LINE'.
               05 FILLER PIC X(21) VALUE 'TEMPLATE'.
               05 FILLER PIC X(33) VALUE 'FINDING'.
               05 FILLER PIC X(4) VALUE 'TEXT'.
           01 WS-DETAIL-LINE.
               05 WS-DET-FILE PIC X(9).
               05 FILLER PIC X.
               05 WS-DET-LINE PIC ZZZZ9.
               05 FILLER PIC X.
               05 WS-DET-KEY PIC X(20).
               05 FILLER PIC X.
               05 WS-DET-FINDING PIC X(32).
               05 FILLER PIC X.
               05 WS-DET-TEXT PIC X(60).
           01 WS-SUMMARY-LINE.
               05 WS-SUM-FILE PIC X(24).
               05 FILLER PIC X(6) VALUE ' READ='.
               05 WS-SUM-READ PIC Z(4)9.
               05 FILLER PIC X(10) VALUE ' FINDINGS='.
               05 WS-SUM-FINDINGS PIC Z(4)9.
           01 WS-PREVIEW-HEADING.
               05 FILLER PIC X(20) VALUE 'PREVIEW  CUSTOMER  '.
               05 WS-PHD-CUSTOMER PIC X(40).
               05 FILLER PIC X.
               05 WS-PHD-CUSTOMER-SOURCE PIC X(8).
               05 FILLER PIC X(11) VALUE '  EMPLOYEE '.
               05 WS-PHD-EMPLOYEE PIC X(20).
               05 FILLER PIC X.
               05 WS-PHD-EMP-SOURCE PIC X(8).
           01 WS-PREVIEW-LINE.
               05 WS-PRV-FILE PIC X(9).
               05 FILLER PIC X.
               05 WS-PRV-KEY PIC X(20).
               05 FILLER PIC X.
               05 WS-PRV-TEXT PIC X(100).
           01 WS-RESULT-LINE.
               05 FILLER PIC X(8) VALUE 'RESULT: '.
               05 WS-RES-TEXT PIC X(60).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Proves the template library before anyone receives it.
      *    occasion-rules.dat, greeting-templates.dat,
      *    email-templates.dat and letter-templates.dat are read in
      *    the layouts the card, e-mail and letter programs use, and
      *    every line is checked for substitution tokens those
      *    programs do not know or would print raw, for wording that
      *    would not fit the card message, e-mail subject or body
      *    line, or merged letter line once the longest possible
      *    name is substituted, and for variants, translations,
      *    subjects, bodies and letter types that are missing.
      *    Occasion rules are also checked for trigger dates no
      *    calendar has.  A PREVIEW request then renders every
      *    template for a sample customer and employee so marketing
      *    and HR can proof the wording.  Return code 0 is clean, 4
      *    findings to correct.
           MOVE SPACES TO WS-RUN-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           PERFORM READ-CHECK-REQUEST.
           PERFORM LOAD-KNOWN-OCCASIONS.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-HEAD-RUN-DATE.
           IF WS-PREVIEW-MODE = 1
               MOVE 'PREVIEW' TO WS-HEAD-MODE
           ELSE
               MOVE 'VALIDATE' TO WS-HEAD-MODE
           END-IF.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-1.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-2.
           PERFORM CHECK-OCCASION-RULES.
           PERFORM CHECK-GREETING-TEMPLATES.
           PERFORM CHECK-EMAIL-TEMPLATES.
           PERFORM CHECK-LETTER-TEMPLATES.
           PERFORM WRITE-SUMMARY.
           IF WS-PREVIEW-MODE = 1
               PERFORM SET-SAMPLE-PERSONS
               PERFORM WRITE-PREVIEW
           END-IF.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           IF WS-FINDING-COUNT = 0
               MOVE 'TEMPLATE LIBRARY CLEAN' TO WS-RES-TEXT
           ELSE
               MOVE 4 TO WS-CHECK-RETURN-CODE
               MOVE 'FINDINGS TO CORRECT BEFORE THE WORDING GOES OUT'
                   TO WS-RES-TEXT
           END-IF.
           WRITE RC-REPORT-LINE FROM WS-RESULT-LINE.
           CLOSE F-REPORT-FILE.
           MOVE 'template-check-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'template-check' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'template-check: ' WS-FINDING-COUNT
               ' finding(s) in the template library'.
           MOVE WS-CHECK-RETURN-CODE TO RETURN-CODE.
           GOBACK.

           READ-CHECK-REQUEST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REQUEST-FILE.
           READ F-REQUEST-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-REQUEST-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND FUNCTION UPPER-CASE(RC-REQ-MODE) = 'PREVIEW'
               MOVE 1 TO WS-PREVIEW-MODE
               IF RC-REQ-CUSTOMER-ID IS NUMERIC
                   MOVE RC-REQ-CUSTOMER-ID TO WS-SAMPLE-CUSTOMER-ID
               END-IF
               IF RC-REQ-EMP-ID IS NUMERIC
                   MOVE RC-REQ-EMP-ID TO WS-SAMPLE-EMP-ID
               END-IF
           END-IF.

      *    The built-in card occasions, then the current campaign
      *    code; rule codes are added as occasion-rules.dat is read.
           LOAD-KNOWN-OCCASIONS.
           MOVE 'BIRTHDAY' TO WS-KNOWN-CODE(1).
           MOVE 'TAX' TO WS-KNOWN-CODE(2).
           MOVE 'WEREWOLF' TO WS-KNOWN-CODE(3).
           MOVE 'ANNIV' TO WS-KNOWN-CODE(4).
           MOVE 'WEDDING' TO WS-KNOWN-CODE(5).
           MOVE 'CHILDBDAY' TO WS-KNOWN-CODE(6).
           MOVE 'WELCOME' TO WS-KNOWN-CODE(7).
           MOVE 'BELATED' TO WS-KNOWN-CODE(8).
           MOVE 8 TO WS-KNOWN-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CAMPAIGN-FILE.
           READ F-CAMPAIGN-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-CAMPAIGN-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-CAMPAIGN-CODE NOT = SPACES
               MOVE RC-CAMPAIGN-CODE TO WS-KNOWN-WANT
               PERFORM ADD-KNOWN-OCCASION
           END-IF.

           ADD-KNOWN-OCCASION.
           PERFORM FIND-KNOWN-OCCASION.
           IF WS-KNOWN-FOUND = 0
           AND WS-KNOWN-COUNT < 60
               ADD 1 TO WS-KNOWN-COUNT
               MOVE WS-KNOWN-WANT TO WS-KNOWN-CODE(WS-KNOWN-COUNT)
           END-IF.

           FIND-KNOWN-OCCASION.
           MOVE 0 TO WS-KNOWN-FOUND.
           PERFORM VARYING WS-KNOWN-SUB FROM 1 BY 1
               UNTIL WS-KNOWN-SUB > WS-KNOWN-COUNT
               IF WS-KNOWN-CODE(WS-KNOWN-SUB) = WS-KNOWN-WANT
                   MOVE WS-KNOWN-SUB TO WS-KNOWN-FOUND
                   MOVE WS-KNOWN-COUNT TO WS-KNOWN-SUB
               END-IF
           END-PERFORM.

      *    occasion-rules.dat: a fixed rule needs an MM-DD that is a
      *    calendar date (02-29 is allowed -- it observes 03-01 in a
      *    common year); a floating rule a month, a weekday 1-7 and
      *    an Nth of 1-5 or L; a personal-event rule nothing more.
      *    A translated rule only supplies wording for an English
      *    rule of the same code.
           CHECK-OCCASION-RULES.
           MOVE 'RULES' TO WS-DET-FILE.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RULES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RULES-FILE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       ADD 1 TO WS-RULES-READ
                       PERFORM CHECK-ONE-RULE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RULES-FILE.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-COUNT
               IF WS-RUL-LANGUAGE(WS-RUL-SUB) NOT = 'EN'
                   MOVE WS-RUL-CODE(WS-RUL-SUB) TO WS-KNOWN-WANT
                   PERFORM FIND-ENGLISH-RULE
                   IF WS-RUL-FOUND = 0
                       MOVE WS-RUL-LINE(WS-RUL-SUB) TO WS-LINE-NUMBER
                       MOVE SPACES TO WS-DET-KEY
                       STRING WS-RUL-CODE(WS-RUL-SUB) DELIMITED BY SPACE
                           ' ' WS-RUL-LANGUAGE(WS-RUL-SUB)
                           DELIMITED BY SIZE INTO WS-DET-KEY
                       END-STRING
                       MOVE 'NO ENGLISH RULE FOR TRANSLATION'
                           TO WS-DET-FINDING
                       MOVE SPACES TO WS-DET-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM.

           CHECK-ONE-RULE.
           MOVE SPACES TO WS-DET-KEY.
           MOVE RC-RULE-TEMPLATE TO WS-DET-TEXT.
           IF RC-RULE-CODE = SPACES
               MOVE 'NO OCCASION CODE, RULE IGNORED' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           ELSE
               IF RC-RULE-LANGUAGE = SPACES
                   MOVE 'EN' TO WS-RUL-LANGUAGE-WORK
               ELSE
                   MOVE FUNCTION UPPER-CASE(RC-RULE-LANGUAGE)
                       TO WS-RUL-LANGUAGE-WORK
               END-IF
               STRING RC-RULE-CODE DELIMITED BY SPACE
                   ' ' WS-RUL-LANGUAGE-WORK
                   DELIMITED BY SIZE INTO WS-DET-KEY
               END-STRING
               PERFORM STORE-RULE-ENTRY
               IF WS-RUL-LANGUAGE-WORK = 'EN'
                   PERFORM CHECK-RULE-TRIGGER
               END-IF
               IF RC-RULE-TEMPLATE = SPACES
                   MOVE 'NO TEMPLATE WORDING' TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
               ELSE
                   MOVE RC-RULE-TEMPLATE TO WS-SCAN-TEXT
                   MOVE 40 TO WS-SCAN-LENGTH
                   IF RC-RULE-TYPE = 'P'
                       MOVE 'P' TO WS-SCAN-KIND
                   ELSE
                       MOVE 'C' TO WS-SCAN-KIND
                   END-IF
                   PERFORM CHECK-TEMPLATE-LINE
               END-IF
           END-IF.

      *    A repeated code and language is a second rule the card
      *    programs would load for the same occasion.
           STORE-RULE-ENTRY.
           MOVE 0 TO WS-RUL-FOUND.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-COUNT
               IF WS-RUL-CODE(WS-RUL-SUB) = RC-RULE-CODE
               AND WS-RUL-LANGUAGE(WS-RUL-SUB) = WS-RUL-LANGUAGE-WORK
                   MOVE WS-RUL-SUB TO WS-RUL-FOUND
                   MOVE WS-RUL-COUNT TO WS-RUL-SUB
               END-IF
           END-PERFORM.
           IF WS-RUL-FOUND > 0
               MOVE 'DUPLICATE RULE FOR THIS OCCASION' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           ELSE
               IF WS-RUL-COUNT < 60
                   ADD 1 TO WS-RUL-COUNT
                   MOVE RC-RULE-CODE TO WS-RUL-CODE(WS-RUL-COUNT)
                   MOVE WS-RUL-LANGUAGE-WORK
                       TO WS-RUL-LANGUAGE(WS-RUL-COUNT)
                   MOVE WS-LINE-NUMBER TO WS-RUL-LINE(WS-RUL-COUNT)
               END-IF
           END-IF.
           IF WS-RUL-LANGUAGE-WORK = 'EN'
               MOVE RC-RULE-CODE TO WS-KNOWN-WANT
               PERFORM FIND-KNOWN-OCCASION
               IF WS-KNOWN-FOUND > 0
               AND WS-KNOWN-FOUND <= 8
                   MOVE 'CODE OF A BUILT-IN OCCASION'
                       TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
               END-IF
               PERFORM ADD-KNOWN-OCCASION
               IF WS-RUL-FOUND = 0
                   IF WS-RULE-SLOTS-USED < 20
                       ADD 1 TO WS-RULE-SLOTS-USED
                   ELSE
                       MOVE 'TABLE FULL, RULE NEVER LOADS'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

           FIND-ENGLISH-RULE.
           MOVE 0 TO WS-RUL-FOUND.
           PERFORM VARYING WS-KNOWN-SUB FROM 1 BY 1
               UNTIL WS-KNOWN-SUB > WS-RUL-COUNT
               IF WS-RUL-CODE(WS-KNOWN-SUB) = WS-KNOWN-WANT
               AND WS-RUL-LANGUAGE(WS-KNOWN-SUB) = 'EN'
                   MOVE WS-KNOWN-SUB TO WS-RUL-FOUND
                   MOVE WS-RUL-COUNT TO WS-KNOWN-SUB
               END-IF
           END-PERFORM.

           CHECK-RULE-TRIGGER.
           IF RC-RULE-ADULT-ONLY NOT = 'Y'
           AND RC-RULE-ADULT-ONLY NOT = 'N'
           AND RC-RULE-ADULT-ONLY NOT = SPACE
               MOVE 'ADULT-ONLY FLAG NOT Y OR N' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           END-IF.
           EVALUATE RC-RULE-TYPE
               WHEN SPACE
                   PERFORM CHECK-FIXED-RULE-DATE
               WHEN 'F'
                   PERFORM CHECK-FLOATING-RULE-DATE
               WHEN 'P'
                   CONTINUE
               WHEN OTHER
                   MOVE 'RULE TYPE NOT BLANK, F OR P' TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
           END-EVALUATE.

           CHECK-FIXED-RULE-DATE.
           IF RC-RULE-MMDD = SPACES
               MOVE 'NO MM-DD, RULE NEVER LOADS' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           ELSE
               IF RC-RULE-MMDD(1:2) IS NOT NUMERIC
               OR RC-RULE-MMDD(3:1) NOT = '-'
               OR RC-RULE-MMDD(4:2) IS NOT NUMERIC
                   MOVE 'MM-DD NOT IN MM-DD FORM' TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
               ELSE
                   MOVE RC-RULE-MMDD(1:2) TO WS-MONTH-WORK
                   MOVE RC-RULE-MMDD(4:2) TO WS-DAY-WORK
                   IF WS-MONTH-WORK < 1 OR WS-MONTH-WORK > 12
                       MOVE 'NO SUCH MONTH, NEVER TRIGGERS'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   ELSE
                       IF WS-DAY-WORK < 1
                       OR WS-DAY-WORK > WS-MONTH-DAYS(WS-MONTH-WORK)
                           MOVE 'NO SUCH DAY, NEVER TRIGGERS'
                               TO WS-DET-FINDING
                           PERFORM WRITE-FINDING
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CHECK-FLOATING-RULE-DATE.
           IF RC-RULE-FLOAT-MONTH IS NOT NUMERIC
               MOVE 'FLOATING MONTH NOT NUMERIC' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           ELSE
               MOVE RC-RULE-FLOAT-MONTH TO WS-MONTH-WORK
               IF WS-MONTH-WORK < 1 OR WS-MONTH-WORK > 12
                   MOVE 'NO SUCH MONTH, NEVER TRIGGERS'
                       TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.
           IF RC-RULE-FLOAT-WEEKDAY < '1'
           OR RC-RULE-FLOAT-WEEKDAY > '7'
               MOVE 'WEEKDAY NOT 1-7, NEVER TRIGGERS' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           END-IF.
           IF RC-RULE-FLOAT-NTH NOT = 'L'
           AND (RC-RULE-FLOAT-NTH < '1' OR RC-RULE-FLOAT-NTH > '5')
               MOVE 'NTH NOT 1-5 OR L, NEVER TRIGGERS'
                   TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           END-IF.

      *    greeting-templates.dat: the occasion must be one the card
      *    programs send, a variant 1-5 (blank is 1), and each line
      *    must scan clean as a card message.
           CHECK-GREETING-TEMPLATES.
           MOVE 'GREETING' TO WS-DET-FILE.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GREETING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GREETING-FILE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       ADD 1 TO WS-GREETING-READ
                       PERFORM CHECK-ONE-GREETING
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GREETING-FILE.
           PERFORM CHECK-GREETING-VARIANTS.

           CHECK-ONE-GREETING.
           MOVE RC-TEMPLATE-TEXT TO WS-DET-TEXT.
           MOVE RC-TEMPLATE-OCCASION TO WS-WANT-OCCASION.
           IF RC-TEMPLATE-LANGUAGE = SPACES
               MOVE 'EN' TO WS-WANT-LANGUAGE
           ELSE
               MOVE FUNCTION UPPER-CASE(RC-TEMPLATE-LANGUAGE)
                   TO WS-WANT-LANGUAGE
           END-IF.
           MOVE FUNCTION UPPER-CASE(RC-TEMPLATE-BRAND)
               TO WS-WANT-BRAND.
           IF RC-TEMPLATE-VARIANT >= '1'
           AND RC-TEMPLATE-VARIANT <= '5'
               MOVE RC-TEMPLATE-VARIANT TO WS-VARIANT-WORK
           ELSE
               MOVE 1 TO WS-VARIANT-WORK
           END-IF.
           PERFORM BUILD-TEMPLATE-KEY.
           IF RC-TEMPLATE-VARIANT NOT = SPACE
           AND (RC-TEMPLATE-VARIANT < '1' OR RC-TEMPLATE-VARIANT > '5')
               MOVE 'VARIANT NOT 1-5, LOADS AS 1' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           END-IF.
           MOVE WS-WANT-OCCASION TO WS-KNOWN-WANT.
           PERFORM FIND-KNOWN-OCCASION.
           IF WS-KNOWN-FOUND = 0
               MOVE 'OCCASION NOT SENT BY ANY PROGRAM' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           END-IF.
           PERFORM FIND-GREETING-GROUP.
           IF WS-GRP-FOUND = 0
           AND WS-GRP-COUNT < 200
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-FOUND
               MOVE WS-WANT-OCCASION TO WS-GRP-OCCASION(WS-GRP-FOUND)
               MOVE WS-WANT-LANGUAGE TO WS-GRP-LANGUAGE(WS-GRP-FOUND)
               MOVE WS-WANT-BRAND TO WS-GRP-BRAND(WS-GRP-FOUND)
               MOVE WS-LINE-NUMBER TO WS-GRP-LINE(WS-GRP-FOUND)
               PERFORM VARYING WS-VARIANT-SUB FROM 1 BY 1
                   UNTIL WS-VARIANT-SUB > 5
                   MOVE 0 TO WS-GRP-SEEN(WS-GRP-FOUND WS-VARIANT-SUB)
               END-PERFORM
           END-IF.
           IF WS-GRP-FOUND > 0
               IF WS-GRP-SEEN(WS-GRP-FOUND WS-VARIANT-WORK) = 1
                   MOVE 'REPEATED VARIANT, LATER ROW WINS'
                       TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
               END-IF
               MOVE 1 TO WS-GRP-SEEN(WS-GRP-FOUND WS-VARIANT-WORK)
           END-IF.
           IF RC-TEMPLATE-TEXT = SPACES
               MOVE 'NO TEMPLATE WORDING' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           ELSE
               MOVE RC-TEMPLATE-TEXT TO WS-SCAN-TEXT
               MOVE 40 TO WS-SCAN-LENGTH
               MOVE 'C' TO WS-SCAN-KIND
               PERFORM CHECK-TEMPLATE-LINE
           END-IF.

           BUILD-TEMPLATE-KEY.
           MOVE SPACES TO WS-DET-KEY.
           STRING WS-WANT-OCCASION DELIMITED BY SPACE
               ' V' WS-VARIANT-WORK ' ' WS-WANT-LANGUAGE ' '
               WS-WANT-BRAND
               DELIMITED BY SIZE INTO WS-DET-KEY
           END-STRING.

           FIND-GREETING-GROUP.
           MOVE 0 TO WS-GRP-FOUND.
           PERFORM VARYING WS-GRP-SEARCH FROM 1 BY 1
               UNTIL WS-GRP-SEARCH > WS-GRP-COUNT
               IF WS-GRP-OCCASION(WS-GRP-SEARCH) = WS-WANT-OCCASION
               AND WS-GRP-LANGUAGE(WS-GRP-SEARCH) = WS-WANT-LANGUAGE
               AND WS-GRP-BRAND(WS-GRP-SEARCH) = WS-WANT-BRAND
                   MOVE WS-GRP-SEARCH TO WS-GRP-FOUND
                   MOVE WS-GRP-COUNT TO WS-GRP-SEARCH
               END-IF
           END-PERFORM.

      *    The card programs rotate through variants 1 up to the
      *    highest one loaded, so a gap below it mails a card with
      *    no wording.  A translation or brand wording is matched
      *    variant for variant to the house English it stands in
      *    for; a variant it lacks goes out in house English.
           CHECK-GREETING-VARIANTS.
           MOVE SPACES TO WS-DET-TEXT.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
               MOVE WS-GRP-LINE(WS-GRP-SUB) TO WS-LINE-NUMBER
               MOVE WS-GRP-OCCASION(WS-GRP-SUB) TO WS-WANT-OCCASION
               MOVE WS-GRP-LANGUAGE(WS-GRP-SUB) TO WS-WANT-LANGUAGE
               MOVE WS-GRP-BRAND(WS-GRP-SUB) TO WS-WANT-BRAND
               MOVE 0 TO WS-VARIANT-HIGH
               PERFORM VARYING WS-VARIANT-SUB FROM 1 BY 1
                   UNTIL WS-VARIANT-SUB > 5
                   IF WS-GRP-SEEN(WS-GRP-SUB WS-VARIANT-SUB) = 1
                       MOVE WS-VARIANT-SUB TO WS-VARIANT-HIGH
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-VARIANT-SUB FROM 1 BY 1
                   UNTIL WS-VARIANT-SUB >= WS-VARIANT-HIGH
                   IF WS-GRP-SEEN(WS-GRP-SUB WS-VARIANT-SUB) = 0
                       MOVE WS-VARIANT-SUB TO WS-VARIANT-WORK
                       PERFORM BUILD-TEMPLATE-KEY
                       MOVE 'VARIANT MISSING, PRINTS BLANK'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   END-IF
               END-PERFORM
               IF WS-WANT-LANGUAGE NOT = 'EN'
               OR WS-WANT-BRAND NOT = SPACES
                   PERFORM CHECK-GREETING-AGAINST-BASE
               END-IF
           END-PERFORM.

           CHECK-GREETING-AGAINST-BASE.
           MOVE 'EN' TO WS-WANT-LANGUAGE.
           MOVE SPACES TO WS-WANT-BRAND.
           PERFORM FIND-GREETING-GROUP.
           MOVE WS-GRP-FOUND TO WS-GRP-BASE.
           MOVE WS-GRP-LANGUAGE(WS-GRP-SUB) TO WS-WANT-LANGUAGE.
           MOVE WS-GRP-BRAND(WS-GRP-SUB) TO WS-WANT-BRAND.
           PERFORM VARYING WS-VARIANT-SUB FROM 1 BY 1
               UNTIL WS-VARIANT-SUB > 5
               MOVE WS-VARIANT-SUB TO WS-VARIANT-WORK
               IF WS-GRP-BASE = 0
                   IF WS-GRP-SEEN(WS-GRP-SUB WS-VARIANT-SUB) = 1
                   AND WS-VARIANT-SUB > 1
                       PERFORM BUILD-TEMPLATE-KEY
                       MOVE 'NO HOUSE ENGLISH VARIANT'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   END-IF
               ELSE
                   IF WS-GRP-SEEN(WS-GRP-BASE WS-VARIANT-SUB) = 1
                   AND WS-GRP-SEEN(WS-GRP-SUB WS-VARIANT-SUB) = 0
                       PERFORM BUILD-TEMPLATE-KEY
                       MOVE 'VARIANT MISSING, SENT IN ENGLISH'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   END-IF
                   IF WS-GRP-SEEN(WS-GRP-BASE WS-VARIANT-SUB) = 0
                   AND WS-GRP-SEEN(WS-GRP-SUB WS-VARIANT-SUB) = 1
                   AND WS-VARIANT-SUB > 1
                       PERFORM BUILD-TEMPLATE-KEY
                       MOVE 'NO HOUSE ENGLISH VARIANT'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM.

      *    email-templates.dat: each set (occasion, language, brand)
      *    wants one subject and one to three body lines; a line
      *    kind other than S or B is never loaded.
           CHECK-EMAIL-TEMPLATES.
           MOVE 'EMAIL' TO WS-DET-FILE.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EMAIL-TEMPLATE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EMAIL-TEMPLATE-FILE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       ADD 1 TO WS-EMAIL-READ
                       PERFORM CHECK-ONE-EMAIL-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EMAIL-TEMPLATE-FILE.
           PERFORM CHECK-EMAIL-SETS.

           CHECK-ONE-EMAIL-LINE.
           MOVE RC-ETPL-TEXT TO WS-DET-TEXT.
           MOVE RC-ETPL-OCCASION TO WS-WANT-OCCASION.
           IF RC-ETPL-LANGUAGE = SPACES
               MOVE 'EN' TO WS-WANT-LANGUAGE
           ELSE
               MOVE FUNCTION UPPER-CASE(RC-ETPL-LANGUAGE)
                   TO WS-WANT-LANGUAGE
           END-IF.
           MOVE FUNCTION UPPER-CASE(RC-ETPL-BRAND) TO WS-WANT-BRAND.
           PERFORM BUILD-EMAIL-KEY.
           IF RC-ETPL-OCCASION = SPACES
               MOVE 'NO OCCASION CODE, LINE IGNORED' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           ELSE
               MOVE WS-WANT-OCCASION TO WS-KNOWN-WANT
               PERFORM FIND-KNOWN-OCCASION
               IF WS-KNOWN-FOUND = 0
                   MOVE 'NO SUCH OCCASION OR CAMPAIGN'
                       TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
               END-IF
               PERFORM FIND-EMAIL-SET
               IF WS-SET-FOUND = 0
               AND WS-SET-COUNT < 200
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-SET-COUNT TO WS-SET-FOUND
                   MOVE WS-WANT-OCCASION
                       TO WS-SET-OCCASION(WS-SET-FOUND)
                   MOVE WS-WANT-LANGUAGE
                       TO WS-SET-LANGUAGE(WS-SET-FOUND)
                   MOVE WS-WANT-BRAND TO WS-SET-BRAND(WS-SET-FOUND)
                   MOVE WS-LINE-NUMBER TO WS-SET-LINE(WS-SET-FOUND)
                   MOVE 0 TO WS-SET-SUBJECTS(WS-SET-FOUND)
                   MOVE 0 TO WS-SET-BODIES(WS-SET-FOUND)
                   MOVE SPACES TO WS-SET-SUBJECT(WS-SET-FOUND)
                   PERFORM VARYING WS-BODY-SUB FROM 1 BY 1
                       UNTIL WS-BODY-SUB > 3
                       MOVE SPACES
                           TO WS-SET-BODY(WS-SET-FOUND WS-BODY-SUB)
                   END-PERFORM
               END-IF
               IF WS-SET-FOUND > 0
                   PERFORM STORE-EMAIL-LINE
               END-IF
           END-IF.
           IF RC-ETPL-TEXT NOT = SPACES
               MOVE RC-ETPL-TEXT TO WS-SCAN-TEXT
               MOVE 60 TO WS-SCAN-LENGTH
               MOVE 'E' TO WS-SCAN-KIND
               PERFORM CHECK-TEMPLATE-LINE
           END-IF.

           STORE-EMAIL-LINE.
           EVALUATE RC-ETPL-KIND
               WHEN 'S'
                   ADD 1 TO WS-SET-SUBJECTS(WS-SET-FOUND)
                   IF WS-SET-SUBJECTS(WS-SET-FOUND) > 1
                       MOVE 'SECOND SUBJECT, LATER ONE WINS'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   END-IF
                   MOVE RC-ETPL-TEXT TO WS-SET-SUBJECT(WS-SET-FOUND)
               WHEN 'B'
                   ADD 1 TO WS-SET-BODIES(WS-SET-FOUND)
                   IF WS-SET-BODIES(WS-SET-FOUND) > 3
                       MOVE 'FOURTH BODY LINE, NEVER SENT'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   ELSE
                       MOVE RC-ETPL-TEXT TO WS-SET-BODY(WS-SET-FOUND
                           WS-SET-BODIES(WS-SET-FOUND))
                   END-IF
               WHEN OTHER
                   MOVE 'LINE KIND NOT S OR B, IGNORED'
                       TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
           END-EVALUATE.

           BUILD-EMAIL-KEY.
           MOVE SPACES TO WS-DET-KEY.
           STRING WS-WANT-OCCASION DELIMITED BY SPACE
               ' ' WS-WANT-LANGUAGE ' ' WS-WANT-BRAND
               DELIMITED BY SIZE INTO WS-DET-KEY
           END-STRING.

           FIND-EMAIL-SET.
           MOVE 0 TO WS-SET-FOUND.
           PERFORM VARYING WS-SET-SEARCH FROM 1 BY 1
               UNTIL WS-SET-SEARCH > WS-SET-COUNT
               IF WS-SET-OCCASION(WS-SET-SEARCH) = WS-WANT-OCCASION
               AND WS-SET-LANGUAGE(WS-SET-SEARCH) = WS-WANT-LANGUAGE
               AND WS-SET-BRAND(WS-SET-SEARCH) = WS-WANT-BRAND
                   MOVE WS-SET-SEARCH TO WS-SET-FOUND
                   MOVE WS-SET-COUNT TO WS-SET-SEARCH
               END-IF
           END-PERFORM.

      *    A set with no subject mails a blank subject line; one
      *    with no body an empty e-mail.  A translated or branded
      *    set stands in for the house English set, which the
      *    mailers fall back to when no set suits the piece.
           CHECK-EMAIL-SETS.
           MOVE SPACES TO WS-DET-TEXT.
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT
               MOVE WS-SET-LINE(WS-SET-SUB) TO WS-LINE-NUMBER
               MOVE WS-SET-OCCASION(WS-SET-SUB) TO WS-WANT-OCCASION
               MOVE WS-SET-LANGUAGE(WS-SET-SUB) TO WS-WANT-LANGUAGE
               MOVE WS-SET-BRAND(WS-SET-SUB) TO WS-WANT-BRAND
               PERFORM BUILD-EMAIL-KEY
               IF WS-SET-SUBJECTS(WS-SET-SUB) = 0
                   MOVE 'NO SUBJECT LINE IN THE SET' TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
               END-IF
               IF WS-SET-BODIES(WS-SET-SUB) = 0
                   MOVE 'NO BODY LINE IN THE SET' TO WS-DET-FINDING
                   PERFORM WRITE-FINDING
               END-IF
               IF WS-WANT-LANGUAGE NOT = 'EN'
               OR WS-WANT-BRAND NOT = SPACES
                   MOVE 'EN' TO WS-WANT-LANGUAGE
                   MOVE SPACES TO WS-WANT-BRAND
                   PERFORM FIND-EMAIL-SET
                   IF WS-SET-FOUND = 0
                       MOVE 'NO HOUSE ENGLISH SET'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM.

      *    letter-templates.dat: every line needs a letter type, no
      *    type may run past the 100 lines letter-generator holds,
      *    and the AWARD letter must be there for award-letter-run.
           CHECK-LETTER-TEMPLATES.
           MOVE 'LETTER' TO WS-DET-FILE.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIBRARY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIBRARY-FILE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       ADD 1 TO WS-LETTER-READ
                       PERFORM CHECK-ONE-LETTER-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LIBRARY-FILE.
           MOVE WS-REQUIRED-LETTER-TYPE TO WS-LTY-WANT.
           PERFORM FIND-LETTER-TYPE.
           IF WS-LTY-FOUND = 0
               MOVE 0 TO WS-LINE-NUMBER
               MOVE WS-REQUIRED-LETTER-TYPE TO WS-DET-KEY
               MOVE 'LETTER TYPE MISSING FROM LIBRARY' TO WS-DET-FINDING
               MOVE SPACES TO WS-DET-TEXT
               PERFORM WRITE-FINDING
           END-IF.

           CHECK-ONE-LETTER-LINE.
           MOVE RC-LIB-TYPE TO WS-DET-KEY.
           MOVE RC-LIB-TEXT TO WS-DET-TEXT.
           IF RC-LIB-TYPE = SPACES
               MOVE 'NO LETTER TYPE, LINE NEVER USED' TO WS-DET-FINDING
               PERFORM WRITE-FINDING
           ELSE
               MOVE RC-LIB-TYPE TO WS-LTY-WANT
               PERFORM FIND-LETTER-TYPE
               IF WS-LTY-FOUND = 0
               AND WS-LTY-COUNT < 50
                   ADD 1 TO WS-LTY-COUNT
                   MOVE WS-LTY-COUNT TO WS-LTY-FOUND
                   MOVE RC-LIB-TYPE TO WS-LTY-TYPE(WS-LTY-FOUND)
                   MOVE 0 TO WS-LTY-LINES(WS-LTY-FOUND)
                   MOVE WS-LINE-NUMBER TO WS-LTY-LINE(WS-LTY-FOUND)
               END-IF
               IF WS-LTY-FOUND > 0
                   ADD 1 TO WS-LTY-LINES(WS-LTY-FOUND)
                   IF WS-LTY-LINES(WS-LTY-FOUND) = 101
                       MOVE 'OVER 100 LINES, REST NEVER SENT'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
           END-IF.
           IF RC-LIB-TEXT NOT = SPACES
               MOVE RC-LIB-TEXT TO WS-SCAN-TEXT
               MOVE 80 TO WS-SCAN-LENGTH
               MOVE 'L' TO WS-SCAN-KIND
               PERFORM CHECK-TEMPLATE-LINE
           END-IF.

           FIND-LETTER-TYPE.
           MOVE 0 TO WS-LTY-FOUND.
           PERFORM VARYING WS-LTY-SUB FROM 1 BY 1
               UNTIL WS-LTY-SUB > WS-LTY-COUNT
               IF WS-LTY-TYPE(WS-LTY-SUB) = WS-LTY-WANT
                   MOVE WS-LTY-SUB TO WS-LTY-FOUND
                   MOVE WS-LTY-COUNT TO WS-LTY-SUB
               END-IF
           END-PERFORM.

      *    One template line: every & followed by letters is a
      *    token the line's program must know.  Card and e-mail
      *    programs substitute the first token in the line only (and
      *    only one that starts where the whole token still fits in
      *    the 60-character work line); any other prints as typed.
      *    A personal-event card substitutes none.  Then the line's
      *    length is worked out with every token at its longest.
           CHECK-TEMPLATE-LINE.
           MOVE 0 TO WS-TOKEN-HITS.
           MOVE 0 TO WS-TOKEN-CHARS.
           MOVE 0 TO WS-TOKEN-VALUES.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SCAN-LENGTH
               IF WS-SCAN-TEXT(WS-SCAN-POS:1) = '&'
                   PERFORM CHECK-ONE-TOKEN
               END-IF
           END-PERFORM.
           PERFORM CHECK-RENDERED-LENGTH.

           CHECK-ONE-TOKEN.
           MOVE SPACES TO WS-TOKEN-WORD.
           MOVE 0 TO WS-WORD-LENGTH.
           PERFORM VARYING WS-WORD-POS FROM WS-SCAN-POS BY 1
               UNTIL WS-WORD-POS >= WS-SCAN-LENGTH
               OR WS-SCAN-TEXT(WS-WORD-POS + 1:1) IS NOT ALPHABETIC
               OR WS-SCAN-TEXT(WS-WORD-POS + 1:1) = SPACE
               ADD 1 TO WS-WORD-LENGTH
               IF WS-WORD-LENGTH <= 12
                   MOVE WS-SCAN-TEXT(WS-WORD-POS + 1:1)
                       TO WS-TOKEN-WORD(WS-WORD-LENGTH:1)
               END-IF
           END-PERFORM.
      *    An & standing alone is an ampersand, not a token.
           IF WS-WORD-LENGTH > 0
               PERFORM JUDGE-ONE-TOKEN
               ADD WS-WORD-LENGTH TO WS-SCAN-POS
           END-IF.

           JUDGE-ONE-TOKEN.
           MOVE 0 TO WS-TOKEN-IS-KNOWN.
           IF WS-SCAN-KIND = 'L'
               EVALUATE WS-TOKEN-WORD
                   WHEN 'NAME'
                       MOVE 1 TO WS-TOKEN-IS-KNOWN
                       MOVE WS-LETTER-NAME-LENGTH
                           TO WS-TOKEN-VALUE-LENGTH
                   WHEN 'NOM'
                   WHEN 'CNOM'
                   WHEN 'OBJ'
                   WHEN 'COBJ'
                       MOVE 1 TO WS-TOKEN-IS-KNOWN
                       MOVE WS-PRONOUN-LENGTH TO WS-TOKEN-VALUE-LENGTH
               END-EVALUATE
           ELSE
               EVALUATE WS-TOKEN-WORD
                   WHEN 'NAME'
                   WHEN 'FIRST'
                   WHEN 'FORMAL'
                       MOVE 1 TO WS-TOKEN-IS-KNOWN
                       MOVE WS-CARD-NAME-LENGTH
                           TO WS-TOKEN-VALUE-LENGTH
               END-EVALUATE
           END-IF.
           IF WS-TOKEN-IS-KNOWN = 0
               MOVE SPACES TO WS-DET-FINDING
               STRING 'UNKNOWN TOKEN &' WS-TOKEN-WORD
                   DELIMITED BY SIZE INTO WS-DET-FINDING
               END-STRING
               PERFORM WRITE-FINDING
           ELSE
               EVALUATE TRUE
                   WHEN WS-SCAN-KIND = 'L'
                       ADD 1 TO WS-TOKEN-HITS
                       COMPUTE WS-TOKEN-CHARS =
                           WS-TOKEN-CHARS + WS-WORD-LENGTH + 1
                       ADD WS-TOKEN-VALUE-LENGTH TO WS-TOKEN-VALUES
                   WHEN WS-SCAN-KIND = 'P'
                       MOVE 'TOKEN PRINTS RAW ON EVENT CARD'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   WHEN WS-TOKEN-HITS > 0
                       MOVE 'SECOND TOKEN PRINTS RAW'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   WHEN WS-SCAN-POS + WS-WORD-LENGTH > 60
                       MOVE 'TOKEN TOO FAR RIGHT, PRINTS RAW'
                           TO WS-DET-FINDING
                       PERFORM WRITE-FINDING
                   WHEN OTHER
                       ADD 1 TO WS-TOKEN-HITS
                       COMPUTE WS-TOKEN-CHARS = WS-WORD-LENGTH + 1
                       MOVE WS-TOKEN-VALUE-LENGTH TO WS-TOKEN-VALUES
               END-EVALUATE
           END-IF.

      *    A card with no token gets a space and the full name after
      *    its trimmed wording; an e-mail line with none goes as
      *    written.
           CHECK-RENDERED-LENGTH.
           MOVE 0 TO WS-TEXT-START.
           MOVE 0 TO WS-TEXT-END.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SCAN-LENGTH
               IF WS-SCAN-TEXT(WS-SCAN-POS:1) NOT = SPACE
                   IF WS-TEXT-START = 0
                       MOVE WS-SCAN-POS TO WS-TEXT-START
                   END-IF
                   MOVE WS-SCAN-POS TO WS-TEXT-END
               END-IF
           END-PERFORM.
           IF WS-TEXT-END > 0
               EVALUATE WS-SCAN-KIND
                   WHEN 'C'
                   WHEN 'P'
                       MOVE 56 TO WS-SCAN-LIMIT
                   WHEN 'E'
                       MOVE 60 TO WS-SCAN-LIMIT
                   WHEN OTHER
                       MOVE 160 TO WS-SCAN-LIMIT
               END-EVALUATE
               IF WS-TOKEN-HITS = 0
               AND (WS-SCAN-KIND = 'C' OR WS-SCAN-KIND = 'P')
                   COMPUTE WS-NEED-LENGTH = WS-TEXT-END
                       - WS-TEXT-START + 2 + WS-CARD-NAME-LENGTH
               ELSE
                   COMPUTE WS-NEED-LENGTH = WS-TEXT-END
                       - WS-TOKEN-CHARS + WS-TOKEN-VALUES
               END-IF
               IF WS-NEED-LENGTH > WS-SCAN-LIMIT
                   MOVE WS-NEED-LENGTH TO WS-NEED-DISPLAY
                   MOVE WS-SCAN-LIMIT TO WS-LIMIT-DISPLAY
                   MOVE SPACES TO WS-DET-FINDING
                   STRING 'LONGEST NAME MAKES '
                       FUNCTION TRIM(WS-NEED-DISPLAY) ' OF '
                       FUNCTION TRIM(WS-LIMIT-DISPLAY)
                       DELIMITED BY SIZE INTO WS-DET-FINDING
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

           WRITE-FINDING.
           MOVE WS-LINE-NUMBER TO WS-DET-LINE.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-FINDING-COUNT.
           EVALUATE WS-DET-FILE
               WHEN 'RULES'
                   ADD 1 TO WS-RULES-FINDINGS
               WHEN 'GREETING'
                   ADD 1 TO WS-GREETING-FINDINGS
               WHEN 'EMAIL'
                   ADD 1 TO WS-EMAIL-FINDINGS
               WHEN OTHER
                   ADD 1 TO WS-LETTER-FINDINGS
           END-EVALUATE.

           WRITE-SUMMARY.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'occasion-rules.dat' TO WS-SUM-FILE.
           MOVE WS-RULES-READ TO WS-SUM-READ.
           MOVE WS-RULES-FINDINGS TO WS-SUM-FINDINGS.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'greeting-templates.dat' TO WS-SUM-FILE.
           MOVE WS-GREETING-READ TO WS-SUM-READ.
           MOVE WS-GREETING-FINDINGS TO WS-SUM-FINDINGS.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'email-templates.dat' TO WS-SUM-FILE.
           MOVE WS-EMAIL-READ TO WS-SUM-READ.
           MOVE WS-EMAIL-FINDINGS TO WS-SUM-FINDINGS.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'letter-templates.dat' TO WS-SUM-FILE.
           MOVE WS-LETTER-READ TO WS-SUM-READ.
           MOVE WS-LETTER-FINDINGS TO WS-SUM-FINDINGS.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.

      *    The preview's sample customer takes the three name forms
      *    from name-parser, as the card programs do; the sample
      *    employee the display name and first pronoun set
      *    letter-generator would use.
           SET-SAMPLE-PERSONS.
           IF WS-SAMPLE-CUSTOMER-ID > 0
               OPEN INPUT F-CUSTOMER-FILE
               IF WS-CUSTOMER-STATUS = '00'
                   MOVE WS-SAMPLE-CUSTOMER-ID TO RC-CUSTOMER-ID
                   READ F-CUSTOMER-FILE
                       INVALID KEY
                           MOVE '23' TO WS-CUSTOMER-STATUS
                   END-READ
                   IF WS-CUSTOMER-STATUS = '00'
                       MOVE RC-CUSTOMER-NAME TO WS-SAMPLE-NAME
                       MOVE 'S' TO WS-NP-FUNCTION
                       CALL 'name-parser' USING WS-NP-FUNCTION
                           RC-CUSTOMER-INFO WS-NP-FIRST-NAME
                           WS-NP-FORMAL-NAME WS-NP-RESULT
                           WS-NP-REASON
                       MOVE WS-NP-FIRST-NAME TO WS-SAMPLE-FIRST
                       MOVE WS-NP-FORMAL-NAME TO WS-SAMPLE-FORMAL
                       MOVE WS-SAMPLE-CUSTOMER-ID
                           TO WS-SAMPLE-CUSTOMER-SOURCE
                   END-IF
                   CLOSE F-CUSTOMER-FILE
               END-IF
           END-IF.
           IF WS-SAMPLE-EMP-ID > 0
               OPEN INPUT F-PEOPLE-FILE
               IF WS-PEOPLE-STATUS = '00'
                   MOVE WS-SAMPLE-EMP-ID TO RC-PERSON-EMP-ID
                   READ F-PEOPLE-FILE
                       INVALID KEY
                           MOVE '23' TO WS-PEOPLE-STATUS
                   END-READ
                   IF WS-PEOPLE-STATUS = '00'
                       IF RC-PERSON-PREFERRED-NAME NOT = SPACES
                           MOVE RC-PERSON-PREFERRED-NAME
                               TO WS-SAMPLE-DISPLAY-NAME
                       ELSE
                           MOVE RC-PERSON-NAME
                               TO WS-SAMPLE-DISPLAY-NAME
                       END-IF
                       MOVE RC-PERSON-PRONOUN-NOM(1) TO WS-SAMPLE-NOM
                       MOVE RC-PERSON-PRONOUN-OBJ(1) TO WS-SAMPLE-OBJ
                       MOVE WS-SAMPLE-EMP-ID TO WS-SAMPLE-EMP-SOURCE
                   END-IF
                   CLOSE F-PEOPLE-FILE
               END-IF
           END-IF.

      *    Every template as it would go out to the sample person:
      *    each occasion rule and greeting line as the card message,
      *    each e-mail set as its subject and body lines, and each
      *    letter type as its merged lines in library order.
           WRITE-PREVIEW.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE WS-SAMPLE-NAME TO WS-PHD-CUSTOMER.
           MOVE WS-SAMPLE-CUSTOMER-SOURCE TO WS-PHD-CUSTOMER-SOURCE.
           MOVE WS-SAMPLE-DISPLAY-NAME TO WS-PHD-EMPLOYEE.
           MOVE WS-SAMPLE-EMP-SOURCE TO WS-PHD-EMP-SOURCE.
           WRITE RC-REPORT-LINE FROM WS-PREVIEW-HEADING.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           PERFORM PREVIEW-OCCASION-RULES.
           PERFORM PREVIEW-GREETING-TEMPLATES.
           PERFORM PREVIEW-EMAIL-SETS.
           PERFORM VARYING WS-LTY-SUB FROM 1 BY 1
               UNTIL WS-LTY-SUB > WS-LTY-COUNT
               PERFORM PREVIEW-ONE-LETTER
           END-PERFORM.

           PREVIEW-OCCASION-RULES.
           MOVE 'RULES' TO WS-PRV-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RULES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RULES-FILE
                   NOT AT END
                       IF RC-RULE-CODE NOT = SPACES
                           MOVE SPACES TO WS-PRV-KEY
                           STRING RC-RULE-CODE DELIMITED BY SPACE
                               ' ' RC-RULE-LANGUAGE
                               DELIMITED BY SIZE INTO WS-PRV-KEY
                           END-STRING
                           MOVE RC-RULE-TEMPLATE
                               TO WS-GREETING-TEMPLATE
                           IF RC-RULE-TYPE = 'P'
                               PERFORM BUILD-EVENT-GREETING
                           ELSE
                               PERFORM BUILD-CARD-GREETING
                           END-IF
                           MOVE WS-SUBST-OUT(1:56) TO WS-PRV-TEXT
                           WRITE RC-REPORT-LINE FROM WS-PREVIEW-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RULES-FILE.

           PREVIEW-GREETING-TEMPLATES.
           MOVE 'GREETING' TO WS-PRV-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GREETING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GREETING-FILE
                   NOT AT END
                       MOVE RC-TEMPLATE-OCCASION TO WS-WANT-OCCASION
                       MOVE RC-TEMPLATE-LANGUAGE TO WS-WANT-LANGUAGE
                       MOVE RC-TEMPLATE-BRAND TO WS-WANT-BRAND
                       IF RC-TEMPLATE-VARIANT >= '1'
                       AND RC-TEMPLATE-VARIANT <= '5'
                           MOVE RC-TEMPLATE-VARIANT TO WS-VARIANT-WORK
                       ELSE
                           MOVE 1 TO WS-VARIANT-WORK
                       END-IF
                       PERFORM BUILD-TEMPLATE-KEY
                       MOVE WS-DET-KEY TO WS-PRV-KEY
                       MOVE RC-TEMPLATE-TEXT TO WS-GREETING-TEMPLATE
                       PERFORM BUILD-CARD-GREETING
                       MOVE WS-SUBST-OUT(1:56) TO WS-PRV-TEXT
                       WRITE RC-REPORT-LINE FROM WS-PREVIEW-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GREETING-FILE.

           PREVIEW-EMAIL-SETS.
           MOVE 'EMAIL' TO WS-PRV-FILE.
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT
               MOVE WS-SET-OCCASION(WS-SET-SUB) TO WS-WANT-OCCASION
               MOVE WS-SET-LANGUAGE(WS-SET-SUB) TO WS-WANT-LANGUAGE
               MOVE WS-SET-BRAND(WS-SET-SUB) TO WS-WANT-BRAND
               PERFORM BUILD-EMAIL-KEY
               MOVE WS-DET-KEY TO WS-PRV-KEY
               MOVE WS-SET-SUBJECT(WS-SET-SUB) TO WS-SUBST-IN
               PERFORM SUBSTITUTE-NAME-TOKEN
               MOVE SPACES TO WS-PRV-TEXT
               STRING 'SUBJECT: ' WS-SUBST-OUT
                   DELIMITED BY SIZE INTO WS-PRV-TEXT
               END-STRING
               WRITE RC-REPORT-LINE FROM WS-PREVIEW-LINE
               PERFORM VARYING WS-BODY-SUB FROM 1 BY 1
                   UNTIL WS-BODY-SUB > WS-SET-BODIES(WS-SET-SUB)
                   OR WS-BODY-SUB > 3
                   MOVE WS-SET-BODY(WS-SET-SUB WS-BODY-SUB)
                       TO WS-SUBST-IN
                   PERFORM SUBSTITUTE-NAME-TOKEN
                   MOVE SPACES TO WS-PRV-TEXT
                   STRING '         ' WS-SUBST-OUT
                       DELIMITED BY SIZE INTO WS-PRV-TEXT
                   END-STRING
                   WRITE RC-REPORT-LINE FROM WS-PREVIEW-LINE
               END-PERFORM
           END-PERFORM.

      *    One letter type, its lines pulled from the library in
      *    file order as letter-generator loads them.  A merged line
      *    longer than the preview column carries on below it.
           PREVIEW-ONE-LETTER.
           MOVE 'LETTER' TO WS-PRV-FILE.
           MOVE WS-LTY-TYPE(WS-LTY-SUB) TO WS-PRV-KEY.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIBRARY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIBRARY-FILE
                   NOT AT END
                       IF RC-LIB-TYPE = WS-LTY-TYPE(WS-LTY-SUB)
                       AND WS-LINE-NUMBER < 100
                           ADD 1 TO WS-LINE-NUMBER
                           MOVE RC-LIB-TEXT TO WS-LETTER-LINE
                           PERFORM MERGE-LETTER-LINE
                           MOVE WS-MERGED-LINE(1:100) TO WS-PRV-TEXT
                           WRITE RC-REPORT-LINE FROM WS-PREVIEW-LINE
                           IF WS-MERGED-LINE(101:60) NOT = SPACES
                               MOVE WS-MERGED-LINE(101:60)
                                   TO WS-PRV-TEXT
                               WRITE RC-REPORT-LINE
                                   FROM WS-PREVIEW-LINE
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LIBRARY-FILE.

      *    First name token in the line gets its value: &NAME the
      *    name as keyed, &FIRST the first name, &FORMAL the
      *    preferred salutation -- as the card programs substitute.
           SUBSTITUTE-NAME-TOKEN.
           MOVE WS-SUBST-IN TO WS-SUBST-OUT.
           MOVE 0 TO WS-SUBST-HIT.
           PERFORM VARYING WS-SUBST-POS FROM 1 BY 1
               UNTIL WS-SUBST-POS > 56
               OR WS-SUBST-HIT = 1
               MOVE 0 TO WS-SUBST-TOKEN-LENGTH
               IF WS-SUBST-IN(WS-SUBST-POS:5) = '&NAME'
                   MOVE 5 TO WS-SUBST-TOKEN-LENGTH
                   MOVE WS-SAMPLE-NAME TO WS-SUBST-VALUE
               ELSE
               IF WS-SUBST-POS < 56
               AND WS-SUBST-IN(WS-SUBST-POS:6) = '&FIRST'
                   MOVE 6 TO WS-SUBST-TOKEN-LENGTH
                   MOVE WS-SAMPLE-FIRST TO WS-SUBST-VALUE
               ELSE
               IF WS-SUBST-POS < 55
               AND WS-SUBST-IN(WS-SUBST-POS:7) = '&FORMAL'
                   MOVE 7 TO WS-SUBST-TOKEN-LENGTH
                   MOVE WS-SAMPLE-FORMAL TO WS-SUBST-VALUE
               END-IF
               END-IF
               END-IF
               IF WS-SUBST-TOKEN-LENGTH > 0
                   MOVE 1 TO WS-SUBST-HIT
                   MOVE SPACES TO WS-SUBST-OUT
                   MOVE 1 TO WS-SUBST-POINTER
                   IF WS-SUBST-POS > 1
                       STRING WS-SUBST-IN(1:WS-SUBST-POS - 1)
                           DELIMITED BY SIZE INTO WS-SUBST-OUT
                           WITH POINTER WS-SUBST-POINTER
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-SUBST-VALUE)
                       DELIMITED BY SIZE INTO WS-SUBST-OUT
                       WITH POINTER WS-SUBST-POINTER
                       ON OVERFLOW CONTINUE
                   END-STRING
                   COMPUTE WS-SUBST-TAIL =
                       WS-SUBST-POS + WS-SUBST-TOKEN-LENGTH
                   IF WS-SUBST-TAIL <= 60
                       STRING WS-SUBST-IN(WS-SUBST-TAIL:
                               61 - WS-SUBST-TAIL)
                           DELIMITED BY SIZE INTO WS-SUBST-OUT
                           WITH POINTER WS-SUBST-POINTER
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

           BUILD-CARD-GREETING.
           MOVE WS-GREETING-TEMPLATE TO WS-SUBST-IN.
           PERFORM SUBSTITUTE-NAME-TOKEN.
           IF WS-SUBST-HIT = 0
               PERFORM BUILD-EVENT-GREETING
           END-IF.

      *    Wording, a space and the name, tokens left as typed.
           BUILD-EVENT-GREETING.
           MOVE SPACES TO WS-SUBST-OUT.
           STRING FUNCTION TRIM(WS-GREETING-TEMPLATE) ' '
               FUNCTION TRIM(WS-SAMPLE-NAME)
               DELIMITED BY SIZE INTO WS-SUBST-OUT
           END-STRING.

      *    As letter-generator merges: every token replaced wherever
      *    it stands, the longer tokens tested first.
           MERGE-LETTER-LINE.
           MOVE SPACES TO WS-MERGED-LINE.
           MOVE 1 TO WS-OUT-POINTER.
           MOVE 1 TO WS-MERGE-POS.
           PERFORM UNTIL WS-MERGE-POS > 80
               PERFORM MATCH-LETTER-TOKEN
               IF WS-MERGE-LENGTH > 0
                   STRING FUNCTION TRIM(WS-MERGE-VALUE)
                       DELIMITED BY SIZE
                       INTO WS-MERGED-LINE
                       WITH POINTER WS-OUT-POINTER
                       ON OVERFLOW CONTINUE
                   END-STRING
                   ADD WS-MERGE-LENGTH TO WS-MERGE-POS
               ELSE
                   IF WS-OUT-POINTER <= 160
                       MOVE WS-LETTER-LINE(WS-MERGE-POS:1)
                           TO WS-MERGED-LINE(WS-OUT-POINTER:1)
                       ADD 1 TO WS-OUT-POINTER
                   END-IF
                   ADD 1 TO WS-MERGE-POS
               END-IF
           END-PERFORM.

           MATCH-LETTER-TOKEN.
           MOVE 0 TO WS-MERGE-LENGTH.
           MOVE SPACES TO WS-MERGE-VALUE.
           IF WS-MERGE-POS <= 76
           AND WS-LETTER-LINE(WS-MERGE-POS:5) = '&NAME'
               MOVE WS-SAMPLE-DISPLAY-NAME TO WS-MERGE-VALUE
               MOVE 5 TO WS-MERGE-LENGTH
           ELSE
           IF WS-MERGE-POS <= 76
           AND WS-LETTER-LINE(WS-MERGE-POS:5) = '&CNOM'
               MOVE WS-SAMPLE-NOM TO WS-MERGE-VALUE
               MOVE FUNCTION UPPER-CASE(WS-MERGE-VALUE(1:1))
                   TO WS-MERGE-VALUE(1:1)
               MOVE 5 TO WS-MERGE-LENGTH
           ELSE
           IF WS-MERGE-POS <= 76
           AND WS-LETTER-LINE(WS-MERGE-POS:5) = '&COBJ'
               MOVE WS-SAMPLE-OBJ TO WS-MERGE-VALUE
               MOVE FUNCTION UPPER-CASE(WS-MERGE-VALUE(1:1))
                   TO WS-MERGE-VALUE(1:1)
               MOVE 5 TO WS-MERGE-LENGTH
           ELSE
           IF WS-MERGE-POS <= 77
           AND WS-LETTER-LINE(WS-MERGE-POS:4) = '&NOM'
               MOVE WS-SAMPLE-NOM TO WS-MERGE-VALUE
               MOVE 4 TO WS-MERGE-LENGTH
           ELSE
           IF WS-MERGE-POS <= 77
           AND WS-LETTER-LINE(WS-MERGE-POS:4) = '&OBJ'
               MOVE WS-SAMPLE-OBJ TO WS-MERGE-VALUE
               MOVE 4 TO WS-MERGE-LENGTH
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
