       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           REPOSITORY.
           FUNCTION IS-LEAP-YEAR
           FUNCTION IS-WEREWOLF.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARC-HIST-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.
               SELECT OPTIONAL F-DEPENDENT-FILE
                   ASSIGN TO 'dependents.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-DEP-KEY
                   FILE STATUS IS WS-DEPENDENT-STATUS.
               SELECT OPTIONAL F-EVENT-FILE
                   ASSIGN TO 'customer-events.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-EVT-KEY
                   FILE STATUS IS WS-EVENT-STATUS.
               SELECT OPTIONAL F-DISPOSITION-FILE
                   ASSIGN TO 'card-dispositions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-HOLIDAY-FILE
                   ASSIGN TO 'holiday-calendar.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SUPERMOON-FILE
                   ASSIGN TO 'supermoons.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-TRANSIT-FILE
                   ASSIGN TO 'transit-times.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-OCCASION-RULES-FILE
                   ASSIGN TO 'occasion-rules.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-QUIET-FILE
                   ASSIGN TO 'quiet-addresses.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CASE-FILE
                   ASSIGN TO 'customer-cases.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CASE-KEY
                   FILE STATUS IS WS-CASE-STATUS.
               SELECT OPTIONAL F-CASE-CONTROL-FILE
                   ASSIGN TO 'case-control.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
           FD F-HISTORY-ARCHIVE-FILE.
           COPY "card-history-record.cpy"
               REPLACING LEADING ==RC== BY ==ARC==.
           FD F-DEPENDENT-FILE.
           COPY "dependent-record.cpy".
           FD F-EVENT-FILE.
           COPY "customer-event-record.cpy".
           FD F-DISPOSITION-FILE.
           COPY "disposition-record.cpy".
           FD F-HOLIDAY-FILE.
           01 RC-HOLIDAY-DATE PIC X(10).
           FD F-SUPERMOON-FILE.
           01 SMOON-DATE PIC X(10).
      *    Same transit-times.dat customer-filterer reads: a 3-digit
      *    ZIP prefix or a state code padded with a space, and the
      *    lead days to that destination.
           FD F-TRANSIT-FILE.
           01 RC-TRANSIT-RECORD.
               05 RC-TRANSIT-KEY PIC X(3).
               05 FILLER PIC X.
               05 RC-TRANSIT-DAYS PIC 99.
      *    Same layout greeting-card-generator loads; the template
      *    text is not needed here.
           FD F-OCCASION-RULES-FILE.
           01 RC-OCCASION-RULE-RECORD.
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
           FD F-QUIET-FILE.
           01 RC-QUIET-RECORD.
               05 RC-QUIET-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-QUIET-ADDRESS PIC X(140).
           FD F-CASE-FILE.
           COPY "customer-case-record.cpy".
      *    The last case number issued, one record.
           FD F-CASE-CONTROL-FILE.
           01 RC-CASE-CONTROL-NUMBER PIC 9(6).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-DEPENDENT-STATUS PIC XX.
           01 WS-DEPENDENT-IS-ENDED PIC 9.
           01 WS-DEPENDENTS-SHOWN PIC 99.
           01 WS-DEPENDENT-AGE PIC S9(4).
           01 WS-EVENT-STATUS PIC XX.
           01 WS-EVENT-IS-ENDED PIC 9.
           01 WS-EVENTS-SHOWN PIC 99.
           01 WS-SESSION-IS-DONE PIC 9.
           01 WS-CASE-STATUS PIC XX.
               88 WS-CASE-FOUND VALUE '00'.
           01 WS-CASE-IS-ENDED PIC 9.
           01 WS-CASES-SHOWN PIC 99.
           01 WS-CASE-ACTION PIC X.
               88 WS-CASE-ACTION-IS-OPEN VALUE 'O'.
               88 WS-CASE-ACTION-IS-UPDATE VALUE 'U'.
           01 WS-CASE-NUMBER-ENTRY PIC X(6).
           01 WS-CASE-CATEGORY-ENTRY PIC X(9).
           01 WS-CASE-NOTE-ENTRY PIC X(80).
           01 WS-CASE-RESOLVE-ENTRY PIC X.
           01 WS-CASE-RESOLUTION-ENTRY PIC X(60).
           01 WS-CASE-NOTES-LENGTH PIC 999.
           01 WS-CASE-NOTE-LENGTH PIC 99.
           01 WS-CASE-SUB PIC 999.
           01 WS-CASE-POINTER PIC 999.
           01 WS-CASE-LAST-NUMBER PIC 9(6).
           01 WS-CONTROL-IS-ENDED PIC 9.
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
           01 WS-LOOKUP-ID PIC X(6).
           01 WS-SEARCH-NAME PIC X(40).
           01 WS-SEARCH-UPPER PIC X(40).
           01 WS-ZIP-IS-VALID PIC 9.
           01 WS-HISTORY-SHOWN PIC 99.
           01 WS-HISTORY-IS-ENDED PIC 9.
           01 WS-DISPOSITION-IS-ENDED PIC 9.
           01 WS-DISPOSITION-SUB PIC 9.
           01 WS-DISPOSITION-REASON-TEXT PIC X(40).
           01 WS-DISPOSITION-COUNT PIC 9.
           01 WS-DISPOSITION-TABLE.
               05 WS-DISPOSITION-ENTRY OCCURS 5 TIMES.
                   10 WS-DISPOSITION-DATE PIC X(10).
                   10 WS-DISPOSITION-OCCASION PIC X(9).
                   10 WS-DISPOSITION-REASON PIC X(9).
           01 WS-PROJ-DAYS-AHEAD PIC 99 VALUE 60.
           01 WS-PROJ-FILE-IS-ENDED PIC 9.
           01 WS-PROJ-SUB PIC 9(3).
           01 WS-PROJ-SCAN PIC 9(3).
           01 WS-PROJ-FOUND PIC 9.
           01 WS-PROJ-SHOWN PIC 99.
           01 WS-PROJ-LEAD-DAYS PIC 99.
           01 WS-PROJ-ZIP-MATCHED PIC 9.
           01 WS-PROJ-DAY-INTEGER PIC S9(9) COMP.
           01 WS-PROJ-END-INTEGER PIC S9(9) COMP.
           01 WS-PROJ-WORK-INTEGER PIC S9(9) COMP.
           01 WS-PROJ-WORK-YYYYMMDD PIC 9(8).
           01 WS-PROJ-WORK-SPLIT REDEFINES WS-PROJ-WORK-YYYYMMDD.
               05 WS-PROJ-WORK-YEAR PIC 9999.
               05 WS-PROJ-WORK-MONTH PIC 99.
               05 WS-PROJ-WORK-DAY PIC 99.
           01 WS-PROJ-WORK-DATE PIC X(10).
           01 WS-PROJ-END-DATE PIC X(10).
           01 WS-PROJ-DAY-DATE PIC X(10).
           01 WS-PROJ-DAY-YEAR PIC 9999.
           01 WS-PROJ-DAY-MONTH PIC 99.
           01 WS-PROJ-DAY-DAY PIC 99.
           01 WS-PROJ-TARGET-DATE PIC X(10).
           01 WS-PROJ-TARGET-YEAR PIC 9999.
           01 WS-PROJ-OBSERVE-YEAR PIC 9999.
           01 WS-PROJ-MMDD-CHECK PIC X(5).
           01 WS-PROJ-AGE PIC S9(4).
           01 WS-PROJ-YEARS PIC S9(4).
           01 WS-PROJ-FLOAT-WEEKDAY PIC 9.
           01 WS-PROJ-FLOAT-NTH PIC 9.
           01 WS-PROJ-IS-HOLIDAY PIC 9.
           01 WS-PROJ-IS-SUPERMOON PIC 9.
           01 WS-PROJ-IS-WEREWOLF PIC 9.
           01 WS-PROJ-OCCASION PIC X(9).
           01 WS-PROJ-EVENT-DATE PIC X(10).
           01 WS-PROJ-CAP-APPLIES PIC 9.
           01 WS-PROJ-QUIET-HIT PIC 9.
           01 WS-PROJ-PIECES PIC 9(3).
           01 WS-PROJ-CUTOFF-DATE PIC X(10).
           01 WS-PROJ-QUIET-CUTOFF PIC X(10).
           01 WS-PROJ-MEMORIAL-YEAR PIC 9999.
           01 WS-PROJ-MEMORIAL-DATE PIC X(10).
           01 WS-PROJ-FREQ-CAP-MAX PIC 99 VALUE 2.
           01 WS-PROJ-FREQ-WINDOW-DAYS PIC 999 VALUE 14.
           01 WS-PROJ-QUIET-PERIOD-DAYS PIC 999 VALUE 60.
           01 WS-PROJ-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-PROJ-LINE-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-PROJ-LINE-OCCASION PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 WS-PROJ-LINE-FOR PIC X(14).
               05 FILLER PIC X VALUE SPACE.
               05 WS-PROJ-LINE-STATUS PIC X(40).
           01 WS-PROJ-HOLIDAY-COUNT PIC 9(3) VALUE 0.
           01 WS-PROJ-HOLIDAY-TABLE.
               05 WS-PROJ-HOLIDAY-DATE PIC X(10) OCCURS 200 TIMES.
           01 WS-PROJ-MOON-COUNT PIC 9(3) VALUE 0.
           01 WS-PROJ-MOON-TABLE.
               05 WS-PROJ-MOON-DATE PIC X(10) OCCURS 20 TIMES.
           01 WS-PROJ-TRANSIT-COUNT PIC 9(3) VALUE 0.
           01 WS-PROJ-TRANSIT-TABLE.
               05 WS-PROJ-TRANSIT-ENTRY OCCURS 200 TIMES.
                   10 WS-PROJ-TRANSIT-KEY PIC X(3).
                   10 WS-PROJ-TRANSIT-DAYS PIC 99.
      *    The greeting run's table less its built-in BIRTHDAY, TAX
      *    and WEREWOLF (customer-filterer's pass is projected for
      *    those) and ANNIV (projected off the enrollment date):
      *    WEDDING first, then the rules file in file order.
           01 WS-PROJ-RULE-COUNT PIC 99 VALUE 0.
           01 WS-PROJ-RULE-TABLE.
               05 WS-PROJ-RULE-ENTRY OCCURS 16 TIMES.
                   10 WS-PROJ-RULE-CODE PIC X(9).
                   10 WS-PROJ-RULE-MMDD PIC X(5).
                   10 WS-PROJ-RULE-ADULT-ONLY PIC X.
                   10 WS-PROJ-RULE-TYPE PIC X.
                   10 WS-PROJ-RULE-FLOAT-MONTH PIC 99.
                   10 WS-PROJ-RULE-FLOAT-WEEKDAY PIC 9.
                   10 WS-PROJ-RULE-FLOAT-NTH PIC X.
           01 WS-PROJ-QUIET-COUNT PIC 9(3) VALUE 0.
           01 WS-PROJ-QUIET-TABLE.
               05 WS-PROJ-QUIET-ENTRY OCCURS 200 TIMES.
                   10 WS-PROJ-QUIET-DATE PIC X(10).
                   10 WS-PROJ-QUIET-ADDRESS PIC X(140).
           01 WS-PROJ-EVENT-COUNT PIC 99.
           01 WS-PROJ-EVENT-TABLE.
               05 WS-PROJ-EVENT-ENTRY OCCURS 20 TIMES.
                   10 WS-PROJ-EVENT-TYPE PIC X(9).
                   10 WS-PROJ-EVENT-DATE-ON-FILE PIC X(10).
           01 WS-PROJ-CHILD-COUNT PIC 99.
           01 WS-PROJ-CHILD-TABLE.
               05 WS-PROJ-CHILD-ENTRY OCCURS 20 TIMES.
                   10 WS-PROJ-CHILD-YEAR PIC 9999.
                   10 WS-PROJ-CHILD-MMDD PIC X(5).
           01 WS-PROJ-HISTORY-COUNT PIC 9(3).
           01 WS-PROJ-HISTORY-TABLE.
               05 WS-PROJ-HISTORY-DATE PIC X(10) OCCURS 100 TIMES.
           01 WS-PROJ-PIECE-COUNT PIC 9(3).
           01 WS-PROJ-PIECE-TABLE.
               05 WS-PROJ-PIECE-DATE PIC X(10) OCCURS 100 TIMES.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-'
               WS-TODAY-DAY INTO WS-TODAY-DATE-TEXT
           END-STRING.
           PERFORM LOAD-PROJECTION-TABLES.

           OPEN INPUT F-CUSTOMER-FILE.
           OPEN INPUT F-HISTORY-FILE.
           OPEN INPUT F-HISTORY-ARCHIVE-FILE.
           OPEN INPUT F-DEPENDENT-FILE.
           OPEN INPUT F-EVENT-FILE.
           OPEN I-O F-CASE-FILE.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE 0 TO WS-SESSION-IS-DONE.
           PERFORM INQUIRE-ONE-CUSTOMER
               UNTIL WS-SESSION-IS-DONE = 1.
           CLOSE F-CASE-FILE.
           CLOSE F-EVENT-FILE.
           CLOSE F-DEPENDENT-FILE.
           CLOSE F-HISTORY-ARCHIVE-FILE.
           CLOSE F-HISTORY-FILE.
           CLOSE F-CUSTOMER-FILE.
      *    containing it lists with city and DOB, and the clerk keys
      *    the chosen ID at the normal prompt.  The index is the one
      *    name-index-builder rebuilds after maintenance, names
      *    uppercased, so case never matters.  Parsed names are
      *    indexed surname first ("PUBLIC, JOHN"), so the surname
      *    alone always finds them.
           SEARCH-BY-NAME.
           DISPLAY 'NAME OR PART OF A NAME (SURNAME FIRST):'.
           MOVE SPACES TO WS-SEARCH-NAME.
           ACCEPT WS-SEARCH-NAME.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-NAME)
           ELSE
               PERFORM DISPLAY-CUSTOMER-RECORD
               PERFORM DISPLAY-COMPUTED-STATUS
               PERFORM DISPLAY-DEPENDENTS
               PERFORM DISPLAY-PERSONAL-EVENTS
               PERFORM DISPLAY-ELIGIBILITY-VERDICT
               PERFORM DISPLAY-RECENT-HISTORY
               PERFORM DISPLAY-RECENT-DISPOSITIONS
               PERFORM DISPLAY-PROJECTED-CONTACTS
               PERFORM DISPLAY-CUSTOMER-CASES
               PERFORM OFFER-CASE-ACTION
           END-IF.

           DISPLAY-CUSTOMER-RECORD.
           DISPLAY 'ID:       ' RC-CUSTOMER-ID.
           DISPLAY 'NAME:     ' RC-CUSTOMER-NAME.
           IF RC-CUSTOMER-NAME-PARTS = SPACES
               DISPLAY 'NAME PARTS: NOT PARSED -- CARDS PRINT THE '
                   'FULL NAME'
           ELSE
               DISPLAY 'TITLE: ' RC-NAME-TITLE '  FIRST: '
                   RC-NAME-FIRST '  MIDDLE: ' RC-NAME-MIDDLE
               DISPLAY 'LAST:  ' RC-NAME-LAST '  SUFFIX: '
                   RC-NAME-SUFFIX
           END-IF.
           IF RC-CUSTOMER-SALUTATION NOT = SPACES
               DISPLAY 'SALUTATION: ' RC-CUSTOMER-SALUTATION
           END-IF.
           DISPLAY 'STREET:   ' RC-ADDR-STREET.
           DISPLAY 'CITY:     ' RC-ADDR-CITY '  STATE: '
               RC-ADDR-STATE '  ZIP: ' RC-ADDR-ZIP.
                   DISPLAY 'CHANNEL:  EMAIL ONLY -- NO PAPER'
               WHEN 'M'
                   DISPLAY 'CHANNEL:  MAIL ONLY -- NO EMAIL'
               WHEN 'S'
                   DISPLAY 'CHANNEL:  TEXT MESSAGE ONLY -- NO PAPER'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RC-CUSTOMER-MOBILE NOT = SPACES
               DISPLAY 'MOBILE:   ' RC-CUSTOMER-MOBILE
               IF RC-CUSTOMER-SMS-CONSENT-DATE = SPACES
                   DISPLAY 'SMS CONSENT: NONE ON FILE -- NO TEXTS'
               ELSE
                   DISPLAY 'SMS CONSENT: ' RC-CUSTOMER-SMS-CONSENT-DATE
                       '  SOURCE: ' RC-CUSTOMER-SMS-CONSENT-SOURCE
               END-IF
           END-IF.
           IF RC-CUSTOMER-LANGUAGE NOT = SPACES
           AND RC-CUSTOMER-LANGUAGE NOT = 'EN'
               DISPLAY 'LANGUAGE: ' RC-CUSTOMER-LANGUAGE
           END-IF.
           IF RC-CUSTOMER-BRAND NOT = SPACES
               DISPLAY 'BRAND:    ' RC-CUSTOMER-BRAND
           END-IF.
           IF RC-CUSTOMER-REP-ID NOT = SPACES
               DISPLAY 'REP:      ' RC-CUSTOMER-REP-ID
           END-IF.
           EVALUATE RC-CUSTOMER-ACCESS-FORMAT
               WHEN 'L'
                   DISPLAY 'FORMAT:   LARGE PRINT -- ACCESSIBLE VENDOR'
               WHEN 'B'
                   DISPLAY 'FORMAT:   BRAILLE -- ACCESSIBLE VENDOR'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DAYS TO WS-DAYS-OUT.

      *    The children who get a birthday card addressed to this
      *    customer.  A child 18 or over has aged out of the birthday
      *    pass and is shown that way until maintenance removes it.
           DISPLAY-DEPENDENTS.
           MOVE 0 TO WS-DEPENDENTS-SHOWN.
           MOVE 0 TO WS-DEPENDENT-IS-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-DEP-CUSTOMER-ID.
           MOVE 0 TO RC-DEP-SEQ.
           START F-DEPENDENT-FILE
               KEY IS >= RC-DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-DEPENDENT-IS-ENDED
           END-START.
           PERFORM UNTIL WS-DEPENDENT-IS-ENDED = 1
               READ F-DEPENDENT-FILE NEXT
                   NOT AT END
                       IF RC-DEP-CUSTOMER-ID = RC-CUSTOMER-ID
                           PERFORM DISPLAY-ONE-DEPENDENT
                       ELSE
                           MOVE 1 TO WS-DEPENDENT-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-DEPENDENT-IS-ENDED
               END-READ
           END-PERFORM.

           DISPLAY-ONE-DEPENDENT.
           IF WS-DEPENDENTS-SHOWN = 0
               DISPLAY 'DEPENDENTS:'
           END-IF.
           ADD 1 TO WS-DEPENDENTS-SHOWN.
           IF RC-DEP-DOB-YEAR IS NOT NUMERIC
           OR RC-DEP-DOB-MONTH IS NOT NUMERIC
           OR RC-DEP-DOB-DAY IS NOT NUMERIC
               DISPLAY '  ' RC-DEP-FIRST-NAME ' ' RC-DEP-DOB
                   '  DOB INVALID -- NO CARD'
           ELSE
               COMPUTE WS-DEPENDENT-AGE =
                   WS-TODAY-YEAR - RC-DEP-DOB-YEAR
               IF RC-DEP-DOB-MONTH > WS-TODAY-MONTH
               OR (RC-DEP-DOB-MONTH = WS-TODAY-MONTH
                   AND RC-DEP-DOB-DAY > WS-TODAY-DAY)
                   SUBTRACT 1 FROM WS-DEPENDENT-AGE
               END-IF
               MOVE WS-DEPENDENT-AGE TO WS-AGE-DISPLAY
               IF WS-DEPENDENT-AGE >= 18
                   DISPLAY '  ' RC-DEP-FIRST-NAME ' ' RC-DEP-DOB
                       '  AGE ' WS-AGE-DISPLAY '  AGED OUT -- NO CARD'
               ELSE
                   DISPLAY '  ' RC-DEP-FIRST-NAME ' ' RC-DEP-DOB
                       '  AGE ' WS-AGE-DISPLAY
               END-IF
           END-IF.

      *    The personal dates the customer has given us.  A WEDDING
      *    (or other event) sends a card on its anniversary; a
      *    MEMORIAL only holds cards in the quiet period after it.
           DISPLAY-PERSONAL-EVENTS.
           MOVE 0 TO WS-EVENTS-SHOWN.
           MOVE 0 TO WS-EVENT-IS-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-EVT-CUSTOMER-ID.
           MOVE LOW-VALUES TO RC-EVT-TYPE.
           START F-EVENT-FILE
               KEY IS >= RC-EVT-KEY
               INVALID KEY
                   MOVE 1 TO WS-EVENT-IS-ENDED
           END-START.
           PERFORM UNTIL WS-EVENT-IS-ENDED = 1
               READ F-EVENT-FILE NEXT
                   NOT AT END
                       IF RC-EVT-CUSTOMER-ID = RC-CUSTOMER-ID
                           IF WS-EVENTS-SHOWN = 0
                               DISPLAY 'PERSONAL EVENTS:'
                           END-IF
                           ADD 1 TO WS-EVENTS-SHOWN
                           DISPLAY '  ' RC-EVT-TYPE ' ' RC-EVT-DATE
                               ' ' RC-EVT-NAME-LINE
                       ELSE
                           MOVE 1 TO WS-EVENT-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-EVENT-IS-ENDED
               END-READ
           END-PERFORM.

      *    The verdict the filterer would reach tonight, reason by
      *    reason, so the clerk can tell the caller exactly why no
      *    card went out.
                           DISPLAY '  ' RC-HIST-RUN-DATE ' '
                               RC-HIST-OCCASION ' '
                               RC-HIST-MESSAGE
                           PERFORM DISPLAY-TRACING-STATUS
                           ADD 1 TO WS-HISTORY-SHOWN
                       ELSE
                           MOVE 1 TO WS-HISTORY-IS-ENDED
               DISPLAY '  (NONE ON FILE)'
           END-IF.

      *    Where the postal service last saw the card, for the
      *    customer who rings to say it never came.
           DISPLAY-TRACING-STATUS.
           IF RC-HIST-DELIVERED-DATE NOT = SPACES
               DISPLAY '      DELIVERED ' RC-HIST-DELIVERED-DATE
           ELSE
               IF RC-HIST-LAST-SCAN-DATE NOT = SPACES
                   DISPLAY '      LAST SCAN ' RC-HIST-LAST-SCAN-DATE
                       ' ' RC-HIST-LAST-SCAN-EVENT ' AT ZIP '
                       RC-HIST-LAST-SCAN-ZIP
               END-IF
           END-IF.

           DISPLAY-ARCHIVED-HISTORY.
           MOVE 0 TO WS-HISTORY-IS-ENDED.
           MOVE RC-CUSTOMER-ID TO ARC-HIST-CUSTOMER-ID.
                       MOVE 1 TO WS-HISTORY-IS-ENDED
               END-READ
           END-PERFORM.

      *    The last five occasions that sent this customer no piece,
      *    oldest first, from the dispositions the card runs append:
      *    the answer to 'I didn't get my card' in one place.
           DISPLAY-RECENT-DISPOSITIONS.
           DISPLAY 'RECENT MISSED OCCASIONS:'.
           MOVE 0 TO WS-DISPOSITION-COUNT.
           MOVE 0 TO WS-DISPOSITION-IS-ENDED.
           OPEN INPUT F-DISPOSITION-FILE.
           PERFORM UNTIL WS-DISPOSITION-IS-ENDED = 1
               READ F-DISPOSITION-FILE
                   NOT AT END
                       IF RC-DISP-CUSTOMER-ID = RC-CUSTOMER-ID
                           PERFORM KEEP-ONE-DISPOSITION
                       END-IF
                   AT END
                       MOVE 1 TO WS-DISPOSITION-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DISPOSITION-FILE.
           PERFORM VARYING WS-DISPOSITION-SUB FROM 1 BY 1
               UNTIL WS-DISPOSITION-SUB > WS-DISPOSITION-COUNT
               PERFORM SET-DISPOSITION-REASON-TEXT
               DISPLAY '  ' WS-DISPOSITION-DATE(WS-DISPOSITION-SUB)
                   ' ' WS-DISPOSITION-OCCASION(WS-DISPOSITION-SUB)
                   ' ' WS-DISPOSITION-REASON-TEXT
           END-PERFORM.
           IF WS-DISPOSITION-COUNT = 0
               DISPLAY '  (NONE ON FILE)'
           END-IF.

      *    The file is in run order, so a full table drops its
      *    oldest entry to make room.
           KEEP-ONE-DISPOSITION.
           IF WS-DISPOSITION-COUNT < 5
               ADD 1 TO WS-DISPOSITION-COUNT
           ELSE
               PERFORM VARYING WS-DISPOSITION-SUB FROM 1 BY 1
                   UNTIL WS-DISPOSITION-SUB > 4
                   MOVE WS-DISPOSITION-ENTRY(WS-DISPOSITION-SUB + 1)
                       TO WS-DISPOSITION-ENTRY(WS-DISPOSITION-SUB)
               END-PERFORM
           END-IF.
           MOVE RC-DISP-DATE
               TO WS-DISPOSITION-DATE(WS-DISPOSITION-COUNT).
           MOVE RC-DISP-OCCASION
               TO WS-DISPOSITION-OCCASION(WS-DISPOSITION-COUNT).
           MOVE RC-DISP-REASON
               TO WS-DISPOSITION-REASON(WS-DISPOSITION-COUNT).

           SET-DISPOSITION-REASON-TEXT.
           EVALUATE WS-DISPOSITION-REASON(WS-DISPOSITION-SUB)
               WHEN 'DNM'
                   MOVE 'DO-NOT-MAIL IS SET'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN 'DECEASED'
                   MOVE 'MARKED DECEASED'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN 'SUPPRESS'
                   MOVE 'RETURNED-MAIL SUPPRESSION'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN 'QUIET'
                   MOVE 'BEREAVEMENT QUIET PERIOD'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN 'FREQCAP'
                   MOVE 'FREQUENCY CAP -- TOO MANY RECENT CARDS'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN 'BUDGETCAP'
                   MOVE 'OCCASION BUDGET CAP REACHED'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN 'CAPACITY'
                   MOVE 'PRINT CAPACITY -- CARRIED TO NEXT RUN'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN 'HOLIDAY'
                   MOVE 'PRINT-VENDOR BLACKOUT DATE'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN 'BADDATA'
                   MOVE 'DOB OR ADDRESS FAILED VALIDATION'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN 'EMAILONLY'
                   MOVE 'SENT BY E-MAIL OR TEXT ONLY -- NO PAPER'
                       TO WS-DISPOSITION-REASON-TEXT
               WHEN OTHER
                   MOVE WS-DISPOSITION-REASON(WS-DISPOSITION-SUB)
                       TO WS-DISPOSITION-REASON-TEXT
           END-EVALUATE.

      *    What the card runs would mail this customer over the next
      *    60 run dates, day by day as the nightly batch would work
      *    them: customer-filterer's birthday (selected transit lead
      *    days ahead), child birthday, tax and werewolf pieces
      *    first, then greeting-card-generator's enrollment
      *    anniversary, personal events and occasion-rules.dat
      *    dates, fixed and floating.  Each line says whether the
      *    piece would go, or what would stop it tonight's way:
      *    a print-vendor blackout (the runs skip the date and the
      *    piece is not made up later), the customer's flags, a data
      *    exception, the bereavement quiet period, or the frequency
      *    cap (customer-filterer's pieces only), counted from card
      *    history plus the pieces projected ahead of it.
           DISPLAY-PROJECTED-CONTACTS.
           DISPLAY 'PROJECTED CONTACTS, NEXT ' WS-PROJ-DAYS-AHEAD
               ' DAYS (RUN DATE, OCCASION, OUTCOME):'.
           MOVE 0 TO WS-PROJ-FOUND.
           IF RC-DOB-YEAR IS NUMERIC
           AND RC-DOB-MONTH IS NUMERIC
           AND RC-DOB-DAY IS NUMERIC
               IF RC-DOB-MONTH >= 1 AND RC-DOB-MONTH <= 12
               AND RC-DOB-DAY >= 1 AND RC-DOB-DAY <= 31
               AND RC-DOB-YEAR >= 1
                   MOVE 1 TO WS-PROJ-FOUND
               END-IF
           END-IF.
           IF WS-PROJ-FOUND = 0
               DISPLAY '  NONE -- THE DOB FAILS VALIDATION AND NO '
                   'CARD GOES UNTIL IT IS CORRECTED'
           ELSE
               PERFORM LOAD-CUSTOMER-PROJECTION
               MOVE 0 TO WS-PROJ-SHOWN
               MOVE 0 TO WS-PROJ-PIECE-COUNT
               PERFORM PROJECT-ONE-DAY
                   VARYING WS-PROJ-DAY-INTEGER
                   FROM WS-TODAY-INTEGER BY 1
                   UNTIL WS-PROJ-DAY-INTEGER > WS-PROJ-END-INTEGER
               IF WS-PROJ-SHOWN = 0
                   DISPLAY '  (NONE DUE)'
               END-IF
           END-IF.

      *    The customer's own inputs to the projection: the transit
      *    lead to their address, the werewolf test on their DOB,
      *    their dated events, their children's birthdays, and the
      *    card history still inside the frequency-cap window.
           LOAD-CUSTOMER-PROJECTION.
           PERFORM FIND-PROJ-LEAD-DAYS.
           MOVE 0 TO WS-PROJ-IS-WEREWOLF.
           IF IS-WEREWOLF(RC-CUSTOMER-DOB) = 'TRUE'
               MOVE 1 TO WS-PROJ-IS-WEREWOLF
           END-IF.
           PERFORM LOAD-PROJ-CUSTOMER-EVENTS.
           PERFORM LOAD-PROJ-CHILDREN.
           PERFORM LOAD-PROJ-CUSTOMER-HISTORY.

      *    Same rule as customer-filterer: a ZIP-prefix row outranks
      *    a state row, and no row at all mails on the day itself.
           FIND-PROJ-LEAD-DAYS.
           MOVE 0 TO WS-PROJ-LEAD-DAYS.
           MOVE 0 TO WS-PROJ-ZIP-MATCHED.
           PERFORM VARYING WS-PROJ-SCAN FROM 1 BY 1
               UNTIL WS-PROJ-SCAN > WS-PROJ-TRANSIT-COUNT
               IF WS-PROJ-TRANSIT-KEY(WS-PROJ-SCAN) = RC-ADDR-ZIP(1:3)
                   MOVE WS-PROJ-TRANSIT-DAYS(WS-PROJ-SCAN)
                       TO WS-PROJ-LEAD-DAYS
                   MOVE 1 TO WS-PROJ-ZIP-MATCHED
               ELSE
                   IF WS-PROJ-ZIP-MATCHED = 0
                   AND WS-PROJ-TRANSIT-KEY(WS-PROJ-SCAN)(3:1) = SPACE
                   AND WS-PROJ-TRANSIT-KEY(WS-PROJ-SCAN)(1:2)
                       = RC-ADDR-STATE
                       MOVE WS-PROJ-TRANSIT-DAYS(WS-PROJ-SCAN)
                           TO WS-PROJ-LEAD-DAYS
                   END-IF
               END-IF
           END-PERFORM.

           LOAD-PROJ-CUSTOMER-EVENTS.
           MOVE 0 TO WS-PROJ-EVENT-COUNT.
           MOVE 0 TO WS-EVENT-IS-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-EVT-CUSTOMER-ID.
           MOVE LOW-VALUES TO RC-EVT-TYPE.
           START F-EVENT-FILE
               KEY IS >= RC-EVT-KEY
               INVALID KEY
                   MOVE 1 TO WS-EVENT-IS-ENDED
           END-START.
           PERFORM UNTIL WS-EVENT-IS-ENDED = 1
               READ F-EVENT-FILE NEXT
                   NOT AT END
                       IF RC-EVT-CUSTOMER-ID = RC-CUSTOMER-ID
                           IF WS-PROJ-EVENT-COUNT < 20
                               ADD 1 TO WS-PROJ-EVENT-COUNT
                               MOVE RC-EVT-TYPE TO WS-PROJ-EVENT-TYPE(
                                   WS-PROJ-EVENT-COUNT)
                               MOVE RC-EVT-DATE
                                   TO WS-PROJ-EVENT-DATE-ON-FILE(
                                       WS-PROJ-EVENT-COUNT)
                           END-IF
                       ELSE
                           MOVE 1 TO WS-EVENT-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-EVENT-IS-ENDED
               END-READ
           END-PERFORM.

           LOAD-PROJ-CHILDREN.
           MOVE 0 TO WS-PROJ-CHILD-COUNT.
           MOVE 0 TO WS-DEPENDENT-IS-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-DEP-CUSTOMER-ID.
           MOVE 0 TO RC-DEP-SEQ.
           START F-DEPENDENT-FILE
               KEY IS >= RC-DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-DEPENDENT-IS-ENDED
           END-START.
           PERFORM UNTIL WS-DEPENDENT-IS-ENDED = 1
               READ F-DEPENDENT-FILE NEXT
                   NOT AT END
                       IF RC-DEP-CUSTOMER-ID NOT = RC-CUSTOMER-ID
                           MOVE 1 TO WS-DEPENDENT-IS-ENDED
                       ELSE
                           IF RC-DEP-DOB-YEAR IS NUMERIC
                           AND RC-DEP-DOB-MONTH IS NUMERIC
                           AND RC-DEP-DOB-DAY IS NUMERIC
                           AND WS-PROJ-CHILD-COUNT < 20
                               ADD 1 TO WS-PROJ-CHILD-COUNT
                               MOVE RC-DEP-DOB-YEAR TO
                                   WS-PROJ-CHILD-YEAR(
                                       WS-PROJ-CHILD-COUNT)
                               MOVE RC-DEP-DOB-MMDD TO
                                   WS-PROJ-CHILD-MMDD(
                                       WS-PROJ-CHILD-COUNT)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-DEPENDENT-IS-ENDED
               END-READ
           END-PERFORM.

      *    Only pieces the frequency cap counts: paper and e-mail
      *    history dated inside the window that reaches back from
      *    today, e-notification rows (E- occasions) excluded, the
      *    same as customer-filterer's COUNT-RECENT-MAILED-PIECES.
           LOAD-PROJ-CUSTOMER-HISTORY.
           MOVE 0 TO WS-PROJ-HISTORY-COUNT.
           COMPUTE WS-PROJ-WORK-INTEGER =
               WS-TODAY-INTEGER - WS-PROJ-FREQ-WINDOW-DAYS + 1.
           PERFORM SET-PROJ-WORK-DATE.
           MOVE WS-PROJ-WORK-DATE TO WS-PROJ-CUTOFF-DATE.
           MOVE 0 TO WS-HISTORY-IS-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE WS-PROJ-CUTOFF-DATE TO RC-HIST-RUN-DATE.
           MOVE SPACES TO RC-HIST-OCCASION.
           START F-HISTORY-FILE
               KEY IS >= RC-HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-HISTORY-IS-ENDED
           END-START.
           PERFORM UNTIL WS-HISTORY-IS-ENDED = 1
               READ F-HISTORY-FILE NEXT
                   NOT AT END
                       IF RC-HIST-CUSTOMER-ID NOT = RC-CUSTOMER-ID
                           MOVE 1 TO WS-HISTORY-IS-ENDED
                       ELSE
                           IF RC-HIST-RUN-DATE >= WS-PROJ-CUTOFF-DATE
                           AND RC-HIST-RUN-DATE < WS-TODAY-DATE-TEXT
                           AND RC-HIST-OCCASION(1:2) NOT = 'E-'
                           AND WS-PROJ-HISTORY-COUNT < 100
                               ADD 1 TO WS-PROJ-HISTORY-COUNT
                               MOVE RC-HIST-RUN-DATE
                                   TO WS-PROJ-HISTORY-DATE(
                                       WS-PROJ-HISTORY-COUNT)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-HISTORY-IS-ENDED
               END-READ
           END-PERFORM.

      *    One run date.  customer-filterer runs ahead of
      *    greeting-card-generator each night, and birthday ahead of
      *    the rest within it, so that is the order the pieces are
      *    listed and counted against the cap.
           PROJECT-ONE-DAY.
           MOVE WS-PROJ-DAY-INTEGER TO WS-PROJ-WORK-INTEGER.
           PERFORM SET-PROJ-WORK-DATE.
           MOVE WS-PROJ-WORK-DATE TO WS-PROJ-DAY-DATE.
           MOVE WS-PROJ-WORK-YEAR TO WS-PROJ-DAY-YEAR.
           MOVE WS-PROJ-WORK-MONTH TO WS-PROJ-DAY-MONTH.
           MOVE WS-PROJ-WORK-DAY TO WS-PROJ-DAY-DAY.
           MOVE 0 TO WS-PROJ-IS-HOLIDAY.
           PERFORM VARYING WS-PROJ-SCAN FROM 1 BY 1
               UNTIL WS-PROJ-SCAN > WS-PROJ-HOLIDAY-COUNT
               IF WS-PROJ-HOLIDAY-DATE(WS-PROJ-SCAN) = WS-PROJ-DAY-DATE
                   MOVE 1 TO WS-PROJ-IS-HOLIDAY
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PROJ-IS-SUPERMOON.
           PERFORM VARYING WS-PROJ-SCAN FROM 1 BY 1
               UNTIL WS-PROJ-SCAN > WS-PROJ-MOON-COUNT
               IF WS-PROJ-MOON-DATE(WS-PROJ-SCAN) = WS-PROJ-DAY-DATE
                   MOVE 1 TO WS-PROJ-IS-SUPERMOON
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-PROJ-CAP-APPLIES.
           PERFORM PROJECT-BIRTHDAY.
           PERFORM PROJECT-CHILD-BIRTHDAY.
           MOVE WS-PROJ-DAY-DATE TO WS-PROJ-EVENT-DATE.
           IF WS-PROJ-DAY-DATE(6:5) = '04-06'
               PERFORM COMPUTE-PROJ-AGE
               IF WS-PROJ-AGE >= 18
                   MOVE 'TAX' TO WS-PROJ-OCCASION
                   PERFORM SHOW-PROJECTED-CONTACT
               END-IF
           END-IF.
           IF WS-PROJ-IS-SUPERMOON = 1
           AND WS-PROJ-IS-WEREWOLF = 1
               MOVE 'WEREWOLF' TO WS-PROJ-OCCASION
               PERFORM SHOW-PROJECTED-CONTACT
           END-IF.
           MOVE 0 TO WS-PROJ-CAP-APPLIES.
           PERFORM PROJECT-ANNIVERSARY.
           PERFORM PROJECT-ONE-RULE
               VARYING WS-PROJ-SUB FROM 1 BY 1
               UNTIL WS-PROJ-SUB > WS-PROJ-RULE-COUNT.

      *    The run date plus the lead days is the birthday the run
      *    selects; the milestone ages take the MILESTONE card.
           PROJECT-BIRTHDAY.
           COMPUTE WS-PROJ-WORK-INTEGER =
               WS-PROJ-DAY-INTEGER + WS-PROJ-LEAD-DAYS.
           PERFORM SET-PROJ-WORK-DATE.
           MOVE WS-PROJ-WORK-DATE TO WS-PROJ-TARGET-DATE.
           MOVE WS-PROJ-WORK-YEAR TO WS-PROJ-TARGET-YEAR.
           MOVE RC-DOB-MMDD TO WS-PROJ-MMDD-CHECK.
           MOVE WS-PROJ-TARGET-YEAR TO WS-PROJ-OBSERVE-YEAR.
           PERFORM OBSERVE-PROJ-MMDD.
           IF WS-PROJ-MMDD-CHECK = WS-PROJ-TARGET-DATE(6:5)
               COMPUTE WS-PROJ-AGE = WS-PROJ-TARGET-YEAR - RC-DOB-YEAR
               IF WS-PROJ-AGE = 18 OR WS-PROJ-AGE = 21
               OR WS-PROJ-AGE = 50 OR WS-PROJ-AGE = 65
               OR WS-PROJ-AGE = 100
                   MOVE 'MILESTONE' TO WS-PROJ-OCCASION
               ELSE
                   MOVE 'BIRTHDAY' TO WS-PROJ-OCCASION
               END-IF
               MOVE WS-PROJ-TARGET-DATE TO WS-PROJ-EVENT-DATE
               PERFORM SHOW-PROJECTED-CONTACT
           END-IF.

      *    One card covers every child under 18 whose birthday is
      *    the target date PROJECT-BIRTHDAY just set.
           PROJECT-CHILD-BIRTHDAY.
           MOVE 0 TO WS-PROJ-FOUND.
           PERFORM VARYING WS-PROJ-SCAN FROM 1 BY 1
               UNTIL WS-PROJ-SCAN > WS-PROJ-CHILD-COUNT
               MOVE WS-PROJ-CHILD-MMDD(WS-PROJ-SCAN)
                   TO WS-PROJ-MMDD-CHECK
               MOVE WS-PROJ-TARGET-YEAR TO WS-PROJ-OBSERVE-YEAR
               PERFORM OBSERVE-PROJ-MMDD
               COMPUTE WS-PROJ-AGE = WS-PROJ-TARGET-YEAR
                   - WS-PROJ-CHILD-YEAR(WS-PROJ-SCAN)
               IF WS-PROJ-MMDD-CHECK = WS-PROJ-TARGET-DATE(6:5)
               AND WS-PROJ-AGE > 0
               AND WS-PROJ-AGE < 18
                   MOVE 1 TO WS-PROJ-FOUND
               END-IF
           END-PERFORM.
           IF WS-PROJ-FOUND = 1
               MOVE 'CHILDBDAY' TO WS-PROJ-OCCASION
               MOVE WS-PROJ-TARGET-DATE TO WS-PROJ-EVENT-DATE
               PERFORM SHOW-PROJECTED-CONTACT
           END-IF.

      *    Age on the run date, as the tax card and the adult-only
      *    rules take it.
           COMPUTE-PROJ-AGE.
           COMPUTE WS-PROJ-AGE = WS-PROJ-DAY-YEAR - RC-DOB-YEAR.
           IF RC-DOB-MONTH > WS-PROJ-DAY-MONTH
           OR (RC-DOB-MONTH = WS-PROJ-DAY-MONTH
               AND RC-DOB-DAY > WS-PROJ-DAY-DAY)
               SUBTRACT 1 FROM WS-PROJ-AGE
           END-IF.

           PROJECT-ANNIVERSARY.
           IF RC-CUSTOMER-ENROLL-DATE(1:4) IS NUMERIC
           AND RC-CUSTOMER-ENROLL-DATE(6:2) IS NUMERIC
           AND RC-CUSTOMER-ENROLL-DATE(9:2) IS NUMERIC
               MOVE RC-CUSTOMER-ENROLL-DATE(6:5)
                   TO WS-PROJ-MMDD-CHECK
               MOVE WS-PROJ-DAY-YEAR TO WS-PROJ-OBSERVE-YEAR
               PERFORM OBSERVE-PROJ-MMDD
               IF WS-PROJ-MMDD-CHECK = WS-PROJ-DAY-DATE(6:5)
                   COMPUTE WS-PROJ-YEARS = WS-PROJ-DAY-YEAR
                       - FUNCTION NUMVAL(
                           RC-CUSTOMER-ENROLL-DATE(1:4))
                   IF WS-PROJ-YEARS > 0
                       MOVE 'ANNIV' TO WS-PROJ-OCCASION
                       MOVE WS-PROJ-DAY-DATE TO WS-PROJ-EVENT-DATE
                       PERFORM SHOW-PROJECTED-CONTACT
                   END-IF
               END-IF
           END-IF.

      *    The trigger rules greeting-card-generator applies in
      *    CHECK-FIXED-DATE-TRIGGER, one rule at a time.
           PROJECT-ONE-RULE.
           MOVE 0 TO WS-PROJ-FOUND.
           EVALUATE WS-PROJ-RULE-TYPE(WS-PROJ-SUB)
               WHEN 'P'
                   PERFORM PROJECT-PERSONAL-EVENT
               WHEN 'F'
                   PERFORM PROJECT-FLOATING-DATE
               WHEN OTHER
                   IF WS-PROJ-RULE-MMDD(WS-PROJ-SUB)
                       = WS-PROJ-DAY-DATE(6:5)
                       MOVE 1 TO WS-PROJ-FOUND
                   END-IF
           END-EVALUATE.
           IF WS-PROJ-FOUND = 1
           AND WS-PROJ-RULE-ADULT-ONLY(WS-PROJ-SUB) = 'Y'
               PERFORM COMPUTE-PROJ-AGE
               IF WS-PROJ-AGE < 18
                   MOVE 0 TO WS-PROJ-FOUND
               END-IF
           END-IF.
           IF WS-PROJ-FOUND = 1
               MOVE WS-PROJ-RULE-CODE(WS-PROJ-SUB)
                   TO WS-PROJ-OCCASION
               MOVE WS-PROJ-DAY-DATE TO WS-PROJ-EVENT-DATE
               PERFORM SHOW-PROJECTED-CONTACT
           END-IF.

      *    The observed anniversary of the customer's own entry for
      *    the rule's code, from the first anniversary on; MEMORIAL
      *    never sends a card.
           PROJECT-PERSONAL-EVENT.
           PERFORM VARYING WS-PROJ-SCAN FROM 1 BY 1
               UNTIL WS-PROJ-SCAN > WS-PROJ-EVENT-COUNT
               IF WS-PROJ-EVENT-TYPE(WS-PROJ-SCAN)
                   = WS-PROJ-RULE-CODE(WS-PROJ-SUB)
               AND WS-PROJ-EVENT-TYPE(WS-PROJ-SCAN) NOT = 'MEMORIAL'
               AND WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)(1:4)
                   IS NUMERIC
               AND WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)(6:2)
                   IS NUMERIC
               AND WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)(9:2)
                   IS NUMERIC
                   MOVE WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)(6:5)
                       TO WS-PROJ-MMDD-CHECK
                   MOVE WS-PROJ-DAY-YEAR TO WS-PROJ-OBSERVE-YEAR
                   PERFORM OBSERVE-PROJ-MMDD
                   COMPUTE WS-PROJ-YEARS = WS-PROJ-DAY-YEAR
                       - FUNCTION NUMVAL(
                           WS-PROJ-EVENT-DATE-ON-FILE(
                               WS-PROJ-SCAN)(1:4))
                   IF WS-PROJ-MMDD-CHECK = WS-PROJ-DAY-DATE(6:5)
                   AND WS-PROJ-YEARS > 0
                       MOVE 1 TO WS-PROJ-FOUND
                   END-IF
               END-IF
           END-PERFORM.

      *    Nth (or with L, last) weekday of the rule's month, the
      *    weekday from date-services (1 Monday .. 7 Sunday).
           PROJECT-FLOATING-DATE.
           IF WS-PROJ-DAY-MONTH = WS-PROJ-RULE-FLOAT-MONTH(WS-PROJ-SUB)
               MOVE 'DW' TO WS-DS-FUNCTION
               MOVE WS-PROJ-DAY-DATE TO WS-DS-DATE-1
               CALL 'date-services' USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS
                   WS-DS-STATUS
               MOVE WS-DS-DAYS TO WS-PROJ-FLOAT-WEEKDAY
               IF WS-DS-STATUS = 0
               AND WS-PROJ-FLOAT-WEEKDAY =
                   WS-PROJ-RULE-FLOAT-WEEKDAY(WS-PROJ-SUB)
                   IF WS-PROJ-RULE-FLOAT-NTH(WS-PROJ-SUB) = 'L'
                       COMPUTE WS-PROJ-WORK-INTEGER =
                           WS-PROJ-DAY-INTEGER + 7
                       PERFORM SET-PROJ-WORK-DATE
                       IF WS-PROJ-WORK-MONTH NOT = WS-PROJ-DAY-MONTH
                           MOVE 1 TO WS-PROJ-FOUND
                       END-IF
                   ELSE
                       COMPUTE WS-PROJ-FLOAT-NTH =
                           (WS-PROJ-DAY-DAY - 1) / 7 + 1
                       IF WS-PROJ-RULE-FLOAT-NTH(WS-PROJ-SUB)
                           IS NUMERIC
                       AND WS-PROJ-RULE-FLOAT-NTH(WS-PROJ-SUB)
                           = WS-PROJ-FLOAT-NTH
                           MOVE 1 TO WS-PROJ-FOUND
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    02-29 observes 03-01 in a non-leap year; a month-day that
      *    is no calendar date keeps its raw value and never matches.
           OBSERVE-PROJ-MMDD.
           MOVE 'NX' TO WS-DS-FUNCTION.
           MOVE SPACES TO WS-DS-DATE-1.
           STRING WS-PROJ-OBSERVE-YEAR '-01-01' INTO WS-DS-DATE-1
           END-STRING.
           MOVE SPACES TO WS-DS-DATE-2.
           MOVE WS-PROJ-MMDD-CHECK TO WS-DS-DATE-2(1:5).
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS = 0
               MOVE WS-DS-DATE-2(6:5) TO WS-PROJ-MMDD-CHECK
           END-IF.

      *    A blackout date stops everything, then the flags the
      *    verdict above shows, then the holds that depend on the
      *    date itself.
           SHOW-PROJECTED-CONTACT.
           MOVE WS-PROJ-DAY-DATE TO WS-PROJ-LINE-DATE.
           MOVE WS-PROJ-OCCASION TO WS-PROJ-LINE-OCCASION.
           MOVE SPACES TO WS-PROJ-LINE-FOR.
           IF WS-PROJ-EVENT-DATE NOT = WS-PROJ-DAY-DATE
               STRING 'FOR ' WS-PROJ-EVENT-DATE
                   INTO WS-PROJ-LINE-FOR
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN WS-PROJ-IS-HOLIDAY = 1
                   MOVE 'NOT SENT -- PRINT-VENDOR BLACKOUT DATE'
                       TO WS-PROJ-LINE-STATUS
               WHEN RC-CUSTOMER-DO-NOT-MAIL = 'Y'
                   MOVE 'STOPPED -- DO-NOT-MAIL IS SET'
                       TO WS-PROJ-LINE-STATUS
               WHEN RC-CUSTOMER-DECEASED = 'Y'
                   MOVE 'STOPPED -- MARKED DECEASED'
                       TO WS-PROJ-LINE-STATUS
               WHEN RC-CUSTOMER-MAIL-SUPPRESSED = 'Y'
                   MOVE 'STOPPED -- RETURNED-MAIL SUPPRESSION'
                       TO WS-PROJ-LINE-STATUS
               WHEN WS-VERDICT-CLEAN = 0
                   MOVE 'HELD -- EXCEPTION, SEE VERDICT ABOVE'
                       TO WS-PROJ-LINE-STATUS
               WHEN OTHER
                   PERFORM CHECK-PROJ-HOLDS
           END-EVALUATE.
           DISPLAY WS-PROJ-LINE.
           ADD 1 TO WS-PROJ-SHOWN.

           CHECK-PROJ-HOLDS.
           PERFORM CHECK-PROJ-QUIET-PERIOD.
           MOVE 0 TO WS-PROJ-PIECES.
           IF WS-PROJ-QUIET-HIT = 0
           AND WS-PROJ-CAP-APPLIES = 1
               PERFORM COUNT-PROJ-PIECES
           END-IF.
           IF WS-PROJ-QUIET-HIT = 1
               MOVE 'HELD -- BEREAVEMENT QUIET PERIOD'
                   TO WS-PROJ-LINE-STATUS
           ELSE
               IF WS-PROJ-CAP-APPLIES = 1
               AND WS-PROJ-PIECES >= WS-PROJ-FREQ-CAP-MAX
                   MOVE 'HELD -- FREQUENCY CAP REACHED'
                       TO WS-PROJ-LINE-STATUS
               ELSE
                   IF WS-PROJ-PIECE-COUNT < 100
                       ADD 1 TO WS-PROJ-PIECE-COUNT
                       MOVE WS-PROJ-DAY-DATE
                           TO WS-PROJ-PIECE-DATE(WS-PROJ-PIECE-COUNT)
                   END-IF
                   EVALUATE RC-CUSTOMER-CHANNEL
                       WHEN 'E'
                           MOVE 'WOULD GO -- BY E-MAIL ONLY'
                               TO WS-PROJ-LINE-STATUS
                       WHEN 'S'
                           MOVE 'WOULD GO -- BY TEXT MESSAGE ONLY'
                               TO WS-PROJ-LINE-STATUS
                       WHEN OTHER
                           MOVE 'WOULD BE SENT'
                               TO WS-PROJ-LINE-STATUS
                   END-EVALUATE
               END-IF
           END-IF.

      *    The quiet window reaches back from the run date: a
      *    registered death at this address, or the customer's own
      *    MEMORIAL anniversary, inside it holds the piece.
           CHECK-PROJ-QUIET-PERIOD.
           MOVE 0 TO WS-PROJ-QUIET-HIT.
           COMPUTE WS-PROJ-WORK-INTEGER =
               WS-PROJ-DAY-INTEGER - WS-PROJ-QUIET-PERIOD-DAYS.
           PERFORM SET-PROJ-WORK-DATE.
           MOVE WS-PROJ-WORK-DATE TO WS-PROJ-QUIET-CUTOFF.
           PERFORM VARYING WS-PROJ-SCAN FROM 1 BY 1
               UNTIL WS-PROJ-SCAN > WS-PROJ-QUIET-COUNT
               IF WS-PROJ-QUIET-DATE(WS-PROJ-SCAN)
                   >= WS-PROJ-QUIET-CUTOFF
               AND WS-PROJ-QUIET-DATE(WS-PROJ-SCAN)
                   <= WS-PROJ-DAY-DATE
               AND WS-PROJ-QUIET-ADDRESS(WS-PROJ-SCAN)
                   = RC-CUSTOMER-ADDRESS
                   MOVE 1 TO WS-PROJ-QUIET-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PROJ-SCAN FROM 1 BY 1
               UNTIL WS-PROJ-SCAN > WS-PROJ-EVENT-COUNT
               IF WS-PROJ-EVENT-TYPE(WS-PROJ-SCAN) = 'MEMORIAL'
               AND WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)(1:4)
                   IS NUMERIC
               AND WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)(6:2)
                   IS NUMERIC
               AND WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)(9:2)
                   IS NUMERIC
                   PERFORM CHECK-PROJ-MEMORIAL-DATE
               END-IF
           END-PERFORM.

      *    The most recent anniversary on or before the run date (or
      *    the date itself, the first year).
           CHECK-PROJ-MEMORIAL-DATE.
           MOVE WS-PROJ-DAY-YEAR TO WS-PROJ-MEMORIAL-YEAR.
           MOVE SPACES TO WS-PROJ-MEMORIAL-DATE.
           STRING WS-PROJ-MEMORIAL-YEAR '-'
               WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)(6:5)
               INTO WS-PROJ-MEMORIAL-DATE
           END-STRING.
           IF WS-PROJ-MEMORIAL-DATE > WS-PROJ-DAY-DATE
               SUBTRACT 1 FROM WS-PROJ-MEMORIAL-YEAR
               MOVE SPACES TO WS-PROJ-MEMORIAL-DATE
               STRING WS-PROJ-MEMORIAL-YEAR '-'
                   WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)(6:5)
                   INTO WS-PROJ-MEMORIAL-DATE
               END-STRING
           END-IF.
           IF WS-PROJ-MEMORIAL-DATE
               >= WS-PROJ-EVENT-DATE-ON-FILE(WS-PROJ-SCAN)
           AND WS-PROJ-MEMORIAL-DATE >= WS-PROJ-QUIET-CUTOFF
               MOVE 1 TO WS-PROJ-QUIET-HIT
           END-IF.

      *    Pieces inside the rolling window that ends on the run
      *    date: history already on file, and the pieces this
      *    projection has already let through ahead of this one.
           COUNT-PROJ-PIECES.
           COMPUTE WS-PROJ-WORK-INTEGER =
               WS-PROJ-DAY-INTEGER - WS-PROJ-FREQ-WINDOW-DAYS + 1.
           PERFORM SET-PROJ-WORK-DATE.
           MOVE WS-PROJ-WORK-DATE TO WS-PROJ-CUTOFF-DATE.
           PERFORM VARYING WS-PROJ-SCAN FROM 1 BY 1
               UNTIL WS-PROJ-SCAN > WS-PROJ-HISTORY-COUNT
               IF WS-PROJ-HISTORY-DATE(WS-PROJ-SCAN)
                   >= WS-PROJ-CUTOFF-DATE
                   ADD 1 TO WS-PROJ-PIECES
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PROJ-SCAN FROM 1 BY 1
               UNTIL WS-PROJ-SCAN > WS-PROJ-PIECE-COUNT
               IF WS-PROJ-PIECE-DATE(WS-PROJ-SCAN)
                   >= WS-PROJ-CUTOFF-DATE
                   ADD 1 TO WS-PROJ-PIECES
               END-IF
           END-PERFORM.

           SET-PROJ-WORK-DATE.
           COMPUTE WS-PROJ-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-PROJ-WORK-INTEGER).
           MOVE SPACES TO WS-PROJ-WORK-DATE.
           STRING WS-PROJ-WORK-YEAR '-' WS-PROJ-WORK-MONTH '-'
               WS-PROJ-WORK-DAY INTO WS-PROJ-WORK-DATE
           END-STRING.

      *    The shared calendar and control records the projection
      *    reads, once per session: the blackout dates and
      *    supermoons inside the window, the transit leads, the
      *    greeting occasion rules, and the same frequency-cap and
      *    quiet-period settings the card runs take.
           LOAD-PROJECTION-TABLES.
           COMPUTE WS-PROJ-END-INTEGER =
               WS-TODAY-INTEGER + WS-PROJ-DAYS-AHEAD - 1.
           MOVE WS-PROJ-END-INTEGER TO WS-PROJ-WORK-INTEGER.
           PERFORM SET-PROJ-WORK-DATE.
           MOVE WS-PROJ-WORK-DATE TO WS-PROJ-END-DATE.
           PERFORM LOAD-PROJ-HOLIDAYS.
           PERFORM LOAD-PROJ-SUPERMOONS.
           PERFORM LOAD-PROJ-TRANSIT-TIMES.
           PERFORM LOAD-PROJ-OCCASION-RULES.
           PERFORM APPLY-PROJ-FREQUENCY-CAP.
           PERFORM LOAD-PROJ-QUIET-ADDRESSES.

           LOAD-PROJ-HOLIDAYS.
           MOVE 0 TO WS-PROJ-HOLIDAY-COUNT.
           MOVE 0 TO WS-PROJ-FILE-IS-ENDED.
           OPEN INPUT F-HOLIDAY-FILE.
           PERFORM UNTIL WS-PROJ-FILE-IS-ENDED = 1
               READ F-HOLIDAY-FILE
                   NOT AT END
                       IF RC-HOLIDAY-DATE >= WS-TODAY-DATE-TEXT
                       AND RC-HOLIDAY-DATE <= WS-PROJ-END-DATE
                       AND WS-PROJ-HOLIDAY-COUNT < 200
                           ADD 1 TO WS-PROJ-HOLIDAY-COUNT
                           MOVE RC-HOLIDAY-DATE TO
                               WS-PROJ-HOLIDAY-DATE(
                                   WS-PROJ-HOLIDAY-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-PROJ-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HOLIDAY-FILE.

           LOAD-PROJ-SUPERMOONS.
           MOVE 0 TO WS-PROJ-MOON-COUNT.
           MOVE 0 TO WS-PROJ-FILE-IS-ENDED.
           OPEN INPUT F-SUPERMOON-FILE.
           PERFORM UNTIL WS-PROJ-FILE-IS-ENDED = 1
               READ F-SUPERMOON-FILE
                   NOT AT END
                       IF SMOON-DATE >= WS-TODAY-DATE-TEXT
                       AND SMOON-DATE <= WS-PROJ-END-DATE
                       AND WS-PROJ-MOON-COUNT < 20
                           ADD 1 TO WS-PROJ-MOON-COUNT
                           MOVE SMOON-DATE
                               TO WS-PROJ-MOON-DATE(WS-PROJ-MOON-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-PROJ-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SUPERMOON-FILE.

           LOAD-PROJ-TRANSIT-TIMES.
           MOVE 0 TO WS-PROJ-TRANSIT-COUNT.
           MOVE 0 TO WS-PROJ-FILE-IS-ENDED.
           OPEN INPUT F-TRANSIT-FILE.
           PERFORM UNTIL WS-PROJ-FILE-IS-ENDED = 1
               READ F-TRANSIT-FILE
                   NOT AT END
                       IF WS-PROJ-TRANSIT-COUNT < 200
                       AND RC-TRANSIT-KEY NOT = SPACES
                       AND RC-TRANSIT-DAYS IS NUMERIC
                           ADD 1 TO WS-PROJ-TRANSIT-COUNT
                           MOVE RC-TRANSIT-KEY TO
                               WS-PROJ-TRANSIT-KEY(
                                   WS-PROJ-TRANSIT-COUNT)
                           MOVE RC-TRANSIT-DAYS TO
                               WS-PROJ-TRANSIT-DAYS(
                                   WS-PROJ-TRANSIT-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-PROJ-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-TRANSIT-FILE.

      *    WEDDING is built in as a personal event, as it is in the
      *    greeting run; the rules file fills the rest of the table
      *    to the same 15-rule limit.
           LOAD-PROJ-OCCASION-RULES.
           MOVE 1 TO WS-PROJ-RULE-COUNT.
           MOVE 'WEDDING' TO WS-PROJ-RULE-CODE(1).
           MOVE SPACES TO WS-PROJ-RULE-MMDD(1).
           MOVE 'N' TO WS-PROJ-RULE-ADULT-ONLY(1).
           MOVE 'P' TO WS-PROJ-RULE-TYPE(1).
           MOVE 0 TO WS-PROJ-RULE-FLOAT-MONTH(1).
           MOVE 0 TO WS-PROJ-RULE-FLOAT-WEEKDAY(1).
           MOVE SPACE TO WS-PROJ-RULE-FLOAT-NTH(1).
           MOVE 0 TO WS-PROJ-FILE-IS-ENDED.
           OPEN INPUT F-OCCASION-RULES-FILE.
           PERFORM UNTIL WS-PROJ-FILE-IS-ENDED = 1
               READ F-OCCASION-RULES-FILE
                   NOT AT END
                       PERFORM STORE-PROJ-OCCASION-RULE
                   AT END
                       MOVE 1 TO WS-PROJ-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-OCCASION-RULES-FILE.

      *    Translation records and rules with no usable trigger are
      *    passed over, as greeting-card-generator passes them.
           STORE-PROJ-OCCASION-RULE.
           MOVE FUNCTION UPPER-CASE(RC-RULE-LANGUAGE)
               TO RC-RULE-LANGUAGE.
           IF RC-RULE-CODE = SPACES
           OR (RC-RULE-LANGUAGE NOT = SPACES
               AND RC-RULE-LANGUAGE NOT = 'EN')
           OR (RC-RULE-MMDD = SPACES AND RC-RULE-TYPE NOT = 'F'
               AND RC-RULE-TYPE NOT = 'P')
               CONTINUE
           ELSE
               IF WS-PROJ-RULE-COUNT < 16
                   ADD 1 TO WS-PROJ-RULE-COUNT
                   MOVE RC-RULE-CODE
                       TO WS-PROJ-RULE-CODE(WS-PROJ-RULE-COUNT)
                   MOVE RC-RULE-MMDD
                       TO WS-PROJ-RULE-MMDD(WS-PROJ-RULE-COUNT)
                   MOVE RC-RULE-ADULT-ONLY
                       TO WS-PROJ-RULE-ADULT-ONLY(WS-PROJ-RULE-COUNT)
                   MOVE SPACE
                       TO WS-PROJ-RULE-TYPE(WS-PROJ-RULE-COUNT)
                   MOVE 0 TO
                       WS-PROJ-RULE-FLOAT-MONTH(WS-PROJ-RULE-COUNT)
                   MOVE 0 TO
                       WS-PROJ-RULE-FLOAT-WEEKDAY(WS-PROJ-RULE-COUNT)
                   MOVE SPACE TO
                       WS-PROJ-RULE-FLOAT-NTH(WS-PROJ-RULE-COUNT)
                   IF RC-RULE-TYPE = 'P'
                       MOVE 'P'
                           TO WS-PROJ-RULE-TYPE(WS-PROJ-RULE-COUNT)
                   END-IF
                   IF RC-RULE-TYPE = 'F'
                   AND RC-RULE-FLOAT-MONTH IS NUMERIC
                   AND RC-RULE-FLOAT-WEEKDAY IS NUMERIC
                       MOVE 'F'
                           TO WS-PROJ-RULE-TYPE(WS-PROJ-RULE-COUNT)
                       MOVE RC-RULE-FLOAT-MONTH TO
                           WS-PROJ-RULE-FLOAT-MONTH(
                               WS-PROJ-RULE-COUNT)
                       MOVE RC-RULE-FLOAT-WEEKDAY TO
                           WS-PROJ-RULE-FLOAT-WEEKDAY(
                               WS-PROJ-RULE-COUNT)
                       MOVE RC-RULE-FLOAT-NTH TO
                           WS-PROJ-RULE-FLOAT-NTH(WS-PROJ-RULE-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    FREQUENCY-CAP-MAX and FREQUENCY-CAP-WINDOW from the parameter
      *    master, as customer-filterer reads them; defaults to 2 pieces
      *    in 14 days.
           APPLY-PROJ-FREQUENCY-CAP.
           MOVE 'customer-inquiry' TO WS-PRQ-PROGRAM.
           MOVE 'FREQUENCY-CAP-MAX' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-PROJ-FREQ-CAP-MAX
           END-IF.
           MOVE 'customer-inquiry' TO WS-PRQ-PROGRAM.
           MOVE 'FREQUENCY-CAP-WINDOW' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-PROJ-FREQ-WINDOW-DAYS
           END-IF.

      *    QUIET-PERIOD-DAYS on the parameter master (default 60) sets
      *    the window; every quiet-addresses.dat entry that could still
      *    cover a date from today on is kept.
           LOAD-PROJ-QUIET-ADDRESSES.
           MOVE 'customer-inquiry' TO WS-PRQ-PROGRAM.
           MOVE 'QUIET-PERIOD-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-PROJ-QUIET-PERIOD-DAYS
           END-IF.
           COMPUTE WS-PROJ-WORK-INTEGER =
               WS-TODAY-INTEGER - WS-PROJ-QUIET-PERIOD-DAYS.
           PERFORM SET-PROJ-WORK-DATE.
           MOVE WS-PROJ-WORK-DATE TO WS-PROJ-QUIET-CUTOFF.
           MOVE 0 TO WS-PROJ-QUIET-COUNT.
           MOVE 0 TO WS-PROJ-FILE-IS-ENDED.
           OPEN INPUT F-QUIET-FILE.
           PERFORM UNTIL WS-PROJ-FILE-IS-ENDED = 1
               READ F-QUIET-FILE
                   NOT AT END
                       IF RC-QUIET-DATE >= WS-PROJ-QUIET-CUTOFF
                       AND WS-PROJ-QUIET-COUNT < 200
                           ADD 1 TO WS-PROJ-QUIET-COUNT
                           MOVE RC-QUIET-DATE TO
                               WS-PROJ-QUIET-DATE(WS-PROJ-QUIET-COUNT)
                           MOVE RC-QUIET-ADDRESS TO
                               WS-PROJ-QUIET-ADDRESS(
                                   WS-PROJ-QUIET-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-PROJ-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-QUIET-FILE.

      *    Every call-center case on customer-cases.dat for the
      *    customer, oldest first: open cases with their notes so far,
      *    closed ones with how they were resolved.
           DISPLAY-CUSTOMER-CASES.
           MOVE 0 TO WS-CASES-SHOWN.
           MOVE 0 TO WS-CASE-IS-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-CASE-CUSTOMER-ID.
           MOVE 0 TO RC-CASE-NUMBER.
           START F-CASE-FILE
               KEY IS >= RC-CASE-KEY
               INVALID KEY
                   MOVE 1 TO WS-CASE-IS-ENDED
           END-START.
           PERFORM UNTIL WS-CASE-IS-ENDED = 1
               READ F-CASE-FILE NEXT
                   NOT AT END
                       IF RC-CASE-CUSTOMER-ID = RC-CUSTOMER-ID
                           PERFORM DISPLAY-ONE-CASE
                       ELSE
                           MOVE 1 TO WS-CASE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-CASE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CASES-SHOWN = 0
               DISPLAY 'CALL-CENTER CASES: NONE'
           END-IF.

           DISPLAY-ONE-CASE.
           IF WS-CASES-SHOWN = 0
               DISPLAY 'CALL-CENTER CASES:'
           END-IF.
           ADD 1 TO WS-CASES-SHOWN.
           DISPLAY '  CASE ' RC-CASE-NUMBER ' ' RC-CASE-STATUS ' '
               RC-CASE-CATEGORY ' OPENED ' RC-CASE-OPEN-DATE ' BY '
               RC-CASE-OPENED-BY.
           DISPLAY '    NOTES: ' RC-CASE-NOTES.
           IF RC-CASE-IS-CLOSED
               DISPLAY '    RESOLVED ' RC-CASE-RESOLVED-DATE ' BY '
                   RC-CASE-RESOLVED-BY ': ' RC-CASE-RESOLUTION
           END-IF.

      *    The clerk may open a case for the call or add to an open
      *    one.  The operator ID is asked for the first time a case is
      *    touched in the session, and each action must be granted
      *    (O or U) for customer-inquiry on operator-authority.dat;
      *    looking a customer up needs no grant.
           OFFER-CASE-ACTION.
           DISPLAY 'CASE -- O TO OPEN, U TO UPDATE OR RESOLVE, '
               'ENTER TO GO ON:'.
           MOVE SPACE TO WS-CASE-ACTION.
           ACCEPT WS-CASE-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-CASE-ACTION) TO WS-CASE-ACTION.
           MOVE 0 TO WS-AUTH-RESULT.
           IF WS-CASE-ACTION-IS-OPEN OR WS-CASE-ACTION-IS-UPDATE
               PERFORM CHECK-CASE-AUTHORITY
           END-IF.
           EVALUATE TRUE
               WHEN WS-CASE-ACTION = SPACE
                   CONTINUE
               WHEN WS-AUTH-RESULT NOT = 0
                   DISPLAY 'NOT AUTHORIZED FOR THAT CASE ACTION'
               WHEN WS-CASE-ACTION-IS-OPEN
                   PERFORM OPEN-CUSTOMER-CASE
               WHEN WS-CASE-ACTION-IS-UPDATE
                   PERFORM UPDATE-CUSTOMER-CASE
               WHEN OTHER
                   DISPLAY 'NO SUCH CASE ACTION'
           END-EVALUATE.

           CHECK-CASE-AUTHORITY.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID:'
               ACCEPT WS-OPERATOR-ID
           END-IF.
           MOVE 'F' TO WS-AUTH-FUNCTION.
           MOVE 'customer-inquiry' TO WS-AUTH-PROGRAM.
           MOVE WS-CASE-ACTION TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.

           OPEN-CUSTOMER-CASE.
           DISPLAY 'CATEGORY (MISSING, WRONGNAM, UNWANTED, ADDRESS, '
               'DUPLICATE, OTHER):'.
           MOVE SPACES TO WS-CASE-CATEGORY-ENTRY.
           ACCEPT WS-CASE-CATEGORY-ENTRY.
           MOVE SPACES TO RC-CASE-RECORD.
           MOVE FUNCTION UPPER-CASE(WS-CASE-CATEGORY-ENTRY)
               TO RC-CASE-CATEGORY.
           IF NOT RC-CASE-CATEGORY-IS-VALID
               DISPLAY 'NO SUCH CATEGORY -- CASE NOT OPENED'
           ELSE
               DISPLAY 'NOTES:'
               MOVE SPACES TO WS-CASE-NOTE-ENTRY
               ACCEPT WS-CASE-NOTE-ENTRY
               PERFORM TAKE-NEXT-CASE-NUMBER
               MOVE RC-CUSTOMER-ID TO RC-CASE-CUSTOMER-ID
               MOVE WS-CASE-LAST-NUMBER TO RC-CASE-NUMBER
               MOVE WS-TODAY-DATE-TEXT TO RC-CASE-OPEN-DATE
               MOVE WS-OPERATOR-ID TO RC-CASE-OPENED-BY
               MOVE 'OPEN' TO RC-CASE-STATUS
               MOVE WS-CASE-NOTE-ENTRY TO RC-CASE-NOTES
               MOVE WS-TODAY-DATE-TEXT TO RC-CASE-UPDATED-DATE
               MOVE WS-OPERATOR-ID TO RC-CASE-UPDATED-BY
               WRITE RC-CASE-RECORD
                   INVALID KEY
                       DISPLAY 'CASE NOT OPENED -- WRITE ERROR'
                   NOT INVALID KEY
                       DISPLAY 'CASE ' RC-CASE-NUMBER ' OPENED'
               END-WRITE
           END-IF.

      *    Case numbers run on from case-control.dat across all
      *    customers, so a case number quoted on a later call finds
      *    the one case.
           TAKE-NEXT-CASE-NUMBER.
           MOVE 0 TO WS-CASE-LAST-NUMBER.
           MOVE 0 TO WS-CONTROL-IS-ENDED.
           OPEN INPUT F-CASE-CONTROL-FILE.
           READ F-CASE-CONTROL-FILE
               AT END
                   MOVE 1 TO WS-CONTROL-IS-ENDED
           END-READ.
           CLOSE F-CASE-CONTROL-FILE.
           IF WS-CONTROL-IS-ENDED = 0
           AND RC-CASE-CONTROL-NUMBER IS NUMERIC
               MOVE RC-CASE-CONTROL-NUMBER TO WS-CASE-LAST-NUMBER
           END-IF.
           ADD 1 TO WS-CASE-LAST-NUMBER.
           OPEN OUTPUT F-CASE-CONTROL-FILE.
           MOVE WS-CASE-LAST-NUMBER TO RC-CASE-CONTROL-NUMBER.
           WRITE RC-CASE-CONTROL-NUMBER.
           CLOSE F-CASE-CONTROL-FILE.

      *    A closed case stays closed; the same trouble coming back is
      *    a new case, which is what case-category-report counts as a
      *    repeat.
           UPDATE-CUSTOMER-CASE.
           DISPLAY 'CASE NUMBER:'.
           MOVE SPACES TO WS-CASE-NUMBER-ENTRY.
           ACCEPT WS-CASE-NUMBER-ENTRY.
           IF WS-CASE-NUMBER-ENTRY IS NOT NUMERIC
               DISPLAY 'CASE NUMBER MUST BE 6 DIGITS'
           ELSE
               MOVE RC-CUSTOMER-ID TO RC-CASE-CUSTOMER-ID
               MOVE WS-CASE-NUMBER-ENTRY TO RC-CASE-NUMBER
               READ F-CASE-FILE
                   KEY IS RC-CASE-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-CASE-FOUND
                       DISPLAY 'NO SUCH CASE FOR THIS CUSTOMER'
                   WHEN RC-CASE-IS-CLOSED
                       DISPLAY 'CASE IS CLOSED -- OPEN A NEW ONE'
                   WHEN OTHER
                       PERFORM UPDATE-OPEN-CASE
               END-EVALUATE
           END-IF.

           UPDATE-OPEN-CASE.
           DISPLAY 'NOTE TO ADD (ENTER FOR NONE):'.
           MOVE SPACES TO WS-CASE-NOTE-ENTRY.
           ACCEPT WS-CASE-NOTE-ENTRY.
           IF WS-CASE-NOTE-ENTRY NOT = SPACES
               PERFORM APPEND-CASE-NOTE
           END-IF.
           DISPLAY 'RESOLVE THE CASE? (Y/N):'.
           MOVE SPACE TO WS-CASE-RESOLVE-ENTRY.
           ACCEPT WS-CASE-RESOLVE-ENTRY.
           IF WS-CASE-RESOLVE-ENTRY = 'Y' OR WS-CASE-RESOLVE-ENTRY = 'y'
               DISPLAY 'RESOLUTION:'
               MOVE SPACES TO WS-CASE-RESOLUTION-ENTRY
               ACCEPT WS-CASE-RESOLUTION-ENTRY
               IF WS-CASE-RESOLUTION-ENTRY = SPACES
                   DISPLAY 'NO RESOLUTION GIVEN -- CASE LEFT OPEN'
               ELSE
                   MOVE 'CLOSED' TO RC-CASE-STATUS
                   MOVE WS-CASE-RESOLUTION-ENTRY TO RC-CASE-RESOLUTION
                   MOVE WS-TODAY-DATE-TEXT TO RC-CASE-RESOLVED-DATE
                   MOVE WS-OPERATOR-ID TO RC-CASE-RESOLVED-BY
               END-IF
           END-IF.
           MOVE WS-TODAY-DATE-TEXT TO RC-CASE-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO RC-CASE-UPDATED-BY.
           REWRITE RC-CASE-RECORD
               INVALID KEY
                   DISPLAY 'CASE NOT UPDATED -- REWRITE ERROR'
               NOT INVALID KEY
                   DISPLAY 'CASE ' RC-CASE-NUMBER ' UPDATED, NOW '
                       RC-CASE-STATUS
           END-REWRITE.

      *    A note is added after what is already there, "; "
      *    between; once the notes field is full the rest is cut.
           APPEND-CASE-NOTE.
           MOVE 0 TO WS-CASE-NOTES-LENGTH.
           PERFORM VARYING WS-CASE-SUB FROM 240 BY -1
               UNTIL WS-CASE-SUB < 1
               OR WS-CASE-NOTES-LENGTH > 0
               IF RC-CASE-NOTES(WS-CASE-SUB:1) NOT = SPACE
                   MOVE WS-CASE-SUB TO WS-CASE-NOTES-LENGTH
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CASE-NOTE-LENGTH.
           PERFORM VARYING WS-CASE-SUB FROM 80 BY -1
               UNTIL WS-CASE-SUB < 1
               OR WS-CASE-NOTE-LENGTH > 0
               IF WS-CASE-NOTE-ENTRY(WS-CASE-SUB:1) NOT = SPACE
                   MOVE WS-CASE-SUB TO WS-CASE-NOTE-LENGTH
               END-IF
           END-PERFORM.
           IF WS-CASE-NOTES-LENGTH = 0
               MOVE WS-CASE-NOTE-ENTRY TO RC-CASE-NOTES
           ELSE
               COMPUTE WS-CASE-POINTER = WS-CASE-NOTES-LENGTH + 1
               STRING '; ' WS-CASE-NOTE-ENTRY(1:WS-CASE-NOTE-LENGTH)
                   DELIMITED BY SIZE
                   INTO RC-CASE-NOTES
                   WITH POINTER WS-CASE-POINTER
                   ON OVERFLOW
                       DISPLAY 'NOTES ARE FULL -- NOTE CUT SHORT'
               END-STRING
           END-IF.
