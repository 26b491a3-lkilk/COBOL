       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-card-roster.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-CUSTOMER-ID.
               SELECT OPTIONAL F-REP-FILE
                   ASSIGN TO 'reps.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-TRANSIT-FILE
                   ASSIGN TO 'transit-times.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-OCCASION-RULES-FILE
                   ASSIGN TO 'occasion-rules.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
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
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RUN-STAMP-FILE
                   ASSIGN TO 'run-stamp.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT F-SORT-FILE ASSIGN TO 'roster-work.tmp'.
               SELECT F-ROSTER-FILE
                   ASSIGN TO DYNAMIC WS-ROSTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-REP-FILE.
           COPY "rep-record.cpy".
      *    Same lead-days table the card run uses: the key is a
      *    3-digit ZIP prefix or, padded with a trailing space, a
      *    2-letter state code.
           FD F-TRANSIT-FILE.
           01 RC-TRANSIT-RECORD.
               05 RC-TRANSIT-KEY PIC X(3).
               05 FILLER PIC X.
               05 RC-TRANSIT-DAYS PIC 99.
      *    The greeting run's data-driven occasions, laid out as
      *    greeting-card-generator reads them.
           FD F-OCCASION-RULES-FILE.
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
           FD F-DEPENDENT-FILE.
           COPY "dependent-record.cpy".
           FD F-EVENT-FILE.
           COPY "customer-event-record.cpy".
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-FUNCTION PIC X.
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE.
                   10 RC-JRN-BEFORE-ID PIC X(6).
                   10 FILLER PIC X(140).
                   10 RC-JRN-BEFORE-DOB PIC X(10).
                   10 FILLER PIC X(344).
               05 FILLER PIC X.
               05 RC-JRN-AFTER.
                   10 RC-JRN-AFTER-ID PIC X(6).
                   10 FILLER PIC X(140).
                   10 RC-JRN-AFTER-DOB PIC X(10).
                   10 FILLER PIC X(344).
           FD F-RUN-STAMP-FILE.
           01 RC-RUN-STAMP PIC X(10).
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           SD F-SORT-FILE.
           01 SORT-ROSTER-RECORD.
               05 SORT-BRANCH PIC X(4).
               05 SORT-MAIL-DATE PIC X(10).
               05 SORT-REP-ID PIC X(6).
               05 SORT-CUSTOMER-ID PIC 9(6).
               05 SORT-OCCASION PIC X(9).
               05 SORT-OCCASION-DATE PIC X(10).
               05 SORT-AGE-LABEL PIC X(7).
               05 SORT-AGE PIC 999.
               05 SORT-CHANNEL PIC X.
               05 SORT-NAME PIC X(40).
               05 SORT-REP-NAME PIC X(30).
               05 SORT-BRANCH-NAME PIC X(30).
           FD F-ROSTER-FILE.
           01 RC-ROSTER-LINE PIC X(132).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-ROSTER-FILENAME PIC X(40).
           01 WS-ROSTER-WINDOW PIC 99 VALUE 7.
           01 WS-READ-IS-ENDED PIC 9.
           01 WS-SORT-IS-ENDED PIC 9.
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-LEAD-DAYS PIC 99.
           01 WS-LEAD-ZIP-MATCHED PIC 9.
           01 WS-DAY-OFFSET PIC 99.
           01 WS-MAIL-DATE PIC X(10).
           01 WS-MAIL-YEAR PIC 9999.
           01 WS-MAIL-MONTH PIC 99.
           01 WS-MAIL-DAY PIC 99.
           01 WS-MAIL-MMDD PIC X(5).
           01 WS-TARGET-DATE PIC X(10).
           01 WS-TARGET-YEAR PIC 9999.
           01 WS-TARGET-MMDD PIC X(5).
           01 WS-OBSERVE-YEAR PIC 9999.
           01 WS-MMDD-CHECK PIC X(5).
           01 WS-CANDIDATE-AGE PIC 999.
           01 WS-CUSTOMER-AGE PIC S9(4).
           01 WS-ANNIVERSARY-YEARS PIC S9(4).
           01 WS-OCCASION-TRIGGERED PIC 9.
           01 WS-FLOAT-WEEKDAY PIC 9.
           01 WS-FLOAT-NTH PIC 9.
           01 WS-ROSTER-OCCASION PIC X(9).
           01 WS-ROSTER-OCCASION-DATE PIC X(10).
           01 WS-ROSTER-AGE-LABEL PIC X(7).
           01 WS-ROSTER-AGE PIC 999.
           01 WS-DEPENDENT-STATUS PIC XX.
           01 WS-EVENT-STATUS PIC XX.
               88 WS-EVENT-FOUND VALUE '00'.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-CHILD-SUB PIC 99.
           01 WS-CHILD-FOUND PIC 99.
           01 WS-CHILD-COUNT PIC 99 VALUE 0.
           01 WS-CHILD-TABLE.
               05 WS-CHILD-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-CHILD-COUNT.
                   10 WS-CHILD-DOB-YEAR PIC 9999.
                   10 WS-CHILD-DOB-MMDD PIC X(5).
      *    Same twenty-slot occasion table greeting-card-generator
      *    builds, so a full occasion-rules.dat drops the same rules
      *    here as there.  The event year and month-day are the
      *    current customer's own entry for a personal-event code.
           01 WS-RULE-LANGUAGE PIC X(2).
           01 WS-OCC-SUB PIC 99.
           01 WS-OCC-COUNT PIC 99 VALUE 0.
           01 WS-OCC-TABLE.
               05 WS-OCC-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-OCC-COUNT.
                   10 WS-OCC-CODE PIC X(9).
                   10 WS-OCC-TRIGGER-MMDD PIC X(5).
                   10 WS-OCC-ADULT-ONLY PIC X.
                   10 WS-OCC-RULE-TYPE PIC X.
                   10 WS-OCC-FLOAT-MONTH PIC 99.
                   10 WS-OCC-FLOAT-WEEKDAY PIC 9.
                   10 WS-OCC-FLOAT-NTH PIC X.
                   10 WS-OCC-EVENT-YEAR PIC 9999.
                   10 WS-OCC-EVENT-MMDD PIC X(5).
           01 WS-LAST-RUN-STAMP PIC X(10).
           01 WS-WELCOME-CUTOFF PIC X(8).
           01 WS-WELCOME-OFFSET PIC 99.
           01 WS-WELCOME-SUB PIC 9(4).
           01 WS-WELCOME-FOUND PIC 9(4).
           01 WS-WELCOME-SENT PIC 9.
           01 WS-WELCOME-COUNT PIC 9(4) VALUE 0.
           01 WS-WELCOME-TABLE.
               05 WS-WELCOME-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-WELCOME-COUNT.
                   10 WS-WELCOME-ID PIC X(6).
           01 WS-TRANSIT-SUB PIC 9(3).
           01 WS-TRANSIT-COUNT PIC 9(3) VALUE 0.
           01 WS-TRANSIT-TABLE.
               05 WS-TRANSIT-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-TRANSIT-COUNT.
                   10 WS-TRANSIT-KEY PIC X(3).
                   10 WS-TRANSIT-DAYS PIC 99.
           01 WS-REP-SUB PIC 9(3).
           01 WS-REP-FOUND PIC 9(3).
           01 WS-REP-COUNT PIC 9(3) VALUE 0.
           01 WS-REP-TABLE.
               05 WS-REP-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-REP-COUNT.
                   10 WS-REP-ID PIC X(6).
                   10 WS-REP-NAME PIC X(30).
                   10 WS-REP-BRANCH PIC X(4).
                   10 WS-REP-BRANCH-NAME PIC X(30).
           01 WS-PREV-BRANCH PIC X(4).
           01 WS-BRANCH-CARDS PIC 9(5).
           01 WS-TOTAL-CARDS PIC 9(5).
           01 WS-BRANCH-COUNT PIC 9(4).
           01 WS-UNASSIGNED-COUNT PIC 9(5).
           01 WS-BRANCH-LINE.
               05 FILLER PIC X(7) VALUE 'BRANCH '.
               05 WS-BRL-BRANCH PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 WS-BRL-BRANCH-NAME PIC X(30).
               05 FILLER PIC X(10) VALUE ' CARDS FOR'.
               05 FILLER PIC X VALUE SPACE.
               05 WS-BRL-DAYS PIC Z9.
               05 FILLER PIC X(11) VALUE ' DAYS FROM '.
               05 WS-BRL-FROM-DATE PIC X(10).
           01 WS-DETAIL-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(6) VALUE 'MAILS '.
               05 WS-DTL-MAIL-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DTL-OCCASION PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DTL-OCCASION-DATE PIC X(10).
               05 WS-DTL-AGE-LABEL PIC X(7).
               05 WS-DTL-AGE PIC ZZ9 BLANK WHEN ZERO.
               05 FILLER PIC X VALUE SPACE.
               05 WS-DTL-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DTL-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DTL-REP-ID PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DTL-REP-NAME PIC X(27).
           01 WS-CHANNEL-LINE.
               05 FILLER PIC X(8) VALUE SPACES.
               05 WS-CHL-TEXT PIC X(60).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(7) VALUE 'BRANCH '.
               05 WS-TTL-BRANCH PIC X(4).
               05 FILLER PIC X(8) VALUE ' CARDS='.
               05 WS-TTL-CARDS PIC ZZZZ9.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.

      *    Relationship managers follow up personally with their
      *    customers who have a card coming.  Every card to a
      *    customer with an assigned rep that mails in the window --
      *    the seven mailing days from the run date, unless
      *    ROSTER-WINDOW on the parameter master says otherwise --
      *    is listed under the rep's branch, in mailing-date order,
      *    one line per card with its occasion.  Birthday, milestone
      *    and child-birthday cards are worked back from the
      *    birthday by the same transit-time lead customer-filterer
      *    applies, so the roster shows the day the card actually
      *    leaves; welcome cards go on the next filterer run; the
      *    greeting run's enrollment anniversaries, occasion rules
      *    and personal events mail on their own date.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           PERFORM APPLY-WINDOW-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           MOVE SPACES TO WS-ROSTER-FILENAME.
           STRING 'branch-roster-' WS-TODAYS-DATE '.dat'
               INTO WS-ROSTER-FILENAME
           END-STRING.
           PERFORM LOAD-REPS.
           PERFORM LOAD-TRANSIT-TIMES.
           PERFORM LOAD-OCCASION-TABLE.
           PERFORM LOAD-WELCOME-CANDIDATES.

           MOVE 0 TO WS-TOTAL-CARDS.
           MOVE 0 TO WS-BRANCH-COUNT.
           MOVE 0 TO WS-UNASSIGNED-COUNT.
           SORT F-SORT-FILE
               ON ASCENDING KEY SORT-BRANCH SORT-MAIL-DATE
                   SORT-REP-ID SORT-CUSTOMER-ID SORT-OCCASION
               INPUT PROCEDURE IS RELEASE-ROSTER-CUSTOMERS
               OUTPUT PROCEDURE IS WRITE-BRANCH-ROSTERS.
           MOVE WS-ROSTER-FILENAME TO WS-RPF-REPORT-FILE.
           MOVE 'branch-card-roster' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.

           DISPLAY 'branch-card-roster: ' WS-TOTAL-CARDS
               ' card(s) listed for ' WS-BRANCH-COUNT ' branch(es); '
               WS-UNASSIGNED-COUNT ' card(s) to customers with no rep'.
           GOBACK.

           APPLY-RUN-DATE-OVERRIDE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RUN-DATE-FILE.
           READ F-RUN-DATE-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-RUN-DATE-FILE.
           IF WS-FILE-IS-ENDED = 0
               MOVE RC-PARM-DATE TO WS-DATE
               MOVE RC-PARM-YEAR TO WS-YEAR
           END-IF.

           APPLY-WINDOW-OVERRIDE.
           MOVE 'branch-card-roster' TO WS-PRQ-PROGRAM.
           MOVE 'ROSTER-WINDOW' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-ROSTER-WINDOW
           END-IF.

           LOAD-REPS.
           MOVE 0 TO WS-REP-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REP-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REP-FILE
                   NOT AT END
                       IF WS-REP-COUNT < 500
                       AND RC-REP-ID NOT = SPACES
                           ADD 1 TO WS-REP-COUNT
                           MOVE RC-REP-ID TO WS-REP-ID(WS-REP-COUNT)
                           MOVE RC-REP-NAME
                               TO WS-REP-NAME(WS-REP-COUNT)
                           MOVE RC-REP-BRANCH
                               TO WS-REP-BRANCH(WS-REP-COUNT)
                           MOVE RC-REP-BRANCH-NAME
                               TO WS-REP-BRANCH-NAME(WS-REP-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REP-FILE.

           LOAD-TRANSIT-TIMES.
           MOVE 0 TO WS-TRANSIT-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSIT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSIT-FILE
                   NOT AT END
                       IF WS-TRANSIT-COUNT < 200
                       AND RC-TRANSIT-KEY NOT = SPACES
                       AND RC-TRANSIT-DAYS IS NUMERIC
                           ADD 1 TO WS-TRANSIT-COUNT
                           MOVE RC-TRANSIT-KEY
                               TO WS-TRANSIT-KEY(WS-TRANSIT-COUNT)
                           MOVE RC-TRANSIT-DAYS
                               TO WS-TRANSIT-DAYS(WS-TRANSIT-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-TRANSIT-FILE.

      *    The same table greeting-card-generator builds: its five
      *    built-in occasions, then every English rule on
      *    occasion-rules.dat.  A rule in another language is only
      *    a translation of an English one; a rule with no code, or
      *    a fixed rule with no MM-DD, never fires.
           LOAD-OCCASION-TABLE.
           MOVE 5 TO WS-OCC-COUNT.
           PERFORM VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > WS-OCC-COUNT
               MOVE SPACES TO WS-OCC-ENTRY(WS-OCC-SUB)
               MOVE 'N' TO WS-OCC-ADULT-ONLY(WS-OCC-SUB)
               MOVE 0 TO WS-OCC-FLOAT-MONTH(WS-OCC-SUB)
               MOVE 0 TO WS-OCC-FLOAT-WEEKDAY(WS-OCC-SUB)
               MOVE 0 TO WS-OCC-EVENT-YEAR(WS-OCC-SUB)
           END-PERFORM.
           MOVE 'BIRTHDAY' TO WS-OCC-CODE(1).
           MOVE 'TAX' TO WS-OCC-CODE(2).
           MOVE 'WEREWOLF' TO WS-OCC-CODE(3).
           MOVE 'ANNIV' TO WS-OCC-CODE(4).
           MOVE 'WEDDING' TO WS-OCC-CODE(5).
           MOVE 'P' TO WS-OCC-RULE-TYPE(5).
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OCCASION-RULES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OCCASION-RULES-FILE
                   NOT AT END
                       PERFORM APPEND-ONE-OCCASION-RULE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-OCCASION-RULES-FILE.

           APPEND-ONE-OCCASION-RULE.
           MOVE FUNCTION UPPER-CASE(RC-RULE-LANGUAGE)
               TO WS-RULE-LANGUAGE.
           IF RC-RULE-CODE = SPACES
           OR (WS-RULE-LANGUAGE NOT = SPACES
               AND WS-RULE-LANGUAGE NOT = 'EN')
           OR (RC-RULE-MMDD = SPACES AND RC-RULE-TYPE NOT = 'F'
               AND RC-RULE-TYPE NOT = 'P')
           OR WS-OCC-COUNT NOT < 20
               CONTINUE
           ELSE
               ADD 1 TO WS-OCC-COUNT
               MOVE SPACES TO WS-OCC-ENTRY(WS-OCC-COUNT)
               MOVE 0 TO WS-OCC-FLOAT-MONTH(WS-OCC-COUNT)
               MOVE 0 TO WS-OCC-FLOAT-WEEKDAY(WS-OCC-COUNT)
               MOVE 0 TO WS-OCC-EVENT-YEAR(WS-OCC-COUNT)
               MOVE RC-RULE-CODE TO WS-OCC-CODE(WS-OCC-COUNT)
               MOVE RC-RULE-MMDD TO WS-OCC-TRIGGER-MMDD(WS-OCC-COUNT)
               MOVE RC-RULE-ADULT-ONLY
                   TO WS-OCC-ADULT-ONLY(WS-OCC-COUNT)
               IF RC-RULE-TYPE = 'P'
                   MOVE 'P' TO WS-OCC-RULE-TYPE(WS-OCC-COUNT)
               END-IF
               IF RC-RULE-TYPE = 'F'
               AND RC-RULE-FLOAT-MONTH IS NUMERIC
               AND RC-RULE-FLOAT-WEEKDAY IS NUMERIC
                   MOVE 'F' TO WS-OCC-RULE-TYPE(WS-OCC-COUNT)
                   MOVE RC-RULE-FLOAT-MONTH
                       TO WS-OCC-FLOAT-MONTH(WS-OCC-COUNT)
                   MOVE RC-RULE-FLOAT-WEEKDAY
                       TO WS-OCC-FLOAT-WEEKDAY(WS-OCC-COUNT)
                   MOVE RC-RULE-FLOAT-NTH
                       TO WS-OCC-FLOAT-NTH(WS-OCC-COUNT)
               END-IF
           END-IF.

      *    Customers added through customer-maintenance since the
      *    filterer's last run are welcomed on its next one: tonight,
      *    or tomorrow if tonight's run has already stamped today.
      *    The cutoff is the filterer's own -- journal add records
      *    dated on or after the last run stamp, or today's alone
      *    when there is no stamp yet.
           LOAD-WELCOME-CANDIDATES.
           MOVE SPACES TO WS-LAST-RUN-STAMP.
           OPEN INPUT F-RUN-STAMP-FILE.
           READ F-RUN-STAMP-FILE INTO WS-LAST-RUN-STAMP
               AT END
                   MOVE SPACES TO WS-LAST-RUN-STAMP
           END-READ.
           CLOSE F-RUN-STAMP-FILE.
           MOVE 0 TO WS-WELCOME-OFFSET.
           IF WS-LAST-RUN-STAMP = WS-TODAYS-DATE
               MOVE 1 TO WS-WELCOME-OFFSET
           END-IF.
           IF WS-LAST-RUN-STAMP = SPACES
               STRING WS-TODAYS-DATE(1:4) WS-TODAYS-DATE(6:2)
                   WS-TODAYS-DATE(9:2) DELIMITED BY SIZE
                   INTO WS-WELCOME-CUTOFF
               END-STRING
           ELSE
               STRING WS-LAST-RUN-STAMP(1:4) WS-LAST-RUN-STAMP(6:2)
                   WS-LAST-RUN-STAMP(9:2) DELIMITED BY SIZE
                   INTO WS-WELCOME-CUTOFF
               END-STRING
           END-IF.
           MOVE 0 TO WS-WELCOME-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-JOURNAL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-JOURNAL-FILE
                   NOT AT END
                       IF RC-JRN-FUNCTION = 'A'
                       AND RC-JRN-STAMP(1:8) >= WS-WELCOME-CUTOFF
                       AND RC-JRN-AFTER-ID IS NUMERIC
                           PERFORM ADD-WELCOME-CANDIDATE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL-FILE.

           ADD-WELCOME-CANDIDATE.
           MOVE 0 TO WS-WELCOME-FOUND.
           PERFORM VARYING WS-WELCOME-SUB FROM 1 BY 1
               UNTIL WS-WELCOME-SUB > WS-WELCOME-COUNT
               IF WS-WELCOME-ID(WS-WELCOME-SUB) = RC-JRN-AFTER-ID
                   MOVE WS-WELCOME-SUB TO WS-WELCOME-FOUND
               END-IF
           END-PERFORM.
           IF WS-WELCOME-FOUND = 0
           AND WS-WELCOME-COUNT < 2000
               ADD 1 TO WS-WELCOME-COUNT
               MOVE RC-JRN-AFTER-ID TO WS-WELCOME-ID(WS-WELCOME-COUNT)
           END-IF.

      *    Customers the card runs would pass over -- do-not-mail,
      *    deceased, suppressed for returned mail, or with no usable
      *    birth date -- have no card coming and stay off the roster.
       RELEASE-ROSTER-CUSTOMERS SECTION.
           MOVE 0 TO WS-READ-IS-ENDED.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN INPUT F-DEPENDENT-FILE.
           OPEN INPUT F-EVENT-FILE.
           OPEN INPUT F-HISTORY-FILE.
           PERFORM UNTIL WS-READ-IS-ENDED = 1
               READ F-CUSTOMER-FILE
                   NOT AT END
                       IF RC-CUSTOMER-DO-NOT-MAIL NOT = 'Y'
                       AND RC-CUSTOMER-DECEASED NOT = 'Y'
                       AND RC-CUSTOMER-MAIL-SUPPRESSED NOT = 'Y'
                       AND RC-DOB-YEAR IS NUMERIC
                       AND RC-DOB-MONTH IS NUMERIC
                       AND RC-DOB-DAY IS NUMERIC
                           PERFORM CHECK-CUSTOMER-CARDS
                       END-IF
                   AT END
                       MOVE 1 TO WS-READ-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-DEPENDENT-FILE.
           CLOSE F-EVENT-FILE.
           CLOSE F-HISTORY-FILE.
           GO TO RELEASE-ROSTER-EXIT.

      *    Each mailing day in the window is worked the way that
      *    night's runs will work it, so a customer with more than
      *    one card coming gets a line for each.  The customer's
      *    children and personal events are read once up front.
           CHECK-CUSTOMER-CARDS.
           PERFORM FIND-TRANSIT-LEAD-DAYS.
           PERFORM FIND-CUSTOMER-REP.
           PERFORM LOAD-CUSTOMER-CHILDREN.
           PERFORM LOAD-CUSTOMER-EVENTS.
           PERFORM CHECK-WELCOME-CARD.
           PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
               UNTIL WS-DAY-OFFSET >= WS-ROSTER-WINDOW
               PERFORM CHECK-ONE-MAILING-DAY
           END-PERFORM.

           FIND-CUSTOMER-REP.
           MOVE 0 TO WS-REP-FOUND.
           IF RC-CUSTOMER-REP-ID NOT = SPACES
               PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
                   IF WS-REP-ID(WS-REP-SUB) = RC-CUSTOMER-REP-ID
                       MOVE WS-REP-SUB TO WS-REP-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      *    Children still of birthday-card age are kept with their
      *    birth year and month-day; the per-day check needs no
      *    further reads.
           LOAD-CUSTOMER-CHILDREN.
           MOVE 0 TO WS-CHILD-COUNT.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-DEP-CUSTOMER-ID.
           MOVE 0 TO RC-DEP-SEQ.
           START F-DEPENDENT-FILE
               KEY IS >= RC-DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-DEPENDENT-FILE NEXT
                   NOT AT END
                       IF RC-DEP-CUSTOMER-ID NOT = RC-CUSTOMER-ID
                           MOVE 1 TO WS-SCAN-IS-ENDED
                       ELSE
                           IF RC-DEP-DOB-YEAR IS NUMERIC
                           AND RC-DEP-DOB-MONTH IS NUMERIC
                           AND RC-DEP-DOB-DAY IS NUMERIC
                           AND WS-CHILD-COUNT < 20
                               ADD 1 TO WS-CHILD-COUNT
                               MOVE RC-DEP-DOB-YEAR
                                   TO WS-CHILD-DOB-YEAR(WS-CHILD-COUNT)
                               MOVE RC-DEP-DOB-MMDD
                                   TO WS-CHILD-DOB-MMDD(WS-CHILD-COUNT)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.

      *    The customer's own dated entry for each personal-event
      *    occasion; MEMORIAL never triggers a card.
           LOAD-CUSTOMER-EVENTS.
           PERFORM VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > WS-OCC-COUNT
               MOVE 0 TO WS-OCC-EVENT-YEAR(WS-OCC-SUB)
               MOVE SPACES TO WS-OCC-EVENT-MMDD(WS-OCC-SUB)
               IF WS-OCC-RULE-TYPE(WS-OCC-SUB) = 'P'
                   MOVE RC-CUSTOMER-ID TO RC-EVT-CUSTOMER-ID
                   MOVE WS-OCC-CODE(WS-OCC-SUB) TO RC-EVT-TYPE
                   READ F-EVENT-FILE
                       KEY IS RC-EVT-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-EVENT-FOUND
                   AND NOT RC-EVT-IS-MEMORIAL
                   AND RC-EVT-YEAR IS NUMERIC
                   AND RC-EVT-MONTH IS NUMERIC
                   AND RC-EVT-DAY IS NUMERIC
                       MOVE RC-EVT-YEAR
                           TO WS-OCC-EVENT-YEAR(WS-OCC-SUB)
                       MOVE RC-EVT-MMDD
                           TO WS-OCC-EVENT-MMDD(WS-OCC-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *    A welcome goes once: any WELCOME already on the card
      *    history stops it, as it does in the filterer.
           CHECK-WELCOME-CARD.
           MOVE 0 TO WS-WELCOME-FOUND.
           PERFORM VARYING WS-WELCOME-SUB FROM 1 BY 1
               UNTIL WS-WELCOME-SUB > WS-WELCOME-COUNT
               IF WS-WELCOME-ID(WS-WELCOME-SUB) = RC-CUSTOMER-ID
                   MOVE WS-WELCOME-SUB TO WS-WELCOME-FOUND
               END-IF
           END-PERFORM.
           IF WS-WELCOME-FOUND > 0
           AND WS-WELCOME-OFFSET < WS-ROSTER-WINDOW
               MOVE 0 TO WS-WELCOME-SENT
               MOVE 0 TO WS-SCAN-IS-ENDED
               MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID
               MOVE SPACES TO RC-HIST-RUN-DATE
               MOVE SPACES TO RC-HIST-OCCASION
               START F-HISTORY-FILE
                   KEY IS >= RC-HIST-KEY
                   INVALID KEY
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-START
               PERFORM UNTIL WS-SCAN-IS-ENDED = 1
                   READ F-HISTORY-FILE NEXT
                       NOT AT END
                           IF RC-HIST-CUSTOMER-ID NOT = RC-CUSTOMER-ID
                               MOVE 1 TO WS-SCAN-IS-ENDED
                           ELSE
                               IF RC-HIST-OCCASION = 'WELCOME'
                                   MOVE 1 TO WS-WELCOME-SENT
                                   MOVE 1 TO WS-SCAN-IS-ENDED
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-SCAN-IS-ENDED
                   END-READ
               END-PERFORM
               IF WS-WELCOME-SENT = 0
                   MOVE WS-WELCOME-OFFSET TO WS-DAY-OFFSET
                   PERFORM SET-MAIL-DATE
                   MOVE 'WELCOME' TO WS-ROSTER-OCCASION
                   MOVE WS-MAIL-DATE TO WS-ROSTER-OCCASION-DATE
                   MOVE SPACES TO WS-ROSTER-AGE-LABEL
                   MOVE 0 TO WS-ROSTER-AGE
                   PERFORM RELEASE-ONE-CARD
               END-IF
           END-IF.

           CHECK-ONE-MAILING-DAY.
           PERFORM SET-MAIL-DATE.
           MOVE 'AD' TO WS-DS-FUNCTION.
           MOVE WS-MAIL-DATE TO WS-DS-DATE-1.
           MOVE WS-LEAD-DAYS TO WS-DS-DAYS.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DATE-2 TO WS-TARGET-DATE.
           MOVE WS-TARGET-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE WS-TARGET-DATE(6:5) TO WS-TARGET-MMDD.
           PERFORM CHECK-BIRTHDAY-CARD.
           PERFORM CHECK-CHILD-BIRTHDAY-CARD.
           PERFORM VARYING WS-OCC-SUB FROM 1 BY 1
               UNTIL WS-OCC-SUB > WS-OCC-COUNT
               PERFORM CHECK-GREETING-OCCASION
           END-PERFORM.

           SET-MAIL-DATE.
           MOVE 'AD' TO WS-DS-FUNCTION.
           MOVE WS-TODAYS-DATE TO WS-DS-DATE-1.
           MOVE WS-DAY-OFFSET TO WS-DS-DAYS.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DATE-2 TO WS-MAIL-DATE.
           MOVE WS-MAIL-DATE(1:4) TO WS-MAIL-YEAR.
           MOVE WS-MAIL-DATE(6:2) TO WS-MAIL-MONTH.
           MOVE WS-MAIL-DATE(9:2) TO WS-MAIL-DAY.
           MOVE WS-MAIL-DATE(6:5) TO WS-MAIL-MMDD.

      *    The filterer selects the card the lead days ahead of the
      *    birthday; the target date, not the mailing date, carries
      *    the leap-day rule and the age, and the milestone ages
      *    get their own card.
           CHECK-BIRTHDAY-CARD.
           MOVE RC-DOB-MMDD TO WS-MMDD-CHECK.
           MOVE WS-TARGET-YEAR TO WS-OBSERVE-YEAR.
           PERFORM OBSERVE-MMDD-IN-YEAR.
           IF WS-MMDD-CHECK = WS-TARGET-MMDD
               COMPUTE WS-CANDIDATE-AGE =
                   WS-TARGET-YEAR - RC-DOB-YEAR
               IF WS-CANDIDATE-AGE = 18 OR WS-CANDIDATE-AGE = 21
               OR WS-CANDIDATE-AGE = 50 OR WS-CANDIDATE-AGE = 65
               OR WS-CANDIDATE-AGE = 100
                   MOVE 'MILESTONE' TO WS-ROSTER-OCCASION
               ELSE
                   MOVE 'BIRTHDAY' TO WS-ROSTER-OCCASION
               END-IF
               MOVE WS-TARGET-DATE TO WS-ROSTER-OCCASION-DATE
               MOVE ' TURNS ' TO WS-ROSTER-AGE-LABEL
               MOVE WS-CANDIDATE-AGE TO WS-ROSTER-AGE
               PERFORM RELEASE-ONE-CARD
           END-IF.

      *    One CHILDBDAY card per parent per day, however many
      *    children share the birthday; the age shown is the first
      *    such child's.
           CHECK-CHILD-BIRTHDAY-CARD.
           MOVE 0 TO WS-CHILD-FOUND.
           PERFORM VARYING WS-CHILD-SUB FROM 1 BY 1
               UNTIL WS-CHILD-SUB > WS-CHILD-COUNT
               MOVE WS-CHILD-DOB-MMDD(WS-CHILD-SUB) TO WS-MMDD-CHECK
               MOVE WS-TARGET-YEAR TO WS-OBSERVE-YEAR
               PERFORM OBSERVE-MMDD-IN-YEAR
               IF WS-MMDD-CHECK = WS-TARGET-MMDD
               AND WS-CHILD-DOB-YEAR(WS-CHILD-SUB) < WS-TARGET-YEAR
               AND WS-TARGET-YEAR - WS-CHILD-DOB-YEAR(WS-CHILD-SUB)
                   < 18
               AND WS-CHILD-FOUND = 0
                   MOVE WS-CHILD-SUB TO WS-CHILD-FOUND
               END-IF
           END-PERFORM.
           IF WS-CHILD-FOUND > 0
               MOVE 'CHILDBDAY' TO WS-ROSTER-OCCASION
               MOVE WS-TARGET-DATE TO WS-ROSTER-OCCASION-DATE
               MOVE ' TURNS ' TO WS-ROSTER-AGE-LABEL
               COMPUTE WS-ROSTER-AGE = WS-TARGET-YEAR
                   - WS-CHILD-DOB-YEAR(WS-CHILD-FOUND)
               PERFORM RELEASE-ONE-CARD
           END-IF.

      *    The greeting run's occasions, triggered on the mailing
      *    date itself as greeting-card-generator triggers them.
      *    Its BIRTHDAY is the filterer's card above; TAX and
      *    WEREWOLF are seasonal mailings, not relationship
      *    occasions, and stay off the roster.
           CHECK-GREETING-OCCASION.
           MOVE 0 TO WS-OCCASION-TRIGGERED.
           MOVE 0 TO WS-ANNIVERSARY-YEARS.
           EVALUATE WS-OCC-CODE(WS-OCC-SUB)
               WHEN 'BIRTHDAY'
               WHEN 'TAX'
               WHEN 'WEREWOLF'
                   CONTINUE
               WHEN 'ANNIV'
                   PERFORM CHECK-ANNIVERSARY-DATE
               WHEN 'WEDDING'
                   PERFORM CHECK-PERSONAL-EVENT-DATE
               WHEN OTHER
                   PERFORM CHECK-RULE-DATE
           END-EVALUATE.
           IF WS-OCCASION-TRIGGERED = 1
               MOVE WS-OCC-CODE(WS-OCC-SUB) TO WS-ROSTER-OCCASION
               MOVE WS-MAIL-DATE TO WS-ROSTER-OCCASION-DATE
               IF WS-ANNIVERSARY-YEARS > 0
                   MOVE ' YEARS ' TO WS-ROSTER-AGE-LABEL
                   MOVE WS-ANNIVERSARY-YEARS TO WS-ROSTER-AGE
               ELSE
                   MOVE SPACES TO WS-ROSTER-AGE-LABEL
                   MOVE 0 TO WS-ROSTER-AGE
               END-IF
               PERFORM RELEASE-ONE-CARD
           END-IF.

      *    Enrollment anniversaries: the signup month-day, observed
      *    in the mailing year; the first year is not one yet.
           CHECK-ANNIVERSARY-DATE.
           IF RC-CUSTOMER-ENROLL-DATE(1:4) IS NUMERIC
           AND RC-CUSTOMER-ENROLL-DATE(6:2) IS NUMERIC
           AND RC-CUSTOMER-ENROLL-DATE(9:2) IS NUMERIC
               MOVE RC-CUSTOMER-ENROLL-DATE(6:5) TO WS-MMDD-CHECK
               MOVE WS-MAIL-YEAR TO WS-OBSERVE-YEAR
               PERFORM OBSERVE-MMDD-IN-YEAR
               IF WS-MMDD-CHECK = WS-MAIL-MMDD
                   COMPUTE WS-ANNIVERSARY-YEARS = WS-MAIL-YEAR
                       - FUNCTION NUMVAL(
                           RC-CUSTOMER-ENROLL-DATE(1:4))
                   IF WS-ANNIVERSARY-YEARS > 0
                       MOVE 1 TO WS-OCCASION-TRIGGERED
                   END-IF
               END-IF
           END-IF.

           CHECK-PERSONAL-EVENT-DATE.
           IF WS-OCC-EVENT-MMDD(WS-OCC-SUB) NOT = SPACES
               MOVE WS-OCC-EVENT-MMDD(WS-OCC-SUB) TO WS-MMDD-CHECK
               MOVE WS-MAIL-YEAR TO WS-OBSERVE-YEAR
               PERFORM OBSERVE-MMDD-IN-YEAR
               IF WS-MMDD-CHECK = WS-MAIL-MMDD
                   COMPUTE WS-ANNIVERSARY-YEARS = WS-MAIL-YEAR
                       - WS-OCC-EVENT-YEAR(WS-OCC-SUB)
                   IF WS-ANNIVERSARY-YEARS > 0
                       MOVE 1 TO WS-OCCASION-TRIGGERED
                   END-IF
               END-IF
           END-IF.

      *    Fixed, floating and personal-event rules from
      *    occasion-rules.dat; an adult-only rule skips a customer
      *    under 18 on the mailing date.
           CHECK-RULE-DATE.
           IF WS-OCC-RULE-TYPE(WS-OCC-SUB) = 'F'
               PERFORM CHECK-FLOATING-DATE
           ELSE
           IF WS-OCC-RULE-TYPE(WS-OCC-SUB) = 'P'
               PERFORM CHECK-PERSONAL-EVENT-DATE
           ELSE
               IF WS-OCC-TRIGGER-MMDD(WS-OCC-SUB) = WS-MAIL-MMDD
                   MOVE 1 TO WS-OCCASION-TRIGGERED
               END-IF
           END-IF
           END-IF.
           IF WS-OCCASION-TRIGGERED = 1
           AND WS-OCC-ADULT-ONLY(WS-OCC-SUB) = 'Y'
               COMPUTE WS-CUSTOMER-AGE = WS-MAIL-YEAR - RC-DOB-YEAR
               IF RC-DOB-MONTH > WS-MAIL-MONTH
               OR (RC-DOB-MONTH = WS-MAIL-MONTH
                   AND RC-DOB-DAY > WS-MAIL-DAY)
                   SUBTRACT 1 FROM WS-CUSTOMER-AGE
               END-IF
               IF WS-CUSTOMER-AGE < 18
                   MOVE 0 TO WS-OCCASION-TRIGGERED
               END-IF
           END-IF.

      *    The mailing date's Nth (or last) weekday of the rule's
      *    month, weekday 1 Monday .. 7 Sunday from date-services.
           CHECK-FLOATING-DATE.
           IF WS-MAIL-MONTH = WS-OCC-FLOAT-MONTH(WS-OCC-SUB)
               MOVE 'DW' TO WS-DS-FUNCTION
               MOVE WS-MAIL-DATE TO WS-DS-DATE-1
               CALL 'date-services' USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               MOVE WS-DS-DAYS TO WS-FLOAT-WEEKDAY
               IF WS-DS-STATUS = 0
               AND WS-FLOAT-WEEKDAY = WS-OCC-FLOAT-WEEKDAY(WS-OCC-SUB)
                   IF WS-OCC-FLOAT-NTH(WS-OCC-SUB) = 'L'
                       MOVE 'AD' TO WS-DS-FUNCTION
                       MOVE WS-MAIL-DATE TO WS-DS-DATE-1
                       MOVE 7 TO WS-DS-DAYS
                       CALL 'date-services' USING WS-DS-FUNCTION
                           WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS
                           WS-DS-STATUS
                       IF WS-DS-STATUS = 0
                       AND WS-DS-DATE-2(6:2) NOT = WS-MAIL-DATE(6:2)
                           MOVE 1 TO WS-OCCASION-TRIGGERED
                       END-IF
                   ELSE
                       COMPUTE WS-FLOAT-NTH = (WS-MAIL-DAY - 1) / 7 + 1
                       IF WS-OCC-FLOAT-NTH(WS-OCC-SUB) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-OCC-FLOAT-NTH(WS-OCC-SUB))
                           = WS-FLOAT-NTH
                           MOVE 1 TO WS-OCCASION-TRIGGERED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Observed month-day in the given year from date-services:
      *    02-29 observes 03-01 in a non-leap year.  A month-day
      *    that is no calendar date keeps its raw value.
           OBSERVE-MMDD-IN-YEAR.
           MOVE 'NX' TO WS-DS-FUNCTION.
           MOVE SPACES TO WS-DS-DATE-1.
           STRING WS-OBSERVE-YEAR '-01-01' INTO WS-DS-DATE-1
           END-STRING.
           MOVE SPACES TO WS-DS-DATE-2.
           MOVE WS-MMDD-CHECK TO WS-DS-DATE-2(1:5).
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS = 0
               MOVE WS-DS-DATE-2(6:5) TO WS-MMDD-CHECK
           END-IF.

           RELEASE-ONE-CARD.
           IF WS-REP-FOUND = 0
               ADD 1 TO WS-UNASSIGNED-COUNT
           ELSE
               MOVE SPACES TO SORT-ROSTER-RECORD
               MOVE WS-REP-BRANCH(WS-REP-FOUND) TO SORT-BRANCH
               MOVE WS-REP-BRANCH-NAME(WS-REP-FOUND)
                   TO SORT-BRANCH-NAME
               MOVE WS-REP-ID(WS-REP-FOUND) TO SORT-REP-ID
               MOVE WS-REP-NAME(WS-REP-FOUND) TO SORT-REP-NAME
               MOVE WS-MAIL-DATE TO SORT-MAIL-DATE
               MOVE WS-ROSTER-OCCASION TO SORT-OCCASION
               MOVE WS-ROSTER-OCCASION-DATE TO SORT-OCCASION-DATE
               MOVE WS-ROSTER-AGE-LABEL TO SORT-AGE-LABEL
               MOVE WS-ROSTER-AGE TO SORT-AGE
               MOVE RC-CUSTOMER-ID TO SORT-CUSTOMER-ID
               MOVE RC-CUSTOMER-NAME TO SORT-NAME
               MOVE RC-CUSTOMER-CHANNEL TO SORT-CHANNEL
               RELEASE SORT-ROSTER-RECORD
           END-IF.

      *    A ZIP-prefix row outranks a state row; no row at all
      *    means the card mails on the birthday itself.
           FIND-TRANSIT-LEAD-DAYS.
           MOVE 0 TO WS-LEAD-DAYS.
           MOVE 0 TO WS-LEAD-ZIP-MATCHED.
           PERFORM VARYING WS-TRANSIT-SUB FROM 1 BY 1
               UNTIL WS-TRANSIT-SUB > WS-TRANSIT-COUNT
               IF WS-TRANSIT-KEY(WS-TRANSIT-SUB) = RC-ADDR-ZIP(1:3)
                   MOVE WS-TRANSIT-DAYS(WS-TRANSIT-SUB)
                       TO WS-LEAD-DAYS
                   MOVE 1 TO WS-LEAD-ZIP-MATCHED
               ELSE
                   IF WS-LEAD-ZIP-MATCHED = 0
                   AND WS-TRANSIT-KEY(WS-TRANSIT-SUB)(3:1) = SPACE
                   AND WS-TRANSIT-KEY(WS-TRANSIT-SUB)(1:2)
                       = RC-ADDR-STATE
                       MOVE WS-TRANSIT-DAYS(WS-TRANSIT-SUB)
                           TO WS-LEAD-DAYS
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-ROSTER-EXIT.
           EXIT.

      *    One section per branch: a heading, a line per card in
      *    mailing-date order showing its occasion, and the branch's
      *    card count.
       WRITE-BRANCH-ROSTERS SECTION.
           MOVE 0 TO WS-SORT-IS-ENDED.
           MOVE LOW-VALUES TO WS-PREV-BRANCH.
           MOVE 0 TO WS-BRANCH-CARDS.
           OPEN OUTPUT F-ROSTER-FILE.
           PERFORM UNTIL WS-SORT-IS-ENDED = 1
               RETURN F-SORT-FILE
                   AT END
                       MOVE 1 TO WS-SORT-IS-ENDED
                   NOT AT END
                       PERFORM WRITE-ONE-ROSTER-LINE
               END-RETURN
           END-PERFORM.
           IF WS-BRANCH-COUNT > 0
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.
           CLOSE F-ROSTER-FILE.
           GO TO WRITE-ROSTERS-EXIT.

           WRITE-ONE-ROSTER-LINE.
           IF SORT-BRANCH NOT = WS-PREV-BRANCH
               IF WS-BRANCH-COUNT > 0
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               MOVE SORT-BRANCH TO WS-BRL-BRANCH
               MOVE SORT-BRANCH-NAME TO WS-BRL-BRANCH-NAME
               MOVE WS-ROSTER-WINDOW TO WS-BRL-DAYS
               MOVE WS-TODAYS-DATE TO WS-BRL-FROM-DATE
               WRITE RC-ROSTER-LINE FROM WS-BRANCH-LINE
               ADD 1 TO WS-BRANCH-COUNT
               MOVE 0 TO WS-BRANCH-CARDS
               MOVE SORT-BRANCH TO WS-PREV-BRANCH
           END-IF.
           MOVE SORT-MAIL-DATE TO WS-DTL-MAIL-DATE.
           MOVE SORT-OCCASION TO WS-DTL-OCCASION.
           MOVE SORT-OCCASION-DATE TO WS-DTL-OCCASION-DATE.
           MOVE SORT-AGE-LABEL TO WS-DTL-AGE-LABEL.
           MOVE SORT-AGE TO WS-DTL-AGE.
           MOVE SORT-CUSTOMER-ID TO WS-DTL-CUSTOMER-ID.
           MOVE SORT-NAME TO WS-DTL-NAME.
           MOVE SORT-REP-ID TO WS-DTL-REP-ID.
           MOVE SORT-REP-NAME TO WS-DTL-REP-NAME.
           WRITE RC-ROSTER-LINE FROM WS-DETAIL-LINE.
      *    An e-mail- or text-only customer gets the greeting but no
      *    paper card; the rep should know which is coming.
           IF SORT-CHANNEL = 'E' OR SORT-CHANNEL = 'S'
               MOVE SPACES TO WS-CHL-TEXT
               IF SORT-CHANNEL = 'E'
                   MOVE 'BY E-MAIL ONLY -- NO PAPER CARD'
                       TO WS-CHL-TEXT
               ELSE
                   MOVE 'BY TEXT MESSAGE ONLY -- NO PAPER CARD'
                       TO WS-CHL-TEXT
               END-IF
               WRITE RC-ROSTER-LINE FROM WS-CHANNEL-LINE
           END-IF.
           ADD 1 TO WS-BRANCH-CARDS.
           ADD 1 TO WS-TOTAL-CARDS.

           WRITE-BRANCH-TOTAL.
           MOVE WS-PREV-BRANCH TO WS-TTL-BRANCH.
           MOVE WS-BRANCH-CARDS TO WS-TTL-CARDS.
           WRITE RC-ROSTER-LINE FROM WS-TOTAL-LINE.

       WRITE-ROSTERS-EXIT.
           EXIT.
