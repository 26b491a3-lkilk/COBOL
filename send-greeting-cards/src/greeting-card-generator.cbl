               SELECT F-EMAIL-FILE
                   ASSIGN TO 'greeting-e-notifications.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SMS-FILE
                   ASSIGN TO 'greeting-sms-notifications.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-ACCESS-FILE
                   ASSIGN TO 'greeting-accessible-mail.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RUN-HISTORY-FILE
                   ASSIGN TO 'run-history.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-EMAIL-TEMPLATE-FILE
                   ASSIGN TO 'email-templates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SMS-TEMPLATE-FILE
                   ASSIGN TO 'sms-templates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ELIGIBLE-FILE
                   ASSIGN TO DYNAMIC WS-ELIGIBLE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-WEIGHT-CLASS-FILE
                   ASSIGN TO 'weight-classes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-BRAND-FILE
                   ASSIGN TO 'brands.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REP-FILE
                   ASSIGN TO 'reps.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO 'card-manifest.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CARD-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-CARD-HISTORY-STATUS.
               SELECT OPTIONAL F-EVENT-FILE
                   ASSIGN TO 'customer-events.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-EVT-KEY
                   FILE STATUS IS WS-EVENT-STATUS.
               SELECT OPTIONAL F-DISPOSITION-FILE
                   ASSIGN TO 'card-dispositions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
      *    layout fork.
           FD F-EXCEPTION-FILE.
           01 RC-EXCEPTION-RECORD.
               05 RC-EXCEPTION-CUSTOMER PIC X(500).
               05 RC-EXCEPTION-REASON PIC X(30).
               05 RC-EXCEPTION-DISPOSITION PIC X(9).
               05 FILLER PIC X.
               05 RC-EXCEPTION-RAISED-DATE PIC X(10).
      *    Large-print and braille pieces, outbound image, for the
      *    accessible-format vendor.
           FD F-ACCESS-FILE.
           01 RC-ACCESS-RECORD PIC X(277).
           FD F-OUTBOUND-FILE.
           01 RC-OUTBOUND-CUSTOMER.
               05 RC-OUTBOUND-OCCASION PIC X(9).
               05 RC-OUTBOUND-INSERT-CODE PIC X(8).
               05 FILLER PIC X.
               05 RC-OUTBOUND-WEIGHT-CLASS PIC X(5).
               05 FILLER PIC X.
               05 RC-OUTBOUND-RESPONSE-CODE PIC X(10).
      *        The customer's brand (blank for the house brand) and
      *        the rep's signature line, as on the filterer's pieces.
               05 FILLER PIC X.
               05 RC-OUTBOUND-BRAND PIC X(4).
               05 FILLER PIC X.
               05 RC-OUTBOUND-SIGNATURE PIC X(40).
      *    The house HDR leaves the brand blank; one more HDR follows
      *    for each brand on brands.dat, naming it for the vendor.
           01 RC-OUTBOUND-HEADER.
               05 RC-OBH-TYPE PIC X(3).
               05 FILLER PIC X.
               05 RC-OBH-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-OBH-SOURCE PIC X(24).
               05 FILLER PIC X.
               05 RC-OBH-BRAND PIC X(4).
               05 FILLER PIC X.
               05 RC-OBH-BRAND-NAME PIC X(30).
           01 RC-OUTBOUND-TRAILER.
               05 RC-OBT-TYPE PIC X(3).
               05 FILLER PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 RC-AUDIT-LABEL PIC X(6) VALUE 'COUNT='.
               05 RC-AUDIT-COUNT PIC ZZZ9.
      *    The occasion counts again for each brand that mailed
      *    today, so each brand can be billed for its own pieces:
      *    BRAND= and the brand code (blank for the house brand) sit
      *    between the date and the occasion, which otherwise reads
      *    exactly as on the count line.  BRAND= falls where the
      *    occasion does on the count line, which is how the readers
      *    tell them apart.
           01 RC-AUDIT-BRAND-RECORD.
               05 RC-ABR-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-ABR-LABEL PIC X(6).
               05 RC-ABR-BRAND PIC X(4).
               05 RC-ABR-VOLUMES PIC X(21).
      *    One line per language, occasion and source whose wording
      *    fell back to English, after the occasion counts.
           01 RC-AUDIT-FALLBACK-RECORD.
               05 RC-AFB-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-AFB-LABEL PIC X(10).
               05 RC-AFB-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AFB-LANGUAGE-LABEL PIC X(5).
               05 RC-AFB-LANGUAGE PIC X(2).
               05 FILLER PIC X.
               05 RC-AFB-OCCASION-LABEL PIC X(9).
               05 RC-AFB-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-AFB-SOURCE-LABEL PIC X(7).
               05 RC-AFB-SOURCE PIC X(5).
           FD F-TEMPLATE-FILE.
           01 RC-TEMPLATE-RECORD.
               05 RC-TEMPLATE-OCCASION PIC X(9).
               05 RC-TEMPLATE-TEXT PIC X(40).
               05 FILLER PIC X.
               05 RC-TEMPLATE-VARIANT PIC X.
      *        Blank or EN is the English wording; any other code
      *        makes the row a translation of the occasion's text.
               05 FILLER PIC X.
               05 RC-TEMPLATE-LANGUAGE PIC X(2).
      *        Brand the wording belongs to; blank is house wording.
               05 FILLER PIC X.
               05 RC-TEMPLATE-BRAND PIC X(4).
           FD F-HOLIDAY-FILE.
           01 RC-HOLIDAY-DATE PIC X(10).
      *    Same subject/body extension customer-filterer writes, so
               05 RC-EMAIL-SUBJECT PIC X(60).
               05 FILLER PIC X.
               05 RC-EMAIL-BODY PIC X(180).
               05 FILLER PIC X.
               05 RC-EMAIL-RESPONSE-CODE PIC X(10).
      *    Same text-message record and short-form templates
      *    customer-filterer uses.
           FD F-SMS-FILE.
           01 RC-SMS-RECORD.
               05 RC-SMS-CUSTOMER-ID PIC 9(6).
               05 RC-SMS-OCCASION PIC X(9).
               05 RC-SMS-MOBILE PIC X(15).
               05 FILLER PIC X.
               05 RC-SMS-TEXT PIC X(160).
               05 FILLER PIC X.
               05 RC-SMS-RESPONSE-CODE PIC X(10).
           FD F-SMS-TEMPLATE-FILE.
           01 RC-STPL-RECORD.
               05 RC-STPL-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-STPL-TEXT PIC X(160).
               05 FILLER PIC X.
               05 RC-STPL-LANGUAGE PIC X(2).
           FD F-EMAIL-TEMPLATE-FILE.
           01 RC-ETPL-RECORD.
               05 RC-ETPL-OCCASION PIC X(9).
               05 RC-ETPL-KIND PIC X.
               05 FILLER PIC X.
               05 RC-ETPL-TEXT PIC X(60).
               05 FILLER PIC X.
               05 RC-ETPL-LANGUAGE PIC X(2).
               05 FILLER PIC X.
               05 RC-ETPL-BRAND PIC X(4).
      *    Trailing rule-type columns past the template: type F is
      *    a floating trigger (Nth or last WEEKDAY of MONTH), blank
      *    keeps the fixed MM-DD rule, so existing rule records load
               05 RC-RULE-FLOAT-WEEKDAY PIC X.
               05 FILLER PIC X.
               05 RC-RULE-FLOAT-NTH PIC X.
      *        A rule record with a language other than blank or EN
      *        only supplies that language's template for an occasion
      *        already on the table; its trigger columns are ignored.
               05 FILLER PIC X.
               05 RC-RULE-LANGUAGE PIC X(2).
           FD F-ELIGIBLE-FILE.
           COPY "customer-record.cpy"
               REPLACING LEADING ==RC== BY ==ELG==.
               05 RC-QUIET-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-QUIET-ADDRESS PIC X(140).
           FD F-INSERT-RULES-FILE.
           01 RC-INSERT-RULE-RECORD.
               05 RC-INSRULE-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-INSRULE-CODE PIC X(8).
               05 FILLER PIC X.
               05 RC-INSRULE-BRAND PIC X(4).
           FD F-WEIGHT-CLASS-FILE.
           01 RC-WEIGHT-CLASS-RECORD.
               05 RC-WCL-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-WCL-CLASS PIC X(5).
           FD F-BRAND-FILE.
           COPY "brand-record.cpy".
           FD F-REP-FILE.
           COPY "rep-record.cpy".
           FD F-MANIFEST-FILE.
           01 RC-MANIFEST-RECORD.
               05 RC-MANIFEST-DATE PIC X(10).
               05 RC-MANIFEST-COUNT PIC ZZZZ9.
           FD F-CARD-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-EVENT-FILE.
           COPY "customer-event-record.cpy".
           FD F-DISPOSITION-FILE.
           COPY "disposition-record.cpy".
           FD F-RUN-HISTORY-FILE.
           01 RC-RUNH-RECORD.
               05 RC-RUNH-PROGRAM PIC X(24).
           01 WS-HOLIDAY-FILE-IS-ENDED PIC 9.
           01 WS-IS-HOLIDAY PIC 9.
           01 WS-OCCASION-TRIGGERED PIC 9.
           01 WS-DISP-REASON PIC X(9).
           01 WS-DISP-OCCASION PIC X(9).
           01 WS-OCCASION-MESSAGE PIC X(56).
           01 WS-RUNH-START-STAMP PIC X(14).
           01 WS-RUNH-STAMP-WORK.
           01 WS-ENROLL-MMDD-CHECK PIC X(5).
           01 WS-VARIANT-SUB PIC 9.
           01 WS-VARIANT-PICKED PIC 9.
           01 WS-PIECE-VARIANT PIC X.
           01 WS-CARD-RESPONSE-CODE PIC X(10).
           01 WS-EMAIL-RESPONSE-CODE PIC X(10).
           01 WS-RESP-FUNCTION PIC X.
           01 WS-RESP-RESULT PIC 9.
           01 WS-OBG-FUNCTION PIC X.
           01 WS-OBG-OCCASION PIC X(9).
           01 WS-OBG-RESULT PIC 9.
           01 WS-BUDGET-HELD PIC 9 VALUE 0.
           01 WS-BUDGET-FELL-BACK PIC 9 VALUE 0.
           COPY "response-code-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-PRIOR-CARD-COUNT PIC 9(4).
           01 WS-CSM-FUNCTION PIC X.
           01 WS-CSM-OCCASION PIC X(9).
           01 WS-CSM-RESULT PIC 9.
           01 WS-CSM-SUB PIC 99.
           01 WS-CSM-FOUND PIC 99.
           COPY "contact-summary-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-VARIANT-SCAN-ENDED PIC 9.
           01 WS-ANNIVERSARY-YEARS PIC S9(4).
           01 WS-ANNIVERSARY-DISPLAY PIC ZZ9.
           01 WS-EVENT-STATUS PIC XX.
               88 WS-EVENT-FOUND VALUE '00'.
           01 WS-EVENT-NAME-LINE PIC X(40).
           01 WS-MEMORIAL-DATE-WORK PIC X(10).
           01 WS-MEMORIAL-YEAR PIC 9999.
           01 WS-ETPL-SUB PIC 999.
           01 WS-ETPL-LINE-SUB PIC 9.
           01 WS-ETPL-FOUND PIC 999.
           01 WS-ETPL-COUNT PIC 999 VALUE 0.
           01 WS-ETPL-WANT-OCCASION PIC X(9).
           01 WS-ETPL-WANT-LANGUAGE PIC X(2).
           01 WS-ETPL-WANT-BRAND PIC X(4).
           01 WS-ETPL-TABLE.
               05 WS-ETPL-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-ETPL-COUNT.
                   10 WS-ETPL-OCCASION PIC X(9).
                   10 WS-ETPL-LANGUAGE PIC X(2).
                   10 WS-ETPL-BRAND PIC X(4).
                   10 WS-ETPL-SUBJECT PIC X(60).
                   10 WS-ETPL-BODY-COUNT PIC 9.
                   10 WS-ETPL-BODY-LINE PIC X(60) OCCURS 3 TIMES.
           01 WS-PIECE-LANGUAGE PIC X(2) VALUE 'EN'.
      *    The customer's brand, blank for the house brand, and the
      *    rep whose signature goes under the message.
           01 WS-PIECE-BRAND PIC X(4) VALUE SPACES.
           01 WS-REP-SUB PIC 9(3).
           01 WS-REP-COUNT PIC 9(3) VALUE 0.
           01 WS-REP-TABLE.
               05 WS-REP-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-REP-COUNT.
                   10 WS-REP-ID PIC X(6).
                   10 WS-REP-SIGNATURE PIC X(40).
           01 WS-BRAND-SUB PIC 99.
           01 WS-BRAND-COUNT PIC 99 VALUE 0.
           01 WS-BRAND-TABLE.
               05 WS-BRAND-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-BRAND-COUNT.
                   10 WS-BRAND-CODE PIC X(4).
                   10 WS-BRAND-NAME PIC X(30).
      *    Each brand's paper pieces by occasion, in occasion-table
      *    order, for the BRAND= audit lines.  A brand's figures
      *    across its lines add up to the COUNT= lines.
           01 WS-BT-SUB PIC 99.
           01 WS-BT-FOUND PIC 99.
           01 WS-BT-COUNT PIC 99 VALUE 0.
           01 WS-BT-TABLE.
               05 WS-BT-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-BT-COUNT.
                   10 WS-BT-BRAND PIC X(4).
                   10 WS-BT-OCCASION-COUNT PIC 9999 OCCURS 20 TIMES.
           01 WS-BRAND-AUDIT-FIGURES PIC X(21).
           01 WS-XLAT-SUB PIC 9(4).
           01 WS-XLAT-FOUND PIC 9(4).
           01 WS-XLAT-COUNT PIC 9(4) VALUE 0.
           01 WS-XLAT-TABLE.
               05 WS-XLAT-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-XLAT-COUNT.
                   10 WS-XLAT-OCCASION PIC X(9).
                   10 WS-XLAT-LANGUAGE PIC X(2).
                   10 WS-XLAT-VARIANT PIC 9.
                   10 WS-XLAT-BRAND PIC X(4).
                   10 WS-XLAT-TEXT PIC X(40).
           01 WS-XLAT-WANT-OCCASION PIC X(9).
           01 WS-XLAT-WANT-VARIANT PIC 9.
           01 WS-XLAT-LOAD-LANGUAGE PIC X(2).
           01 WS-XLAT-LOAD-BRAND PIC X(4).
           01 WS-BRAND-WANT-LANGUAGE PIC X(2).
           01 WS-BRAND-WANT-VARIANT PIC 9.
           01 WS-XLAT-LOAD-TEXT PIC X(40).
           01 WS-XLAT-WORK PIC X(40).
           01 WS-FALLBACK-SUB PIC 99.
           01 WS-FALLBACK-FOUND PIC 99.
           01 WS-FALLBACK-COUNT PIC 99 VALUE 0.
           01 WS-FALLBACK-TABLE.
               05 WS-FALLBACK-ENTRY OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-FALLBACK-COUNT.
                   10 WS-FALLBACK-LANGUAGE PIC X(2).
                   10 WS-FALLBACK-OCCASION PIC X(9).
                   10 WS-FALLBACK-SOURCE PIC X(5).
                   10 WS-FALLBACK-TALLY PIC 9(4).
           01 WS-FALLBACK-WANT-OCCASION PIC X(9).
           01 WS-FALLBACK-WANT-SOURCE PIC X(5).
           01 WS-EMAIL-NAME-WORK PIC X(40).
           01 WS-FIRST-NAME-WORK PIC X(40).
           01 WS-FORMAL-NAME-WORK PIC X(40).
           01 WS-NP-FUNCTION PIC X.
           01 WS-NP-RESULT PIC 9.
           01 WS-NP-REASON PIC X(30).
           01 WS-GREETING-TEMPLATE PIC X(40).
           01 WS-SUBST-IN PIC X(60).
           01 WS-SUBST-OUT PIC X(60).
           01 WS-SUBST-POS PIC 99.
           01 WS-SUBST-HIT PIC 9.
           01 WS-SUBST-VALUE PIC X(40).
           01 WS-SUBST-TOKEN-LENGTH PIC 9.
           01 WS-SUBST-TAIL PIC 999.
           01 WS-SUBST-POINTER PIC 999.
           01 WS-STPL-SUB PIC 999.
           01 WS-STPL-FOUND PIC 999.
           01 WS-STPL-COUNT PIC 999 VALUE 0.
           01 WS-STPL-WANT-OCCASION PIC X(9).
           01 WS-STPL-WANT-LANGUAGE PIC X(2).
           01 WS-STPL-TABLE.
               05 WS-STPL-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-STPL-COUNT.
                   10 WS-STPL-OCCASION PIC X(9).
                   10 WS-STPL-LANGUAGE PIC X(2).
                   10 WS-STPL-TEXT PIC X(160).
           01 WS-SMS-SUBST-IN PIC X(160).
           01 WS-SMS-SUBST-POS PIC 999.
           01 WS-BODY-POINTER PIC 9(3).
           01 WS-FLOAT-WEEKDAY PIC 9.
           01 WS-FLOAT-NTH PIC 9.
           01 WS-INSERT-WAS-FOUND PIC 9.
           01 WS-INSERT-RULE-COUNT PIC 99 VALUE 0.
           01 WS-INSERT-RULE-TABLE.
               05 WS-INSERT-RULE-ENTRY OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-INSERT-RULE-COUNT.
                   10 WS-INSRULE-OCCASION PIC X(9).
                   10 WS-INSRULE-CODE PIC X(8).
                   10 WS-INSRULE-BRAND PIC X(4).
           01 WS-INSERT-BRAND-HIT PIC 9.
           01 WS-INSERT-TOTAL-COUNT PIC 99 VALUE 0.
           01 WS-INSERT-TOTAL-TABLE.
               05 WS-INSERT-TOTAL-ENTRY OCCURS 0 TO 20 TIMES
                   10 WS-WCL-OCCASION PIC X(9).
                   10 WS-WCL-CLASS PIC X(5).
           01 WS-QUIET-PERIOD-DAYS PIC 999 VALUE 60.
           01 WS-MINOR-CONTACT-AGE PIC 99 VALUE 13.
           01 WS-CUSTOMER-IS-MINOR PIC 9.
           01 WS-GUARDIAN-NAME PIC X(40).
           01 WS-QUIET-CUTOFF-DATE PIC X(10).
           01 WS-QUIET-FILE-ENDED PIC 9.
           01 WS-QUIET-SUB PIC 9(3).
                   10 WS-QUIET-ADDRESS PIC X(140).
           01 WS-EMAIL-ONLY PIC 9.
           01 WS-MAIL-ONLY PIC 9.
           01 WS-SMS-ONLY PIC 9.
           01 WS-CUSTOMER-IS-ACCESSIBLE PIC 9.
           01 WS-ELIGIBLE-FILENAME PIC X(40).
           01 WS-SNAPSHOT-MODE PIC 9.
           01 WS-ALT-FILE-IS-ENDED PIC 9.
                   10 WS-ALT-CITY PIC X(30).
                   10 WS-ALT-STATE PIC X(2).
                   10 WS-ALT-ZIP PIC X(10).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           LINKAGE SECTION.
           01 LS-DATE.
               05 LS-MONTH PIC 99.
           PERFORM INITIALIZE-OCCASION-TABLE.
           PERFORM LOAD-GREETING-TEMPLATES.
           PERFORM LOAD-EMAIL-TEMPLATES.
           PERFORM LOAD-SMS-TEMPLATES.
           PERFORM LOAD-ALTERNATE-ADDRESSES.
           PERFORM LOAD-QUIET-ADDRESSES.
           PERFORM APPLY-MINOR-AGE-OVERRIDE.
           PERFORM LOAD-INSERT-RULES.
           PERFORM LOAD-WEIGHT-CLASSES.
           PERFORM LOAD-BRANDS.
           PERFORM LOAD-REPS.

           PERFORM CHECK-HOLIDAY-BLACKOUT.
           IF WS-IS-HOLIDAY = 1
               DISPLAY 'greeting-card-generator: ' WS-TODAYS-DATE
                   ' is a print-vendor blackout date -- cards will '
                   'not be generated for this run'
               PERFORM RECORD-HOLIDAY-DISPOSITIONS
               GOBACK
           END-IF.

           MOVE 'ANNIV' TO WS-OCCASION-CODE(4).
           MOVE 'Thank you for your years with us, '
               TO WS-OCCASION-TEMPLATE(4 1).
      *    Personal events (rule type P) fire off the customer's own
      *    dated entry on customer-events.dat, keyed by the occasion
      *    code; more event types come in from occasion-rules.dat.
           MOVE 'WEDDING' TO WS-OCCASION-CODE(5).
           MOVE 'Happy Anniversary, ' TO WS-OCCASION-TEMPLATE(5 1).
           MOVE 'P' TO WS-OCCASION-RULE-TYPE(5).
           MOVE 5 TO WS-OCCASION-COUNT-LIMIT.
           PERFORM LOAD-OCCASION-RULES.

      *    One record per fixed-date occasion: code, MM-DD trigger,
      *    adult-only flag, template text.  A type P record needs
      *    no MM-DD -- its date is each customer's own event.
           LOAD-OCCASION-RULES.
           MOVE 0 TO WS-RULES-FILE-IS-ENDED.
           OPEN INPUT F-OCCASION-RULES-FILE.
           CLOSE F-OCCASION-RULES-FILE.

           APPEND-ONE-OCCASION-RULE.
           MOVE FUNCTION UPPER-CASE(RC-RULE-LANGUAGE)
               TO WS-XLAT-LOAD-LANGUAGE.
           IF RC-RULE-CODE NOT = SPACES
           AND WS-XLAT-LOAD-LANGUAGE NOT = SPACES
           AND WS-XLAT-LOAD-LANGUAGE NOT = 'EN'
               MOVE RC-RULE-CODE TO WS-XLAT-WANT-OCCASION
               MOVE 1 TO WS-XLAT-WANT-VARIANT
               MOVE RC-RULE-TEMPLATE TO WS-XLAT-LOAD-TEXT
               MOVE SPACES TO WS-XLAT-LOAD-BRAND
               PERFORM STORE-TEMPLATE-TRANSLATION
           ELSE
           IF RC-RULE-CODE = SPACES
           OR (RC-RULE-MMDD = SPACES AND RC-RULE-TYPE NOT = 'F'
               AND RC-RULE-TYPE NOT = 'P')
               CONTINUE
           ELSE
               IF WS-OCCASION-COUNT-LIMIT < 20
                       TO WS-OCCASION-TRIGGER-MMDD(OCC-IDX)
                   MOVE RC-RULE-ADULT-ONLY
                       TO WS-OCCASION-ADULT-ONLY(OCC-IDX)
                   IF RC-RULE-TYPE = 'P'
                       MOVE 'P' TO WS-OCCASION-RULE-TYPE(OCC-IDX)
                   END-IF
                   IF RC-RULE-TYPE = 'F'
                   AND RC-RULE-FLOAT-MONTH IS NUMERIC
                   AND RC-RULE-FLOAT-WEEKDAY IS NUMERIC
                   DISPLAY 'greeting-card-generator: occasion table '
                       'full -- rule ' RC-RULE-CODE ' skipped'
               END-IF
           END-IF
           END-IF.

      *    customer-filterer runs first each night and leaves a
               MOVE WS-OCCASION-CARD-COUNT(OCC-IDX) TO RC-AUDIT-COUNT
               WRITE RC-AUDIT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT
               PERFORM VARYING OCC-IDX FROM 1 BY 1
                   UNTIL OCC-IDX > WS-OCCASION-COUNT-LIMIT
                   PERFORM WRITE-ONE-BRAND-AUDIT-LINE
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-FALLBACK-SUB FROM 1 BY 1
               UNTIL WS-FALLBACK-SUB > WS-FALLBACK-COUNT
               MOVE SPACES TO RC-AUDIT-FALLBACK-RECORD
               MOVE WS-TODAYS-DATE TO RC-AFB-DATE
               MOVE 'FALLBACK=' TO RC-AFB-LABEL
               MOVE WS-FALLBACK-TALLY(WS-FALLBACK-SUB) TO RC-AFB-COUNT
               MOVE 'LANG=' TO RC-AFB-LANGUAGE-LABEL
               MOVE WS-FALLBACK-LANGUAGE(WS-FALLBACK-SUB)
                   TO RC-AFB-LANGUAGE
               MOVE 'OCCASION=' TO RC-AFB-OCCASION-LABEL
               MOVE WS-FALLBACK-OCCASION(WS-FALLBACK-SUB)
                   TO RC-AFB-OCCASION
               MOVE 'SOURCE=' TO RC-AFB-SOURCE-LABEL
               MOVE WS-FALLBACK-SOURCE(WS-FALLBACK-SUB)
                   TO RC-AFB-SOURCE
               WRITE RC-AUDIT-FALLBACK-RECORD
           END-PERFORM.
           CLOSE F-AUDIT-FILE.

      *    The count line is laid down for the brand's own figure and
      *    carried behind its BRAND= code, so a brand line reads past
      *    the code exactly as the count line does.
           WRITE-ONE-BRAND-AUDIT-LINE.
           MOVE SPACES TO RC-AUDIT-RECORD.
           MOVE WS-TODAYS-DATE TO RC-AUDIT-DATE.
           MOVE WS-OCCASION-CODE(OCC-IDX) TO RC-AUDIT-OCCASION.
           MOVE 'COUNT=' TO RC-AUDIT-LABEL.
           MOVE WS-BT-OCCASION-COUNT(WS-BT-SUB OCC-IDX)
               TO RC-AUDIT-COUNT.
           MOVE RC-AUDIT-RECORD(11:21) TO WS-BRAND-AUDIT-FIGURES.
           MOVE SPACES TO RC-AUDIT-BRAND-RECORD.
           MOVE WS-TODAYS-DATE TO RC-ABR-DATE.
           MOVE 'BRAND=' TO RC-ABR-LABEL.
           MOVE WS-BT-BRAND(WS-BT-SUB) TO RC-ABR-BRAND.
           MOVE WS-BRAND-AUDIT-FIGURES TO RC-ABR-VOLUMES.
           WRITE RC-AUDIT-BRAND-RECORD.

           FIND-OR-ADD-BRAND-TALLY.
           MOVE 0 TO WS-BT-FOUND.
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT
               IF WS-BT-BRAND(WS-BT-SUB) = WS-PIECE-BRAND
                   MOVE WS-BT-SUB TO WS-BT-FOUND
                   MOVE WS-BT-COUNT TO WS-BT-SUB
               END-IF
           END-PERFORM.
           IF WS-BT-FOUND = 0
           AND WS-BT-COUNT < 20
               ADD 1 TO WS-BT-COUNT
               MOVE WS-BT-COUNT TO WS-BT-FOUND
               MOVE WS-PIECE-BRAND TO WS-BT-BRAND(WS-BT-FOUND)
               PERFORM VARYING WS-BRAND-SUB FROM 1 BY 1
                   UNTIL WS-BRAND-SUB > 20
                   MOVE 0 TO WS-BT-OCCASION-COUNT(WS-BT-FOUND
                       WS-BRAND-SUB)
               END-PERFORM
           END-IF.

      *    brands.dat names each brand the shop mails for; only the
      *    code and name matter here, for the outbound HDRs.  The
      *    blank-code house row is covered by the house HDR.
           LOAD-BRANDS.
           MOVE 0 TO WS-BRAND-COUNT.
           MOVE 0 TO WS-ALT-FILE-IS-ENDED.
           OPEN INPUT F-BRAND-FILE.
           PERFORM UNTIL WS-ALT-FILE-IS-ENDED = 1
               READ F-BRAND-FILE
                   NOT AT END
                       IF RC-BRAND-CODE NOT = SPACES
                       AND WS-BRAND-COUNT < 20
                           ADD 1 TO WS-BRAND-COUNT
                           MOVE FUNCTION UPPER-CASE(RC-BRAND-CODE)
                               TO WS-BRAND-CODE(WS-BRAND-COUNT)
                           MOVE RC-BRAND-NAME
                               TO WS-BRAND-NAME(WS-BRAND-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-ALT-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BRAND-FILE.

      *    reps.dat is the rep and branch master; only the signature
      *    line matters to the card run.
           LOAD-REPS.
           MOVE 0 TO WS-REP-COUNT.
           MOVE 0 TO WS-ALT-FILE-IS-ENDED.
           OPEN INPUT F-REP-FILE.
           PERFORM UNTIL WS-ALT-FILE-IS-ENDED = 1
               READ F-REP-FILE
                   NOT AT END
                       IF WS-REP-COUNT < 500
                       AND RC-REP-ID NOT = SPACES
                           ADD 1 TO WS-REP-COUNT
                           MOVE RC-REP-ID TO WS-REP-ID(WS-REP-COUNT)
                           MOVE RC-REP-SIGNATURE
                               TO WS-REP-SIGNATURE(WS-REP-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-ALT-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REP-FILE.

      *    A rep no longer on the master signs nothing; the card
      *    goes out unsigned as it did before reps were assigned.
           SET-REP-SIGNATURE.
           MOVE SPACES TO RC-OUTBOUND-SIGNATURE.
           IF RC-CUSTOMER-REP-ID NOT = SPACES
               PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
                   IF WS-REP-ID(WS-REP-SUB) = RC-CUSTOMER-REP-ID
                       MOVE WS-REP-SIGNATURE(WS-REP-SUB)
                           TO RC-OUTBOUND-SIGNATURE
                       MOVE WS-REP-COUNT TO WS-REP-SUB
                   END-IF
               END-PERFORM
           END-IF.

      *    Same seasonal swap customer-filterer applies: an
      *    alternate-addresses.dat entry whose MM-DD range covers the
      *    run date (wrapping year end) replaces the address in the
      *    greeting-templates.dat now carries a variant number in a
      *    trailing column past the text; records from before the
      *    numbering are shorter, read back with a blank variant, and
      *    load as variant 1 unchanged.  Rows in another language,
      *    and every row keyed to a brand, go to the translation
      *    table instead.
           APPLY-GREETING-TEMPLATE.
           IF RC-TEMPLATE-VARIANT >= '1'
           AND RC-TEMPLATE-VARIANT <= '5'
           ELSE
               MOVE 1 TO WS-VARIANT-PICKED
           END-IF.
           MOVE FUNCTION UPPER-CASE(RC-TEMPLATE-LANGUAGE)
               TO WS-XLAT-LOAD-LANGUAGE.
           MOVE FUNCTION UPPER-CASE(RC-TEMPLATE-BRAND)
               TO WS-XLAT-LOAD-BRAND.
           IF WS-XLAT-LOAD-BRAND NOT = SPACES
           AND WS-XLAT-LOAD-LANGUAGE = SPACES
               MOVE 'EN' TO WS-XLAT-LOAD-LANGUAGE
           END-IF.
           IF WS-XLAT-LOAD-BRAND NOT = SPACES
           OR (WS-XLAT-LOAD-LANGUAGE NOT = SPACES
           AND WS-XLAT-LOAD-LANGUAGE NOT = 'EN')
               MOVE RC-TEMPLATE-OCCASION TO WS-XLAT-WANT-OCCASION
               MOVE WS-VARIANT-PICKED TO WS-XLAT-WANT-VARIANT
               MOVE RC-TEMPLATE-TEXT TO WS-XLAT-LOAD-TEXT
               PERFORM STORE-TEMPLATE-TRANSLATION
           ELSE
               PERFORM APPLY-ENGLISH-TEMPLATE
           END-IF.

           APPLY-ENGLISH-TEMPLATE.
           PERFORM VARYING OCC-IDX FROM 1 BY 1
               UNTIL OCC-IDX > WS-OCCASION-COUNT-LIMIT
               IF WS-OCCASION-CODE(OCC-IDX) = RC-TEMPLATE-OCCASION
               END-IF
           END-PERFORM.

      *    A later row for the same occasion, language, variant,
      *    and brand replaces the earlier one, as the English rows
      *    do.
           STORE-TEMPLATE-TRANSLATION.
           MOVE 0 TO WS-XLAT-FOUND.
           PERFORM VARYING WS-XLAT-SUB FROM 1 BY 1
               UNTIL WS-XLAT-SUB > WS-XLAT-COUNT
               IF WS-XLAT-OCCASION(WS-XLAT-SUB) = WS-XLAT-WANT-OCCASION
               AND WS-XLAT-LANGUAGE(WS-XLAT-SUB) =
                   WS-XLAT-LOAD-LANGUAGE
               AND WS-XLAT-VARIANT(WS-XLAT-SUB) = WS-XLAT-WANT-VARIANT
               AND WS-XLAT-BRAND(WS-XLAT-SUB) = WS-XLAT-LOAD-BRAND
                   MOVE WS-XLAT-SUB TO WS-XLAT-FOUND
                   MOVE WS-XLAT-COUNT TO WS-XLAT-SUB
               END-IF
           END-PERFORM.
           IF WS-XLAT-FOUND = 0
           AND WS-XLAT-COUNT < 500
               ADD 1 TO WS-XLAT-COUNT
               MOVE WS-XLAT-COUNT TO WS-XLAT-FOUND
               MOVE WS-XLAT-WANT-OCCASION
                   TO WS-XLAT-OCCASION(WS-XLAT-FOUND)
               MOVE WS-XLAT-LOAD-LANGUAGE
                   TO WS-XLAT-LANGUAGE(WS-XLAT-FOUND)
               MOVE WS-XLAT-WANT-VARIANT
                   TO WS-XLAT-VARIANT(WS-XLAT-FOUND)
               MOVE WS-XLAT-LOAD-BRAND TO WS-XLAT-BRAND(WS-XLAT-FOUND)
           END-IF.
           IF WS-XLAT-FOUND > 0
               MOVE WS-XLAT-LOAD-TEXT TO WS-XLAT-TEXT(WS-XLAT-FOUND)
           END-IF.

           PROCESS-CUSTOMERS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN EXTEND F-OUTBOUND-FILE.
           PERFORM WRITE-OUTBOUND-HEADER.
           OPEN EXTEND F-EMAIL-FILE.
           OPEN EXTEND F-SMS-FILE.
           OPEN EXTEND F-ACCESS-FILE.
           OPEN I-O F-CARD-HISTORY-FILE.
           MOVE 'O' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION RC-CUSTOMER-ID
               WS-TODAYS-DATE WS-CSM-OCCASION WS-SUMMARY-RECORD
               WS-CSM-RESULT.
           OPEN INPUT F-EVENT-FILE.
           OPEN EXTEND F-DISPOSITION-FILE.
           MOVE 'O' TO WS-RESP-FUNCTION.
           CALL 'response-code-issuer' USING WS-RESP-FUNCTION
               WS-RESPONSE-RECORD WS-RESP-RESULT.
           MOVE 'O' TO WS-OBG-FUNCTION.
           CALL 'occasion-budget' USING WS-OBG-FUNCTION WS-TODAYS-DATE
               WS-OBG-OCCASION WS-OBG-RESULT.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMER-FILE
                   NOT AT END
                       PERFORM SET-DELIVERY-CHANNEL
                       PERFORM SET-PIECE-LANGUAGE
                       MOVE RC-CUSTOMER-BRAND TO WS-PIECE-BRAND
                       PERFORM APPLY-SEASONAL-ADDRESS
                       PERFORM VALIDATE-DOB
                       PERFORM CHECK-MINOR-CONTACT
                       PERFORM VALIDATE-ADDRESS
                       PERFORM CHECK-ELIGIBILITY
                       IF WS-DOB-IS-VALID = 1
                       AND WS-ADDRESS-IS-VALID = 1
                       AND WS-CUSTOMER-ELIGIBLE = 1
                           PERFORM PROCESS-CUSTOMER-OCCASIONS
                       ELSE
                           IF WS-DISP-REASON = SPACES
                               MOVE 'BADDATA' TO WS-DISP-REASON
                           END-IF
                           PERFORM RECORD-MISSED-OCCASIONS
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
           PERFORM WRITE-OUTBOUND-TRAILER.
           CLOSE F-OUTBOUND-FILE.
           CLOSE F-EMAIL-FILE.
           CLOSE F-SMS-FILE.
           CLOSE F-ACCESS-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           MOVE 'C' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION RC-CUSTOMER-ID
               WS-TODAYS-DATE WS-CSM-OCCASION WS-SUMMARY-RECORD
               WS-CSM-RESULT.
           CLOSE F-EVENT-FILE.
           CLOSE F-DISPOSITION-FILE.
           MOVE 'C' TO WS-RESP-FUNCTION.
           CALL 'response-code-issuer' USING WS-RESP-FUNCTION
               WS-RESPONSE-RECORD WS-RESP-RESULT.
           MOVE 'C' TO WS-OBG-FUNCTION.
           CALL 'occasion-budget' USING WS-OBG-FUNCTION WS-TODAYS-DATE
               WS-OBG-OCCASION WS-OBG-RESULT.
           CLOSE F-CUSTOMER-FILE.
      *    The helper paragraphs below belong to this section, so the
      *    main block must jump to the section exit -- falling through
           MOVE WS-TODAYS-DATE TO RC-OBH-RUN-DATE.
           MOVE 'send-greeting-cards' TO RC-OBH-SOURCE.
           WRITE RC-OUTBOUND-HEADER.
           PERFORM VARYING WS-BRAND-SUB FROM 1 BY 1
               UNTIL WS-BRAND-SUB > WS-BRAND-COUNT
               MOVE SPACES TO RC-OUTBOUND-HEADER
               MOVE 'HDR' TO RC-OBH-TYPE
               MOVE WS-TODAYS-DATE TO RC-OBH-RUN-DATE
               MOVE 'send-greeting-cards' TO RC-OBH-SOURCE
               MOVE WS-BRAND-CODE(WS-BRAND-SUB) TO RC-OBH-BRAND
               MOVE WS-BRAND-NAME(WS-BRAND-SUB) TO RC-OBH-BRAND-NAME
               WRITE RC-OUTBOUND-HEADER
           END-PERFORM.

           WRITE-OUTBOUND-TRAILER.
           MOVE SPACES TO RC-OUTBOUND-TRAILER.
           OPEN EXTEND F-OUTBOUND-FILE.
           PERFORM WRITE-OUTBOUND-HEADER.
           OPEN EXTEND F-EMAIL-FILE.
           OPEN EXTEND F-SMS-FILE.
           OPEN EXTEND F-ACCESS-FILE.
           OPEN I-O F-CARD-HISTORY-FILE.
           MOVE 'O' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION RC-CUSTOMER-ID
               WS-TODAYS-DATE WS-CSM-OCCASION WS-SUMMARY-RECORD
               WS-CSM-RESULT.
           OPEN INPUT F-EVENT-FILE.
           OPEN EXTEND F-DISPOSITION-FILE.
           MOVE 'O' TO WS-RESP-FUNCTION.
           CALL 'response-code-issuer' USING WS-RESP-FUNCTION
               WS-RESPONSE-RECORD WS-RESP-RESULT.
           MOVE 'O' TO WS-OBG-FUNCTION.
           CALL 'occasion-budget' USING WS-OBG-FUNCTION WS-TODAYS-DATE
               WS-OBG-OCCASION WS-OBG-RESULT.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ELIGIBLE-FILE
                   NOT AT END
                       MOVE ELG-CUSTOMER-INFO TO RC-CUSTOMER-INFO
                       PERFORM SET-DELIVERY-CHANNEL
                       PERFORM SET-PIECE-LANGUAGE
                       MOVE RC-CUSTOMER-BRAND TO WS-PIECE-BRAND
                       PERFORM PROCESS-CUSTOMER-OCCASIONS
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
           PERFORM WRITE-OUTBOUND-TRAILER.
           CLOSE F-OUTBOUND-FILE.
           CLOSE F-EMAIL-FILE.
           CLOSE F-SMS-FILE.
           CLOSE F-ACCESS-FILE.
           CLOSE F-CARD-HISTORY-FILE.
           MOVE 'C' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION RC-CUSTOMER-ID
               WS-TODAYS-DATE WS-CSM-OCCASION WS-SUMMARY-RECORD
               WS-CSM-RESULT.
           CLOSE F-EVENT-FILE.
           CLOSE F-DISPOSITION-FILE.
           MOVE 'C' TO WS-RESP-FUNCTION.
           CALL 'response-code-issuer' USING WS-RESP-FUNCTION
               WS-RESPONSE-RECORD WS-RESP-RESULT.
           MOVE 'C' TO WS-OBG-FUNCTION.
           CALL 'occasion-budget' USING WS-OBG-FUNCTION WS-TODAYS-DATE
               WS-OBG-OCCASION WS-OBG-RESULT.
           CLOSE F-ELIGIBLE-FILE.
           GO TO PROCESS-SNAPSHOT-EXIT.

           PROCESS-SNAPSHOT-EXIT.
           EXIT.

      *    A blackout date sends nothing, but every occasion that
      *    fires today still gets its disposition so the call center
      *    can see why the card never came.  The master is read
      *    without the edits -- the exception queue is fed on
      *    mailing days -- so the reason is taken straight from the
      *    record: a stop flag first, then data that fails the
      *    edits, otherwise the blackout itself.
           RECORD-HOLIDAY-DISPOSITIONS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN INPUT F-EVENT-FILE.
           OPEN EXTEND F-DISPOSITION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMER-FILE
                   NOT AT END
                       PERFORM SET-HOLIDAY-DISPOSITION-REASON
                       PERFORM RECORD-MISSED-OCCASIONS
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DISPOSITION-FILE.
           CLOSE F-EVENT-FILE.
           CLOSE F-CUSTOMER-FILE.
           GO TO RECORD-HOLIDAY-DISPOSITIONS-EXIT.

           SET-HOLIDAY-DISPOSITION-REASON.
           MOVE 'HOLIDAY' TO WS-DISP-REASON.
           MOVE 1 TO WS-DOB-IS-VALID.
           IF RC-DOB-YEAR IS NOT NUMERIC
           OR RC-DOB-MONTH IS NOT NUMERIC
           OR RC-DOB-DAY IS NOT NUMERIC
               MOVE 0 TO WS-DOB-IS-VALID
           ELSE
               IF RC-DOB-MONTH < 1 OR RC-DOB-MONTH > 12
               OR RC-DOB-DAY < 1 OR RC-DOB-DAY > 31
               OR RC-DOB-YEAR < 1
                   MOVE 0 TO WS-DOB-IS-VALID
               END-IF
           END-IF.
           IF WS-DOB-IS-VALID = 0
           OR RC-ADDR-ZIP = SPACES
               MOVE 'BADDATA' TO WS-DISP-REASON
           END-IF.
           IF RC-CUSTOMER-MAIL-SUPPRESSED = 'Y'
               MOVE 'SUPPRESS' TO WS-DISP-REASON
           END-IF.
           IF RC-CUSTOMER-DECEASED = 'Y'
               MOVE 'DECEASED' TO WS-DISP-REASON
           END-IF.
           IF RC-CUSTOMER-DO-NOT-MAIL = 'Y'
               MOVE 'DNM' TO WS-DISP-REASON
           END-IF.

           RECORD-HOLIDAY-DISPOSITIONS-EXIT.
           EXIT.

           CUSTOMER-CHECKS SECTION.

      *    One pass over the occasion table per eligible customer --
               UNTIL OCC-IDX > WS-OCCASION-COUNT-LIMIT
               PERFORM DETERMINE-OCCASION-TRIGGERED
               IF WS-OCCASION-TRIGGERED = 1
                   PERFORM CHECK-OCCASION-BUDGET
                   IF WS-BUDGET-HELD = 0
                       PERFORM GENERATE-OCCASION-CARD
                   END-IF
                   PERFORM END-BUDGET-FALLBACK
               END-IF
           END-PERFORM.

      *    The same monthly per-occasion cap customer-filterer
      *    observes, drawn down from the same occasion-budget ledger.
      *    Only a paper piece is charged; past the cap the piece goes
      *    by e-mail where the customer takes it (address on file,
      *    not mail-only, not a minor) and is held otherwise.
           CHECK-OCCASION-BUDGET.
           MOVE 0 TO WS-BUDGET-HELD.
           MOVE 0 TO WS-BUDGET-FELL-BACK.
           IF WS-EMAIL-ONLY = 0
               MOVE WS-OCCASION-CODE(OCC-IDX) TO WS-OBG-OCCASION
               MOVE 'Q' TO WS-OBG-FUNCTION
               CALL 'occasion-budget' USING WS-OBG-FUNCTION
                   WS-TODAYS-DATE WS-OBG-OCCASION WS-OBG-RESULT
               IF WS-OBG-RESULT = 1
                   IF WS-MAIL-ONLY = 0
                   AND RC-CUSTOMER-EMAIL NOT = SPACES
                       MOVE 1 TO WS-EMAIL-ONLY
                       MOVE 1 TO WS-BUDGET-FELL-BACK
                       MOVE 'F' TO WS-OBG-FUNCTION
                       CALL 'occasion-budget' USING WS-OBG-FUNCTION
                           WS-TODAYS-DATE WS-OBG-OCCASION
                           WS-OBG-RESULT
                   ELSE
                       MOVE 1 TO WS-BUDGET-HELD
                       MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
                       MOVE 'BUDGET-CAP' TO RC-EXCEPTION-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                       MOVE WS-OCCASION-CODE(OCC-IDX)
                           TO WS-DISP-OCCASION
                       MOVE 'BUDGETCAP' TO WS-DISP-REASON
                       PERFORM WRITE-DISPOSITION-RECORD
                   END-IF
               END-IF
           END-IF.

           END-BUDGET-FALLBACK.
           IF WS-BUDGET-FELL-BACK = 1
               MOVE 0 TO WS-EMAIL-ONLY
               MOVE 0 TO WS-BUDGET-FELL-BACK
           END-IF.

           VALIDATE-DOB.
           MOVE 1 TO WS-DOB-IS-VALID.
           IF RC-DOB-YEAR IS NOT NUMERIC
               END-IF
           END-IF.

      *    A minor with an email address on file is raised for
      *    review, as customer-filterer raises it; the minor's pieces
      *    still go out, on paper only (SET-DELIVERY-CHANNEL).
           CHECK-MINOR-CONTACT.
           IF WS-DOB-IS-VALID = 1
           AND WS-CUSTOMER-IS-MINOR = 1
           AND RC-CUSTOMER-EMAIL NOT = SPACES
               MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
               MOVE 'MINOR WITH EMAIL ON FILE' TO RC-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

           VALIDATE-ADDRESS.
           MOVE 1 TO WS-ADDRESS-IS-VALID.
           IF RC-ADDR-ZIP = SPACES
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      *    A customer held out by the edits or the eligibility
      *    checks gets a disposition for each occasion that fires
      *    for them today, under the reason already set.  A DOB
      *    that fails the edits can only match a birthday on its
      *    raw month-day; no other trigger is tried on it.
           RECORD-MISSED-OCCASIONS.
           IF WS-DOB-IS-VALID = 1
               PERFORM VARYING OCC-IDX FROM 1 BY 1
                   UNTIL OCC-IDX > WS-OCCASION-COUNT-LIMIT
                   PERFORM DETERMINE-OCCASION-TRIGGERED
                   IF WS-OCCASION-TRIGGERED = 1
                       MOVE WS-OCCASION-CODE(OCC-IDX)
                           TO WS-DISP-OCCASION
                       PERFORM WRITE-DISPOSITION-RECORD
                   END-IF
               END-PERFORM
           ELSE
               IF RC-DOB-MMDD = LS-DATE
                   MOVE 'BIRTHDAY' TO WS-DISP-OCCASION
                   PERFORM WRITE-DISPOSITION-RECORD
               END-IF
           END-IF.

           WRITE-DISPOSITION-RECORD.
           MOVE SPACES TO RC-DISPOSITION-RECORD.
           MOVE WS-TODAYS-DATE TO RC-DISP-DATE.
           MOVE RC-CUSTOMER-ID TO RC-DISP-CUSTOMER-ID.
           MOVE WS-DISP-OCCASION TO RC-DISP-OCCASION.
           MOVE WS-DISP-REASON TO RC-DISP-REASON.
           MOVE 'GREETING' TO RC-DISP-SOURCE.
           WRITE RC-DISPOSITION-RECORD.

      *    Stamped the same way customer-filterer stamps its
      *    exceptions: PENDING, raised today.
           WRITE-EXCEPTION-RECORD.
      *    Channel E customers get the e-notification only -- no
      *    card, outbound, or audit count -- and channel M the
      *    reverse, same as customer-filterer.  Blank or B is both.
      *    Channel S is no paper either, with a text message in
      *    place of the e-notification.  A domestic large-print or
      *    braille customer's paper goes to the accessible-format
      *    vendor's file instead of the cards and outbound files.
      *    Under the minimum contact age nothing electronic goes out
      *    whatever the channel says: paper only, addressed to the
      *    parent or guardian.
           SET-DELIVERY-CHANNEL.
           MOVE 0 TO WS-EMAIL-ONLY.
           MOVE 0 TO WS-MAIL-ONLY.
           MOVE 0 TO WS-SMS-ONLY.
           IF RC-CUSTOMER-CHANNEL = 'E'
               MOVE 1 TO WS-EMAIL-ONLY
           END-IF.
           IF RC-CUSTOMER-CHANNEL = 'S'
               MOVE 1 TO WS-EMAIL-ONLY
               MOVE 1 TO WS-SMS-ONLY
           END-IF.
           IF RC-CUSTOMER-CHANNEL = 'M'
               MOVE 1 TO WS-MAIL-ONLY
           END-IF.
           MOVE 0 TO WS-CUSTOMER-IS-ACCESSIBLE.
           IF RC-CUSTOMER-COUNTRY = SPACES
           OR RC-CUSTOMER-COUNTRY = 'US'
               IF RC-CUSTOMER-ACCESS-FORMAT = 'L'
               OR RC-CUSTOMER-ACCESS-FORMAT = 'B'
                   MOVE 1 TO WS-CUSTOMER-IS-ACCESSIBLE
               END-IF
           END-IF.
           MOVE 0 TO WS-CUSTOMER-IS-MINOR.
           IF RC-DOB-YEAR IS NUMERIC
           AND RC-DOB-MONTH IS NUMERIC
           AND RC-DOB-DAY IS NUMERIC
               PERFORM COMPUTE-CUSTOMER-AGE
               IF WS-CUSTOMER-AGE < WS-MINOR-CONTACT-AGE
                   MOVE 1 TO WS-CUSTOMER-IS-MINOR
                   MOVE 0 TO WS-EMAIL-ONLY
                   MOVE 0 TO WS-SMS-ONLY
                   MOVE 1 TO WS-MAIL-ONLY
               END-IF
           END-IF.

      *    Cards and e-mail go out in the customer's preferred
      *    language where a translation is on file; blank is English.
           SET-PIECE-LANGUAGE.
           IF RC-CUSTOMER-LANGUAGE = SPACES
               MOVE 'EN' TO WS-PIECE-LANGUAGE
           ELSE
               MOVE RC-CUSTOMER-LANGUAGE TO WS-PIECE-LANGUAGE
           END-IF.

      *    The first reason that stops the customer is the one the
      *    disposition file records, as in customer-filterer.
           CHECK-ELIGIBILITY.
           MOVE 1 TO WS-CUSTOMER-ELIGIBLE.
           MOVE SPACES TO WS-DISP-REASON.
           IF RC-CUSTOMER-DO-NOT-MAIL = 'Y'
               MOVE 0 TO WS-CUSTOMER-ELIGIBLE
               MOVE 'DNM' TO WS-DISP-REASON
           END-IF.
           IF RC-CUSTOMER-DECEASED = 'Y'
               MOVE 0 TO WS-CUSTOMER-ELIGIBLE
               IF WS-DISP-REASON = SPACES
                   MOVE 'DECEASED' TO WS-DISP-REASON
               END-IF
           END-IF.
           IF RC-CUSTOMER-MAIL-SUPPRESSED = 'Y'
               MOVE 0 TO WS-CUSTOMER-ELIGIBLE
               IF WS-DISP-REASON = SPACES
                   MOVE 'SUPPRESS' TO WS-DISP-REASON
               END-IF
           END-IF.
      *    Bereavement quiet period, the same hold customer-filterer
      *    applies: a standalone greeting run must not mail occasion
               END-PERFORM
               IF WS-QUIET-HIT = 1
                   MOVE 0 TO WS-CUSTOMER-ELIGIBLE
                   MOVE 'QUIET' TO WS-DISP-REASON
                   MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
                   MOVE 'BEREAVEMENT QUIET PERIOD'
                       TO RC-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.
           IF WS-CUSTOMER-ELIGIBLE = 1
               PERFORM CHECK-MEMORIAL-QUIET-PERIOD
               IF WS-QUIET-HIT = 1
                   MOVE 0 TO WS-CUSTOMER-ELIGIBLE
                   MOVE 'QUIET' TO WS-DISP-REASON
                   MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
                   MOVE 'BEREAVEMENT QUIET PERIOD'
                       TO RC-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

      *    Same MEMORIAL hold customer-filterer applies: the most
      *    recent anniversary of the customer's memorial date (or
      *    the date itself, the first year) starts a quiet period
      *    of the same length a registered death does.  The
      *    filterer already kept these customers out of the
      *    snapshot.
           CHECK-MEMORIAL-QUIET-PERIOD.
           MOVE 0 TO WS-QUIET-HIT.
           MOVE RC-CUSTOMER-ID TO RC-EVT-CUSTOMER-ID.
           MOVE 'MEMORIAL' TO RC-EVT-TYPE.
           READ F-EVENT-FILE
               KEY IS RC-EVT-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EVENT-FOUND
           AND RC-EVT-YEAR IS NUMERIC
           AND RC-EVT-MONTH IS NUMERIC
           AND RC-EVT-DAY IS NUMERIC
               MOVE LS-YEAR TO WS-MEMORIAL-YEAR
               MOVE SPACES TO WS-MEMORIAL-DATE-WORK
               STRING WS-MEMORIAL-YEAR '-' RC-EVT-MMDD
                   INTO WS-MEMORIAL-DATE-WORK
               END-STRING
               IF WS-MEMORIAL-DATE-WORK > WS-TODAYS-DATE
                   SUBTRACT 1 FROM WS-MEMORIAL-YEAR
                   MOVE SPACES TO WS-MEMORIAL-DATE-WORK
                   STRING WS-MEMORIAL-YEAR '-' RC-EVT-MMDD
                       INTO WS-MEMORIAL-DATE-WORK
                   END-STRING
               END-IF
               IF WS-MEMORIAL-DATE-WORK >= RC-EVT-DATE
               AND WS-MEMORIAL-DATE-WORK >= WS-QUIET-CUTOFF-DATE
                   MOVE 1 TO WS-QUIET-HIT
               END-IF
           END-IF.

      *    quiet-addresses.dat as deceased-registry-batch maintains
      *    it; only entries whose window covers the run date load.
           CLOSE F-QUIET-FILE.

           APPLY-QUIET-DAYS-OVERRIDE.
           MOVE 'greeting-card-generator' TO WS-PRQ-PROGRAM.
           MOVE 'QUIET-PERIOD-DAYS' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-QUIET-PERIOD-DAYS
           END-IF.

      *    The same MINOR-CONTACT-AGE parameter customer-filterer reads;
      *    defaults to 13.
           APPLY-MINOR-AGE-OVERRIDE.
           MOVE 'greeting-card-generator' TO WS-PRQ-PROGRAM.
           MOVE 'MINOR-CONTACT-AGE' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-MINOR-CONTACT-AGE
           END-IF.

           COMPUTE-CUSTOMER-AGE.
                   PERFORM CHECK-WEREWOLF-TRIGGER
               WHEN 'ANNIV'
                   PERFORM CHECK-ANNIVERSARY-TRIGGER
               WHEN 'WEDDING'
                   PERFORM CHECK-PERSONAL-EVENT-TRIGGER
               WHEN OTHER
                   PERFORM CHECK-FIXED-DATE-TRIGGER
           END-EVALUATE.
           CHECK-FIXED-DATE-TRIGGER.
           IF WS-OCCASION-RULE-TYPE(OCC-IDX) = 'F'
               PERFORM CHECK-FLOATING-DATE-TRIGGER
           ELSE
           IF WS-OCCASION-RULE-TYPE(OCC-IDX) = 'P'
               PERFORM CHECK-PERSONAL-EVENT-TRIGGER
           ELSE
               IF WS-OCCASION-TRIGGER-MMDD(OCC-IDX) = LS-DATE
                   MOVE 1 TO WS-OCCASION-TRIGGERED
               END-IF
           END-IF
           END-IF.
           IF WS-OCCASION-TRIGGERED = 1
           AND WS-OCCASION-ADULT-ONLY(OCC-IDX) = 'Y'
               END-IF
           END-IF.

      *    A personal event fires on the observed anniversary of the
      *    customer's own dated entry for this occasion code, with
      *    the same 02-29 adjustment and first-year rule enrollment
      *    anniversaries get.  The entry's name line, when given,
      *    is who the card greets.  MEMORIAL is never an occasion --
      *    it only drives the quiet-period hold in CHECK-ELIGIBILITY.
           CHECK-PERSONAL-EVENT-TRIGGER.
           MOVE RC-CUSTOMER-ID TO RC-EVT-CUSTOMER-ID.
           MOVE WS-OCCASION-CODE(OCC-IDX) TO RC-EVT-TYPE.
           READ F-EVENT-FILE
               KEY IS RC-EVT-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EVENT-FOUND
           AND NOT RC-EVT-IS-MEMORIAL
           AND RC-EVT-YEAR IS NUMERIC
           AND RC-EVT-MONTH IS NUMERIC
           AND RC-EVT-DAY IS NUMERIC
               MOVE RC-EVT-MMDD TO WS-ENROLL-MMDD-CHECK
               PERFORM OBSERVE-MMDD-THIS-YEAR
               IF WS-ENROLL-MMDD-CHECK = LS-DATE
                   COMPUTE WS-ANNIVERSARY-YEARS = LS-YEAR
                       - RC-EVT-YEAR
                   IF WS-ANNIVERSARY-YEARS > 0
                       MOVE 1 TO WS-OCCASION-TRIGGERED
                       IF RC-EVT-NAME-LINE = SPACES
                           MOVE RC-CUSTOMER-NAME
                               TO WS-EVENT-NAME-LINE
                       ELSE
                           MOVE RC-EVT-NAME-LINE
                               TO WS-EVENT-NAME-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Does the run date land on the rule's Nth (or last)
      *    weekday of its month?  Weekday and calendar walking come
      *    from the shared date-services subprogram (1 Monday .. 7
      *    then bump that occasion's running count for the audit.
           GENERATE-OCCASION-CARD.
           MOVE SPACES TO WS-OCCASION-MESSAGE.
           MOVE '1' TO WS-PIECE-VARIANT.
           IF WS-OCCASION-CODE(OCC-IDX) = 'BIRTHDAY'
           AND WS-IS-MILESTONE-AGE = 1
               MOVE WS-BIRTHDAY-AGE TO WS-BIRTHDAY-AGE-DISPLAY
                   INTO WS-OCCASION-MESSAGE
               END-STRING
           ELSE
           IF WS-OCCASION-RULE-TYPE(OCC-IDX) = 'P'
               PERFORM PICK-TEMPLATE-VARIANT
               MOVE WS-VARIANT-PICKED TO WS-PIECE-VARIANT
               PERFORM TRANSLATE-CARD-TEMPLATE
               STRING FUNCTION TRIM(WS-XLAT-WORK) ' '
                   WS-EVENT-NAME-LINE
                   INTO WS-OCCASION-MESSAGE
               END-STRING
           ELSE
               PERFORM PICK-TEMPLATE-VARIANT
               MOVE WS-VARIANT-PICKED TO WS-PIECE-VARIANT
               PERFORM TRANSLATE-CARD-TEMPLATE
               PERFORM SET-CUSTOMER-NAME-TOKENS
               MOVE WS-XLAT-WORK TO WS-GREETING-TEMPLATE
               PERFORM BUILD-CARD-GREETING
               MOVE WS-SUBST-OUT TO WS-OCCASION-MESSAGE
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-OCCASION-PIECES.

      *    Rotate through the occasion's template variants by how
      *    many cards of this occasion the customer already has on
                       WS-OCCASION-VARIANT-COUNT(OCC-IDX)) + 1
           END-IF.

      *    The picked variant's wording in the piece's language:
      *    that variant's translation, else the language's variant
      *    1, else the English unchanged -- counted as a fallback.
      *    A branded piece takes its brand's own wording in its
      *    language first (variant, then variant 1), then the house
      *    translation, and where even that falls back, the brand's
      *    English before the house English -- the order
      *    customer-filterer uses.  Milestone and anniversary
      *    messages are built in code and go out in English.
           TRANSLATE-CARD-TEMPLATE.
           MOVE WS-OCCASION-TEMPLATE(OCC-IDX WS-VARIANT-PICKED)
               TO WS-XLAT-WORK.
           MOVE WS-OCCASION-CODE(OCC-IDX) TO WS-XLAT-WANT-OCCASION.
           MOVE WS-VARIANT-PICKED TO WS-BRAND-WANT-VARIANT.
           MOVE 0 TO WS-XLAT-FOUND.
           IF WS-PIECE-BRAND NOT = SPACES
               MOVE WS-PIECE-LANGUAGE TO WS-BRAND-WANT-LANGUAGE
               PERFORM FIND-BRAND-TEMPLATE
           END-IF.
           IF WS-XLAT-FOUND = 0
           AND WS-PIECE-LANGUAGE NOT = 'EN'
               MOVE WS-BRAND-WANT-VARIANT TO WS-XLAT-WANT-VARIANT
               PERFORM FIND-TEMPLATE-TRANSLATION
               IF WS-XLAT-FOUND = 0
               AND WS-XLAT-WANT-VARIANT NOT = 1
                   MOVE 1 TO WS-XLAT-WANT-VARIANT
                   PERFORM FIND-TEMPLATE-TRANSLATION
               END-IF
               IF WS-XLAT-FOUND = 0
                   MOVE WS-OCCASION-CODE(OCC-IDX)
                       TO WS-FALLBACK-WANT-OCCASION
                   MOVE 'CARD' TO WS-FALLBACK-WANT-SOURCE
                   PERFORM COUNT-LANGUAGE-FALLBACK
                   IF WS-PIECE-BRAND NOT = SPACES
                       MOVE 'EN' TO WS-BRAND-WANT-LANGUAGE
                       PERFORM FIND-BRAND-TEMPLATE
                   END-IF
               END-IF
           END-IF.
           IF WS-XLAT-FOUND > 0
               MOVE WS-XLAT-TEXT(WS-XLAT-FOUND) TO WS-XLAT-WORK
           END-IF.

           FIND-TEMPLATE-TRANSLATION.
           PERFORM VARYING WS-XLAT-SUB FROM 1 BY 1
               UNTIL WS-XLAT-SUB > WS-XLAT-COUNT
               IF WS-XLAT-OCCASION(WS-XLAT-SUB) = WS-XLAT-WANT-OCCASION
               AND WS-XLAT-LANGUAGE(WS-XLAT-SUB) = WS-PIECE-LANGUAGE
               AND WS-XLAT-VARIANT(WS-XLAT-SUB) = WS-XLAT-WANT-VARIANT
               AND WS-XLAT-BRAND(WS-XLAT-SUB) = SPACES
                   MOVE WS-XLAT-SUB TO WS-XLAT-FOUND
                   MOVE WS-XLAT-COUNT TO WS-XLAT-SUB
               END-IF
           END-PERFORM.

           FIND-BRAND-TEMPLATE.
           MOVE WS-BRAND-WANT-VARIANT TO WS-XLAT-WANT-VARIANT.
           PERFORM FIND-BRAND-TEMPLATE-ROW.
           IF WS-XLAT-FOUND = 0
           AND WS-XLAT-WANT-VARIANT NOT = 1
               MOVE 1 TO WS-XLAT-WANT-VARIANT
               PERFORM FIND-BRAND-TEMPLATE-ROW
           END-IF.

           FIND-BRAND-TEMPLATE-ROW.
           PERFORM VARYING WS-XLAT-SUB FROM 1 BY 1
               UNTIL WS-XLAT-SUB > WS-XLAT-COUNT
               IF WS-XLAT-OCCASION(WS-XLAT-SUB) = WS-XLAT-WANT-OCCASION
               AND WS-XLAT-LANGUAGE(WS-XLAT-SUB) =
                   WS-BRAND-WANT-LANGUAGE
               AND WS-XLAT-VARIANT(WS-XLAT-SUB) = WS-XLAT-WANT-VARIANT
               AND WS-XLAT-BRAND(WS-XLAT-SUB) = WS-PIECE-BRAND
                   MOVE WS-XLAT-SUB TO WS-XLAT-FOUND
                   MOVE WS-XLAT-COUNT TO WS-XLAT-SUB
               END-IF
           END-PERFORM.

           COUNT-LANGUAGE-FALLBACK.
           MOVE 0 TO WS-FALLBACK-FOUND.
           PERFORM VARYING WS-FALLBACK-SUB FROM 1 BY 1
               UNTIL WS-FALLBACK-SUB > WS-FALLBACK-COUNT
               IF WS-FALLBACK-LANGUAGE(WS-FALLBACK-SUB) =
                   WS-PIECE-LANGUAGE
               AND WS-FALLBACK-OCCASION(WS-FALLBACK-SUB) =
                   WS-FALLBACK-WANT-OCCASION
               AND WS-FALLBACK-SOURCE(WS-FALLBACK-SUB) =
                   WS-FALLBACK-WANT-SOURCE
                   MOVE WS-FALLBACK-SUB TO WS-FALLBACK-FOUND
                   MOVE WS-FALLBACK-COUNT TO WS-FALLBACK-SUB
               END-IF
           END-PERFORM.
           IF WS-FALLBACK-FOUND = 0
           AND WS-FALLBACK-COUNT < 60
               ADD 1 TO WS-FALLBACK-COUNT
               MOVE WS-FALLBACK-COUNT TO WS-FALLBACK-FOUND
               MOVE WS-PIECE-LANGUAGE
                   TO WS-FALLBACK-LANGUAGE(WS-FALLBACK-FOUND)
               MOVE WS-FALLBACK-WANT-OCCASION
                   TO WS-FALLBACK-OCCASION(WS-FALLBACK-FOUND)
               MOVE WS-FALLBACK-WANT-SOURCE
                   TO WS-FALLBACK-SOURCE(WS-FALLBACK-FOUND)
               MOVE 0 TO WS-FALLBACK-TALLY(WS-FALLBACK-FOUND)
           END-IF.
           IF WS-FALLBACK-FOUND > 0
               ADD 1 TO WS-FALLBACK-TALLY(WS-FALLBACK-FOUND)
           END-IF.

      *    One keyed read of the customer's contact-summary.dat
      *    record, kept by contact-summary as history is written.
      *    Without a usable summary -- no file, or more occasions
      *    than it holds -- the customer's history is read through
      *    as before.
           COUNT-PRIOR-OCCASION-CARDS.
           MOVE 0 TO WS-PRIOR-CARD-COUNT.
           MOVE 'R' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION RC-CUSTOMER-ID
               WS-TODAYS-DATE WS-CSM-OCCASION WS-SUMMARY-RECORD
               WS-CSM-RESULT.
           IF WS-CSM-RESULT <= 1
           AND NOT WS-SUM-IS-OVERFLOWED
               MOVE 0 TO WS-CSM-FOUND
               PERFORM VARYING WS-CSM-SUB FROM 1 BY 1
                   UNTIL WS-CSM-SUB > WS-SUM-OCCASION-COUNT
                   OR WS-CSM-FOUND > 0
                   IF WS-SUM-OCCASION(WS-CSM-SUB) =
                       WS-OCCASION-CODE(OCC-IDX)
                       MOVE WS-CSM-SUB TO WS-CSM-FOUND
                   END-IF
               END-PERFORM
               IF WS-CSM-FOUND > 0
                   MOVE WS-SUM-LIFETIME(WS-CSM-FOUND)
                       TO WS-PRIOR-CARD-COUNT
               END-IF
           ELSE
               PERFORM SCAN-PRIOR-OCCASION-CARDS
           END-IF.

           SCAN-PRIOR-OCCASION-CARDS.
           MOVE 0 TO WS-PRIOR-CARD-COUNT.
           MOVE 0 TO WS-VARIANT-SCAN-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE SPACES TO RC-HIST-RUN-DATE.
               END-READ
           END-PERFORM.

      *    The card, its outbound-mail log record, the e-mail
      *    notification and the history record for the message
      *    GENERATE-OCCASION-CARD built.  The card and the e-mail
      *    each carry their own response/offer code from
      *    response-code-issuer, and both codes land on the history
      *    record with the template variant that was used.
           WRITE-OCCASION-PIECES.
           MOVE SPACES TO WS-CARD-RESPONSE-CODE.
           MOVE SPACES TO WS-EMAIL-RESPONSE-CODE.
           IF WS-EMAIL-ONLY = 0
               MOVE WS-OCCASION-CODE(OCC-IDX) TO RC-CARD-OCCASION
               MOVE RC-CUSTOMER-NAME TO RC-CARD-NAME
               MOVE RC-CUSTOMER-ADDRESS TO RC-CARD-ADDRESS
               MOVE WS-OCCASION-MESSAGE TO RC-CARD-MESSAGE
               IF WS-CUSTOMER-IS-ACCESSIBLE = 0
                   WRITE RC-CARD-RECORD
                   END-WRITE
               END-IF
               MOVE WS-OCCASION-CODE(OCC-IDX)
                   TO RC-OUTBOUND-OCCASION
               MOVE RC-CUSTOMER-NAME TO RC-OUTBOUND-NAME
               MOVE RC-CUSTOMER-ADDRESS TO RC-OUTBOUND-ADDRESS
               MOVE WS-OCCASION-MESSAGE TO RC-OUTBOUND-MESSAGE
               IF WS-CUSTOMER-IS-MINOR = 1
                   PERFORM ADDRESS-TO-GUARDIAN
               END-IF
               PERFORM SELECT-INSERT-FOR-OCCASION
               PERFORM SELECT-WEIGHT-CLASS
               MOVE 'C' TO WS-RESP-CHANNEL
               MOVE RC-ADDR-STATE TO WS-RESP-STATE
               PERFORM ISSUE-RESPONSE-CODE
               MOVE WS-RESP-CODE TO WS-CARD-RESPONSE-CODE
               MOVE WS-RESP-CODE TO RC-OUTBOUND-RESPONSE-CODE
               MOVE WS-PIECE-BRAND TO RC-OUTBOUND-BRAND
               PERFORM SET-REP-SIGNATURE
               IF WS-CUSTOMER-IS-ACCESSIBLE = 1
                   PERFORM WRITE-ACCESSIBLE-PIECE
               ELSE
                   WRITE RC-OUTBOUND-CUSTOMER
                   END-WRITE
               END-IF
           END-IF.

           PERFORM WRITE-EMAIL-NOTIFICATION.
      *    Same per-customer contact history customer-filterer keeps:
      *    one record per card, keyed customer + run date + occasion.
      *    A duplicate key means the card is already on record.
           MOVE SPACES TO RC-HISTORY-RECORD.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE WS-TODAYS-DATE TO RC-HIST-RUN-DATE.
           MOVE WS-OCCASION-CODE(OCC-IDX) TO RC-HIST-OCCASION.
           MOVE WS-OCCASION-MESSAGE TO RC-HIST-MESSAGE.
           MOVE WS-PIECE-VARIANT TO RC-HIST-VARIANT.
           MOVE WS-CARD-RESPONSE-CODE TO RC-HIST-RESPONSE-CODE.
           MOVE WS-EMAIL-RESPONSE-CODE TO RC-HIST-EMAIL-CODE.
           WRITE RC-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO WS-CSM-FUNCTION
                   CALL 'contact-summary' USING WS-CSM-FUNCTION
                       RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE
                       RC-HIST-OCCASION WS-SUMMARY-RECORD
                       WS-CSM-RESULT
           END-WRITE.

      *    A piece that went by e-mail or text alone is still a card
      *    the customer did not get in the post; an e-mail forced by
      *    the occasion budget is the budget's doing.
           IF WS-EMAIL-ONLY = 0
               ADD 1 TO WS-OCCASION-CARD-COUNT(OCC-IDX)
               PERFORM FIND-OR-ADD-BRAND-TALLY
               IF WS-BT-FOUND > 0
                   ADD 1 TO WS-BT-OCCASION-COUNT(WS-BT-FOUND OCC-IDX)
               END-IF
           ELSE
               MOVE WS-OCCASION-CODE(OCC-IDX) TO WS-DISP-OCCASION
               IF WS-BUDGET-FELL-BACK = 1
                   MOVE 'BUDGETCAP' TO WS-DISP-REASON
               ELSE
                   MOVE 'EMAILONLY' TO WS-DISP-REASON
               END-IF
               PERFORM WRITE-DISPOSITION-RECORD
           END-IF.

      *    The name line is 40 bytes: the full wording when the name
      *    fits after it, the short form when it does not.
           ADDRESS-TO-GUARDIAN.
           MOVE RC-OUTBOUND-NAME TO WS-GUARDIAN-NAME.
           MOVE SPACES TO RC-OUTBOUND-NAME.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-GUARDIAN-NAME)) <= 11
               STRING 'To the parent or guardian of '
                   FUNCTION TRIM(WS-GUARDIAN-NAME)
                   DELIMITED BY SIZE INTO RC-OUTBOUND-NAME
               END-STRING
           ELSE
               STRING 'Parent or guardian of '
                   FUNCTION TRIM(WS-GUARDIAN-NAME)
                   DELIMITED BY SIZE INTO RC-OUTBOUND-NAME
               END-STRING
           END-IF.

           WRITE-ACCESSIBLE-PIECE.
           IF RC-CUSTOMER-ACCESS-FORMAT = 'B'
               MOVE 'BRAIL' TO RC-OUTBOUND-WEIGHT-CLASS
           ELSE
               MOVE 'LGPRT' TO RC-OUTBOUND-WEIGHT-CLASS
           END-IF.
           WRITE RC-ACCESS-RECORD FROM RC-OUTBOUND-CUSTOMER.

      *    Same data-driven selections customer-filterer applies:
      *    insert-rules.dat maps an occasion to its enclosure and
           PERFORM UNTIL WS-ALT-FILE-IS-ENDED = 1
               READ F-INSERT-RULES-FILE
                   NOT AT END
                       IF WS-INSERT-RULE-COUNT < 60
                       AND RC-INSRULE-OCCASION NOT = SPACES
                       AND RC-INSRULE-CODE NOT = SPACES
                           ADD 1 TO WS-INSERT-RULE-COUNT
                                   WS-INSERT-RULE-COUNT)
                           MOVE RC-INSRULE-CODE TO
                               WS-INSRULE-CODE(WS-INSERT-RULE-COUNT)
                           MOVE FUNCTION UPPER-CASE(RC-INSRULE-BRAND)
                               TO WS-INSRULE-BRAND(
                                   WS-INSERT-RULE-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-ALT-FILE-IS-ENDED
           END-PERFORM.
           CLOSE F-WEIGHT-CLASS-FILE.

      *    A rule for the piece's brand outranks the house rule for
      *    the occasion; NONE means that brand sends no enclosure.
           SELECT-INSERT-FOR-OCCASION.
           MOVE SPACES TO RC-OUTBOUND-INSERT-CODE.
           MOVE 0 TO WS-INSERT-BRAND-HIT.
           PERFORM VARYING WS-INSERT-SUB FROM 1 BY 1
               UNTIL WS-INSERT-SUB > WS-INSERT-RULE-COUNT
               IF WS-INSRULE-OCCASION(WS-INSERT-SUB) =
                   RC-OUTBOUND-OCCASION
               AND WS-INSRULE-BRAND(WS-INSERT-SUB) = SPACES
               AND WS-INSERT-BRAND-HIT = 0
                   MOVE WS-INSRULE-CODE(WS-INSERT-SUB)
                       TO RC-OUTBOUND-INSERT-CODE
               END-IF
               IF WS-INSRULE-OCCASION(WS-INSERT-SUB) =
                   RC-OUTBOUND-OCCASION
               AND WS-PIECE-BRAND NOT = SPACES
               AND WS-INSRULE-BRAND(WS-INSERT-SUB) = WS-PIECE-BRAND
                   MOVE WS-INSRULE-CODE(WS-INSERT-SUB)
                       TO RC-OUTBOUND-INSERT-CODE
                   MOVE 1 TO WS-INSERT-BRAND-HIT
               END-IF
           END-PERFORM.
           IF RC-OUTBOUND-INSERT-CODE = 'NONE'
               MOVE SPACES TO RC-OUTBOUND-INSERT-CODE
           END-IF.
           IF RC-OUTBOUND-INSERT-CODE NOT = SPACES
               PERFORM COUNT-INSERT-CODE
           END-IF.
           END-IF.

           WRITE-EMAIL-NOTIFICATION.
           IF WS-SMS-ONLY = 1
               PERFORM WRITE-SMS-NOTIFICATION
           ELSE
           IF WS-MAIL-ONLY = 0
           AND RC-CUSTOMER-EMAIL NOT = SPACES
               MOVE RC-CUSTOMER-ID TO RC-EMAIL-CUSTOMER-ID
               MOVE WS-OCCASION-CODE(OCC-IDX) TO RC-EMAIL-OCCASION
               MOVE RC-CUSTOMER-EMAIL TO RC-EMAIL-ADDRESS
               MOVE WS-OCCASION-MESSAGE TO RC-EMAIL-MESSAGE
               PERFORM SET-CUSTOMER-NAME-TOKENS
               PERFORM BUILD-EMAIL-CONTENT
               MOVE 'E' TO WS-RESP-CHANNEL
               MOVE RC-ADDR-STATE TO WS-RESP-STATE
               PERFORM ISSUE-RESPONSE-CODE
               MOVE WS-RESP-CODE TO WS-EMAIL-RESPONSE-CODE
               MOVE WS-RESP-CODE TO RC-EMAIL-RESPONSE-CODE
               WRITE RC-EMAIL-CUSTOMER
               END-WRITE
           END-IF
           END-IF.

      *    No text goes out without a mobile number and a recorded
      *    consent date; the customer goes to exceptions instead.
      *    The text's code (channel S) lands in the history record's
      *    notification-code slot.
           WRITE-SMS-NOTIFICATION.
           IF RC-CUSTOMER-MOBILE = SPACES
               MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
               MOVE 'TEXT-ONLY, NO MOBILE ON FILE'
                   TO RC-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
           IF RC-CUSTOMER-SMS-CONSENT-DATE = SPACES
               MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
               MOVE 'TEXT-ONLY, NO SMS CONSENT'
                   TO RC-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               MOVE SPACES TO RC-SMS-RECORD
               MOVE RC-CUSTOMER-ID TO RC-SMS-CUSTOMER-ID
               MOVE WS-OCCASION-CODE(OCC-IDX) TO RC-SMS-OCCASION
               MOVE RC-CUSTOMER-MOBILE TO RC-SMS-MOBILE
               PERFORM SET-CUSTOMER-NAME-TOKENS
               PERFORM BUILD-SMS-TEXT
               MOVE 'S' TO WS-RESP-CHANNEL
               MOVE RC-ADDR-STATE TO WS-RESP-STATE
               PERFORM ISSUE-RESPONSE-CODE
               MOVE WS-RESP-CODE TO WS-EMAIL-RESPONSE-CODE
               MOVE WS-RESP-CODE TO RC-SMS-RESPONSE-CODE
               WRITE RC-SMS-RECORD
               END-WRITE
           END-IF
           END-IF.

      *    Same ledger customer-filterer issues against, so one
      *    redemption feed and one response-rate report cover both
      *    passes.
           ISSUE-RESPONSE-CODE.
           MOVE RC-CUSTOMER-ID TO WS-RESP-CUSTOMER-ID.
           MOVE WS-TODAYS-DATE TO WS-RESP-RUN-DATE.
           MOVE WS-OCCASION-CODE(OCC-IDX) TO WS-RESP-OCCASION.
           MOVE WS-PIECE-VARIANT TO WS-RESP-VARIANT.
           MOVE SPACES TO WS-RESP-CODE.
           MOVE 'I' TO WS-RESP-FUNCTION.
           CALL 'response-code-issuer' USING WS-RESP-FUNCTION
               WS-RESPONSE-RECORD WS-RESP-RESULT.
           IF WS-RESP-RESULT NOT = 0
               MOVE SPACES TO WS-RESP-CODE
           END-IF.

      *    email-templates.dat (kind S subject, kind B body lines,
           END-PERFORM.
           CLOSE F-EMAIL-TEMPLATE-FILE.

      *    One template set per occasion, language, and brand; blank
      *    language is English, blank brand the house set.
           STORE-ONE-EMAIL-TEMPLATE.
           IF RC-ETPL-LANGUAGE = SPACES
               MOVE 'EN' TO WS-ETPL-WANT-LANGUAGE
           ELSE
               MOVE FUNCTION UPPER-CASE(RC-ETPL-LANGUAGE)
                   TO WS-ETPL-WANT-LANGUAGE
           END-IF.
           MOVE RC-ETPL-OCCASION TO WS-ETPL-WANT-OCCASION.
           MOVE FUNCTION UPPER-CASE(RC-ETPL-BRAND)
               TO WS-ETPL-WANT-BRAND.
           PERFORM FIND-EMAIL-TEMPLATE.
           IF WS-ETPL-FOUND = 0
           AND WS-ETPL-COUNT < 200
           AND RC-ETPL-OCCASION NOT = SPACES
               ADD 1 TO WS-ETPL-COUNT
               MOVE WS-ETPL-COUNT TO WS-ETPL-FOUND
               MOVE RC-ETPL-OCCASION
                   TO WS-ETPL-OCCASION(WS-ETPL-COUNT)
               MOVE WS-ETPL-WANT-LANGUAGE
                   TO WS-ETPL-LANGUAGE(WS-ETPL-COUNT)
               MOVE WS-ETPL-WANT-BRAND
                   TO WS-ETPL-BRAND(WS-ETPL-COUNT)
               MOVE SPACES TO WS-ETPL-SUBJECT(WS-ETPL-COUNT)
               MOVE 0 TO WS-ETPL-BODY-COUNT(WS-ETPL-COUNT)
           END-IF.
               END-IF
           END-IF.

      *    The set in the customer's language first, then the
      *    English set -- counted as a fallback.  In either language
      *    a branded piece takes its brand's set ahead of the house
      *    set.
           BUILD-EMAIL-CONTENT.
           MOVE RC-EMAIL-OCCASION TO WS-ETPL-WANT-OCCASION.
           MOVE WS-PIECE-LANGUAGE TO WS-ETPL-WANT-LANGUAGE.
           PERFORM FIND-BRAND-EMAIL-TEMPLATE.
           IF WS-ETPL-FOUND = 0
           AND WS-PIECE-LANGUAGE NOT = 'EN'
               MOVE RC-EMAIL-OCCASION TO WS-FALLBACK-WANT-OCCASION
               MOVE 'EMAIL' TO WS-FALLBACK-WANT-SOURCE
               PERFORM COUNT-LANGUAGE-FALLBACK
               MOVE 'EN' TO WS-ETPL-WANT-LANGUAGE
               PERFORM FIND-BRAND-EMAIL-TEMPLATE
           END-IF.
           MOVE SPACES TO RC-EMAIL-SUBJECT.
           MOVE SPACES TO RC-EMAIL-BODY.
           IF WS-ETPL-FOUND = 0
               END-PERFORM
           END-IF.

           FIND-BRAND-EMAIL-TEMPLATE.
           MOVE WS-PIECE-BRAND TO WS-ETPL-WANT-BRAND.
           PERFORM FIND-EMAIL-TEMPLATE.
           IF WS-ETPL-FOUND = 0
           AND WS-PIECE-BRAND NOT = SPACES
               MOVE SPACES TO WS-ETPL-WANT-BRAND
               PERFORM FIND-EMAIL-TEMPLATE
           END-IF.

           FIND-EMAIL-TEMPLATE.
           MOVE 0 TO WS-ETPL-FOUND.
           PERFORM VARYING WS-ETPL-SUB FROM 1 BY 1
               UNTIL WS-ETPL-SUB > WS-ETPL-COUNT
               IF WS-ETPL-OCCASION(WS-ETPL-SUB) =
                   WS-ETPL-WANT-OCCASION
               AND WS-ETPL-LANGUAGE(WS-ETPL-SUB) =
                   WS-ETPL-WANT-LANGUAGE
               AND WS-ETPL-BRAND(WS-ETPL-SUB) = WS-ETPL-WANT-BRAND
                   MOVE WS-ETPL-SUB TO WS-ETPL-FOUND
                   MOVE WS-ETPL-COUNT TO WS-ETPL-SUB
               END-IF
           END-PERFORM.

           LOAD-SMS-TEMPLATES.
           MOVE 0 TO WS-STPL-COUNT.
           MOVE 0 TO WS-ALT-FILE-IS-ENDED.
           OPEN INPUT F-SMS-TEMPLATE-FILE.
           PERFORM UNTIL WS-ALT-FILE-IS-ENDED = 1
               READ F-SMS-TEMPLATE-FILE
                   NOT AT END
                       PERFORM STORE-ONE-SMS-TEMPLATE
                   AT END
                       MOVE 1 TO WS-ALT-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SMS-TEMPLATE-FILE.

           STORE-ONE-SMS-TEMPLATE.
           IF RC-STPL-LANGUAGE = SPACES
               MOVE 'EN' TO WS-STPL-WANT-LANGUAGE
           ELSE
               MOVE FUNCTION UPPER-CASE(RC-STPL-LANGUAGE)
                   TO WS-STPL-WANT-LANGUAGE
           END-IF.
           MOVE RC-STPL-OCCASION TO WS-STPL-WANT-OCCASION.
           PERFORM FIND-SMS-TEMPLATE.
           IF WS-STPL-FOUND = 0
           AND WS-STPL-COUNT < 200
           AND RC-STPL-OCCASION NOT = SPACES
               ADD 1 TO WS-STPL-COUNT
               MOVE WS-STPL-COUNT TO WS-STPL-FOUND
               MOVE RC-STPL-OCCASION
                   TO WS-STPL-OCCASION(WS-STPL-COUNT)
               MOVE WS-STPL-WANT-LANGUAGE
                   TO WS-STPL-LANGUAGE(WS-STPL-COUNT)
           END-IF.
           IF WS-STPL-FOUND > 0
               MOVE RC-STPL-TEXT TO WS-STPL-TEXT(WS-STPL-FOUND)
           END-IF.

      *    Piece language first, then English (a counted fallback),
      *    then the card message itself; &NAME is substituted and
      *    the text cut at 160 characters.
           BUILD-SMS-TEXT.
           MOVE RC-SMS-OCCASION TO WS-STPL-WANT-OCCASION.
           MOVE WS-PIECE-LANGUAGE TO WS-STPL-WANT-LANGUAGE.
           PERFORM FIND-SMS-TEMPLATE.
           IF WS-STPL-FOUND = 0
           AND WS-PIECE-LANGUAGE NOT = 'EN'
               MOVE RC-SMS-OCCASION TO WS-FALLBACK-WANT-OCCASION
               MOVE 'SMS' TO WS-FALLBACK-WANT-SOURCE
               PERFORM COUNT-LANGUAGE-FALLBACK
               MOVE 'EN' TO WS-STPL-WANT-LANGUAGE
               PERFORM FIND-SMS-TEMPLATE
           END-IF.
           IF WS-STPL-FOUND = 0
               MOVE WS-OCCASION-MESSAGE TO RC-SMS-TEXT
           ELSE
               MOVE WS-STPL-TEXT(WS-STPL-FOUND) TO WS-SMS-SUBST-IN
               PERFORM SUBSTITUTE-SMS-NAME-TOKEN
           END-IF.

           FIND-SMS-TEMPLATE.
           MOVE 0 TO WS-STPL-FOUND.
           PERFORM VARYING WS-STPL-SUB FROM 1 BY 1
               UNTIL WS-STPL-SUB > WS-STPL-COUNT
               IF WS-STPL-OCCASION(WS-STPL-SUB) =
                   WS-STPL-WANT-OCCASION
               AND WS-STPL-LANGUAGE(WS-STPL-SUB) =
                   WS-STPL-WANT-LANGUAGE
                   MOVE WS-STPL-SUB TO WS-STPL-FOUND
                   MOVE WS-STPL-COUNT TO WS-STPL-SUB
               END-IF
           END-PERFORM.

           SUBSTITUTE-SMS-NAME-TOKEN.
           MOVE WS-SMS-SUBST-IN TO RC-SMS-TEXT.
           MOVE 0 TO WS-SUBST-HIT.
           PERFORM VARYING WS-SMS-SUBST-POS FROM 1 BY 1
               UNTIL WS-SMS-SUBST-POS > 156
               OR WS-SUBST-HIT = 1
               MOVE 0 TO WS-SUBST-TOKEN-LENGTH
               IF WS-SMS-SUBST-IN(WS-SMS-SUBST-POS:5) = '&NAME'
                   MOVE 5 TO WS-SUBST-TOKEN-LENGTH
                   MOVE WS-EMAIL-NAME-WORK TO WS-SUBST-VALUE
               ELSE
               IF WS-SMS-SUBST-POS < 156
               AND WS-SMS-SUBST-IN(WS-SMS-SUBST-POS:6) = '&FIRST'
                   MOVE 6 TO WS-SUBST-TOKEN-LENGTH
                   MOVE WS-FIRST-NAME-WORK TO WS-SUBST-VALUE
               ELSE
               IF WS-SMS-SUBST-POS < 155
               AND WS-SMS-SUBST-IN(WS-SMS-SUBST-POS:7) = '&FORMAL'
                   MOVE 7 TO WS-SUBST-TOKEN-LENGTH
                   MOVE WS-FORMAL-NAME-WORK TO WS-SUBST-VALUE
               END-IF
               END-IF
               END-IF
               IF WS-SUBST-TOKEN-LENGTH > 0
                   MOVE 1 TO WS-SUBST-HIT
                   MOVE SPACES TO RC-SMS-TEXT
                   MOVE 1 TO WS-SUBST-POINTER
                   IF WS-SMS-SUBST-POS > 1
                       STRING
                           WS-SMS-SUBST-IN(1:WS-SMS-SUBST-POS - 1)
                           DELIMITED BY SIZE INTO RC-SMS-TEXT
                           WITH POINTER WS-SUBST-POINTER
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-SUBST-VALUE)
                       DELIMITED BY SIZE INTO RC-SMS-TEXT
                       WITH POINTER WS-SUBST-POINTER
                       ON OVERFLOW CONTINUE
                   END-STRING
                   COMPUTE WS-SUBST-TAIL =
                       WS-SMS-SUBST-POS + WS-SUBST-TOKEN-LENGTH
                   IF WS-SUBST-TAIL <= 160
                       STRING WS-SMS-SUBST-IN(WS-SUBST-TAIL:
                               161 - WS-SUBST-TAIL)
                           DELIMITED BY SIZE INTO RC-SMS-TEXT
                           WITH POINTER WS-SUBST-POINTER
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

      *    First name token in the line gets its value: &NAME the
      *    name as keyed, &FIRST the first name, &FORMAL the
      *    preferred salutation (else title and surname); the
      *    templates marketing writes use one at most once per line.
           SUBSTITUTE-NAME-TOKEN.
           MOVE WS-SUBST-IN TO WS-SUBST-OUT.
           MOVE 0 TO WS-SUBST-HIT.
           PERFORM VARYING WS-SUBST-POS FROM 1 BY 1
               UNTIL WS-SUBST-POS > 56
               OR WS-SUBST-HIT = 1
               MOVE 0 TO WS-SUBST-TOKEN-LENGTH
               IF WS-SUBST-IN(WS-SUBST-POS:5) = '&NAME'
                   MOVE 5 TO WS-SUBST-TOKEN-LENGTH
                   MOVE WS-EMAIL-NAME-WORK TO WS-SUBST-VALUE
               ELSE
               IF WS-SUBST-POS < 56
               AND WS-SUBST-IN(WS-SUBST-POS:6) = '&FIRST'
                   MOVE 6 TO WS-SUBST-TOKEN-LENGTH
                   MOVE WS-FIRST-NAME-WORK TO WS-SUBST-VALUE
               ELSE
               IF WS-SUBST-POS < 55
               AND WS-SUBST-IN(WS-SUBST-POS:7) = '&FORMAL'
                   MOVE 7 TO WS-SUBST-TOKEN-LENGTH
                   MOVE WS-FORMAL-NAME-WORK TO WS-SUBST-VALUE
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

      *    A card template may place the name itself with &NAME,
      *    &FIRST or &FORMAL ("Dear &FIRST, happy birthday!"); one
      *    without a token gets the full name appended, as every
      *    template did before the name was held in parts.
           BUILD-CARD-GREETING.
           MOVE WS-GREETING-TEMPLATE TO WS-SUBST-IN.
           PERFORM SUBSTITUTE-NAME-TOKEN.
           IF WS-SUBST-HIT = 0
               MOVE SPACES TO WS-SUBST-OUT
               STRING FUNCTION TRIM(WS-GREETING-TEMPLATE) ' '
                   FUNCTION TRIM(WS-EMAIL-NAME-WORK)
                   DELIMITED BY SIZE INTO WS-SUBST-OUT
               END-STRING
           END-IF.

      *    The three name forms the tokens print, from the customer
      *    record in hand.  name-parser falls back to the full name
      *    for a customer whose name was never split.
           SET-CUSTOMER-NAME-TOKENS.
           MOVE RC-CUSTOMER-NAME TO WS-EMAIL-NAME-WORK.
           MOVE 'S' TO WS-NP-FUNCTION.
           CALL 'name-parser' USING WS-NP-FUNCTION RC-CUSTOMER-INFO
               WS-FIRST-NAME-WORK WS-FORMAL-NAME-WORK WS-NP-RESULT
               WS-NP-REASON.
