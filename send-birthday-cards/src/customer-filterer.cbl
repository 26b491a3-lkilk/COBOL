               SELECT F-EMAIL-FILE
                   ASSIGN TO DYNAMIC WS-EMAIL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SMS-FILE
                   ASSIGN TO DYNAMIC WS-SMS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-BALANCE-FILE
                   ASSIGN TO DYNAMIC WS-BALANCE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REMAIL-QUEUE-FILE
                   ASSIGN TO 'pending-remails.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-INTL-FILE
                   ASSIGN TO DYNAMIC WS-INTL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-ACCESS-FILE
                   ASSIGN TO DYNAMIC WS-ACCESS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CARRYOVER-FILE
                   ASSIGN TO 'card-carryover.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-INSERT-RULES-FILE
                   ASSIGN TO 'insert-rules.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-BRAND-FILE
                   ASSIGN TO 'brands.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REP-FILE
                   ASSIGN TO 'reps.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ALT-ADDRESS-FILE
                   ASSIGN TO 'alternate-addresses.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-ELIGIBLE-FILE
                   ASSIGN TO DYNAMIC WS-ELIGIBLE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-GIFT-ORDER-FILE
                   ASSIGN TO DYNAMIC WS-GIFT-ORDER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-GIFT-LOG-FILE
                   ASSIGN TO 'gift-order-log.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-GIFT-HELD-FILE
                   ASSIGN TO 'gift-orders-held.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-GIFT-CATALOG-FILE
                   ASSIGN TO 'gift-catalog.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SNAPSHOT-STAMP-FILE
                   ASSIGN TO 'eligible-snapshot-stamp.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-QUIET-FILE
                   ASSIGN TO 'quiet-addresses.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-EMAIL-TEMPLATE-FILE
                   ASSIGN TO 'email-templates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SMS-TEMPLATE-FILE
                   ASSIGN TO 'sms-templates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-WEIGHT-CLASS-FILE
                   ASSIGN TO 'weight-classes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-HH-TRACE-FILE
                   ASSIGN TO 'household-trace.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-DISPOSITION-FILE
                   ASSIGN TO 'card-dispositions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-VENDOR-WORK-FILE
                   ASSIGN TO DYNAMIC WS-VENDOR-WORK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-VENDOR-FILE
                   ASSIGN TO DYNAMIC WS-VENDOR-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT OPTIONAL F-DEPENDENT-FILE
                   ASSIGN TO 'dependents.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-DEP-KEY
                   FILE STATUS IS WS-DEPENDENT-STATUS.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-EVENT-FILE
                   ASSIGN TO 'customer-events.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-EVT-KEY
                   FILE STATUS IS WS-EVENT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
           01 RC-RUN-STAMP PIC X(10).
           FD F-EXCEPTION-FILE.
           01 RC-EXCEPTION-RECORD.
               05 RC-EXCEPTION-CUSTOMER PIC X(500).
               05 RC-EXCEPTION-REASON PIC X(30).
               05 RC-EXCEPTION-DISPOSITION PIC X(9).
      *        Raised date, trailing so records from before aging
      *        postage and presort both need to know.
               05 FILLER PIC X.
               05 RC-OUTBOUND-WEIGHT-CLASS PIC X(5).
      *        Response/offer code printed on the card; redemption-
      *        feed matches it back to the piece.
               05 FILLER PIC X.
               05 RC-OUTBOUND-RESPONSE-CODE PIC X(10).
      *        Brand the piece goes out under (blank = house brand);
      *        it picks the return address on the print image and
      *        ties the piece to its brand's header record.
               05 FILLER PIC X.
               05 RC-OUTBOUND-BRAND PIC X(4).
      *        The customer's relationship manager's signature line,
      *        printed under the message; blank where no rep is
      *        assigned.
               05 FILLER PIC X.
               05 RC-OUTBOUND-SIGNATURE PIC X(40).
      *    The file's own HDR is followed by one more HDR per brand
      *    on brands.dat, carrying the brand code and that brand's
      *    source text, so the vendor can bill and stock each brand
      *    apart.  Readers that only look for HDR/TRL skip them all.
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
               05 RC-AUDIT-HOUSEHOLD-LABEL PIC X(10).
               05 RC-AUDIT-HOUSEHOLD-COUNT PIC ZZZ9.
               05 FILLER PIC X.
      *        Every print vendor's pieces together; the split by
      *        vendor follows on the VENDOR= lines.  The slot after
      *        it held vendor B's figure while there were two.
               05 RC-AUDIT-VENDORS-LABEL PIC X(8).
               05 RC-AUDIT-VENDORS-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 FILLER PIC X(12).
               05 FILLER PIC X.
               05 RC-AUDIT-INTL-LABEL PIC X(5).
               05 RC-AUDIT-INTL-COUNT PIC ZZZ9.
      *        Children's birthday cards, trailing so audit records
      *        from before dependents read back blank.
               05 FILLER PIC X.
               05 RC-AUDIT-CHILD-LABEL PIC X(6).
               05 RC-AUDIT-CHILD-COUNT PIC ZZZ9.
      *        Accessible-format pieces, large print and braille,
      *        trailing for the same reason.
               05 FILLER PIC X.
               05 RC-AUDIT-LARGE-LABEL PIC X(6).
               05 RC-AUDIT-LARGE-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-BRAILLE-LABEL PIC X(8).
               05 RC-AUDIT-BRAILLE-COUNT PIC ZZZ9.
      *        Welcome cards to new customers, trailing likewise.
               05 FILLER PIC X.
               05 RC-AUDIT-WELCOME-LABEL PIC X(8).
               05 RC-AUDIT-WELCOME-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-BELATED-LABEL PIC X(8).
               05 RC-AUDIT-BELATED-COUNT PIC ZZZ9.
      *    The same volumes again for each brand that mailed today,
      *    so each brand can be billed for its own pieces: BRAND=
      *    and the brand code (blank for the house brand) sit between
      *    the date and the figures, which otherwise read exactly as
      *    on the volume line.  BRAND= falls where BIRTHDAY= does on
      *    the volume line, which is how the readers tell them apart.
           01 RC-AUDIT-BRAND-RECORD.
               05 RC-ABR-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-ABR-LABEL PIC X(6).
               05 RC-ABR-BRAND PIC X(4).
               05 RC-ABR-VOLUMES PIC X(168).
      *    One line per language, occasion, and source (CARD or
      *    EMAIL) that had to fall back to the English wording today,
      *    so marketing can see which translations are missing.  The
      *    FALLBACK= label sits where BIRTHDAY= does on the volume
      *    line, which is how the volume readers tell them apart.
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
      *    One line per print vendor on vendor-table.dat with its
      *    share of the day's vendor mail.  VENDOR= likewise sits
      *    where BIRTHDAY= does on the volume line.
           01 RC-AUDIT-VENDOR-RECORD.
               05 RC-AVN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-AVN-LABEL PIC X(7).
               05 RC-AVN-VENDOR PIC X.
               05 FILLER PIC X.
               05 RC-AVN-COUNT-LABEL PIC X(6).
               05 RC-AVN-COUNT PIC ZZZZ9.
           FD F-TEMPLATE-FILE.
           01 RC-TEMPLATE-RECORD.
               05 RC-TEMPLATE-OCCASION PIC X(9).
               05 RC-TEMPLATE-TEXT PIC X(40).
               05 FILLER PIC X.
               05 RC-TEMPLATE-VARIANT PIC X.
      *        Blank or EN is the English wording; any other code is
      *        a translation of the same occasion and variant.
               05 FILLER PIC X.
               05 RC-TEMPLATE-LANGUAGE PIC X(2).
      *        Brand the wording belongs to; blank is the house
      *        wording every brand falls back to.
               05 FILLER PIC X.
               05 RC-TEMPLATE-BRAND PIC X(4).
           FD F-HOLIDAY-FILE.
           01 RC-HOLIDAY-DATE PIC X(10).
      *    Subject and body ride the record so the dispatch house
               05 RC-EMAIL-SUBJECT PIC X(60).
               05 FILLER PIC X.
               05 RC-EMAIL-BODY PIC X(180).
               05 FILLER PIC X.
               05 RC-EMAIL-RESPONSE-CODE PIC X(10).
      *    Text messages for the SMS gateway, one per text-only
      *    customer piece; the text is held to the 160 characters a
      *    single message carries.
           FD F-SMS-FILE.
           01 RC-SMS-RECORD.
               05 RC-SMS-CUSTOMER-ID PIC 9(6).
               05 RC-SMS-OCCASION PIC X(9).
               05 RC-SMS-MOBILE PIC X(15).
               05 FILLER PIC X.
               05 RC-SMS-TEXT PIC X(160).
               05 FILLER PIC X.
               05 RC-SMS-RESPONSE-CODE PIC X(10).
           FD F-MANIFEST-FILE.
           01 RC-MANIFEST-RECORD.
               05 RC-MANIFEST-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-SIM-EMAIL-LABEL PIC X(7).
               05 RC-SIM-EMAIL-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-SIM-SMS-LABEL PIC X(4).
               05 RC-SIM-SMS-COUNT PIC ZZZ9.
           FD F-REMAIL-QUEUE-FILE.
           01 RC-REMAIL-RECORD.
               05 RC-REMAIL-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X.
               05 RC-REMAIL-ORIG-DATE PIC X(10).
           FD F-INTL-FILE.
           01 RC-INTL-RECORD.
               05 RC-INTL-OCCASION PIC X(9).
               05 FILLER PIC X(212).
               05 RC-INTL-RESPONSE-CODE PIC X(10).
               05 FILLER PIC X.
               05 RC-INTL-BRAND PIC X(4).
               05 FILLER PIC X(41).
      *    Outbound image; the weight class tells large print from
      *    braille when a restart re-counts the file.
           FD F-ACCESS-FILE.
           01 RC-ACCESS-RECORD.
               05 FILLER PIC X(215).
               05 RC-ACCESS-WEIGHT-CLASS PIC X(5).
               05 FILLER PIC X(11).
               05 FILLER PIC X.
               05 RC-ACCESS-BRAND PIC X(4).
               05 FILLER PIC X(41).
           FD F-REMAIL-CARDS-FILE.
           01 RC-REMAIL-CARD.
               05 RC-REMAIL-CARD-OCCASION PIC X(9).
               05 RC-CARRY-NAME PIC X(40).
               05 RC-CARRY-ADDRESS PIC X(100).
               05 RC-CARRY-EMAIL PIC X(50).
      *        Preferred language the deferred card is worded in;
      *        carryover written before languages reads back blank
      *        (English).
               05 RC-CARRY-LANGUAGE PIC X(2).
      *        Brand, likewise blank (house) on older carryover.
               05 FILLER PIC X.
               05 RC-CARRY-BRAND PIC X(4).
      *        Relationship manager, blank on older carryover.
               05 FILLER PIC X.
               05 RC-CARRY-REP-ID PIC X(6).
           FD F-INSERT-RULES-FILE.
           01 RC-INSERT-RULE-RECORD.
               05 RC-INSRULE-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-INSRULE-CODE PIC X(8).
      *        A rule for one brand (blank = house rule) replaces the
      *        house rule for that brand's pieces; code NONE sends
      *        the brand's pieces with no enclosure at all.
               05 FILLER PIC X.
               05 RC-INSRULE-BRAND PIC X(4).
           FD F-BRAND-FILE.
           COPY "brand-record.cpy".
           FD F-REP-FILE.
           COPY "rep-record.cpy".
           FD F-DISPOSITION-FILE.
           COPY "disposition-record.cpy".
           FD F-ALT-ADDRESS-FILE.
           01 RC-ALT-ADDR-RECORD.
               05 RC-ALT-CUSTOMER-ID PIC X(6).
           FD F-ELIGIBLE-FILE.
           COPY "customer-record.cpy"
               REPLACING LEADING ==RC== BY ==ELG==.
           FD F-GIFT-ORDER-FILE.
           COPY "gift-order-record.cpy".
           FD F-GIFT-LOG-FILE.
           COPY "gift-order-record.cpy"
               REPLACING LEADING ==RC== BY ==GLG==.
           FD F-GIFT-HELD-FILE.
           01 RC-GIFT-HELD-LINE PIC X(200).
      *    One gift per milestone age: the tier and SKU the vendor
      *    ships and what each unit costs us.
           FD F-GIFT-CATALOG-FILE.
           01 RC-GIFT-CATALOG-RECORD.
               05 RC-GCAT-AGE PIC 999.
               05 FILLER PIC X.
               05 RC-GCAT-TIER PIC X(10).
               05 FILLER PIC X.
               05 RC-GCAT-SKU PIC X(12).
               05 FILLER PIC X.
               05 RC-GCAT-COST PIC 9(5)V99.
           FD F-QUIET-FILE.
           01 RC-QUIET-RECORD.
               05 RC-QUIET-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-QUIET-ADDRESS PIC X(140).
      *    One appended record per birthday card the household
      *    flush emitted: the matched address key, the member
      *    customer IDs the card covered, and the name line the
               05 RC-ETPL-KIND PIC X.
               05 FILLER PIC X.
               05 RC-ETPL-TEXT PIC X(60).
      *        Blank or EN is English; one template set per occasion
      *        and language.
               05 FILLER PIC X.
               05 RC-ETPL-LANGUAGE PIC X(2).
      *        Brand the set belongs to; blank is the house set.
               05 FILLER PIC X.
               05 RC-ETPL-BRAND PIC X(4).
      *    sms-templates.dat: the short-form text per occasion and
      *    language, &NAME substituting the customer's name.  An
      *    occasion with no template texts the card message.
           FD F-SMS-TEMPLATE-FILE.
           01 RC-STPL-RECORD.
               05 RC-STPL-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-STPL-TEXT PIC X(160).
               05 FILLER PIC X.
               05 RC-STPL-LANGUAGE PIC X(2).
           FD F-ZIP-STATE-FILE.
           01 RC-ZIP-STATE-RECORD.
               05 RC-ZSR-FROM PIC X(3).
               05 RC-PART-TO-ID PIC X(6).
               05 FILLER PIC X.
               05 RC-PART-SUFFIX PIC X(3).
      *    Routed pieces are held here tagged with their vendor
      *    until the run closes, then dealt out to one file per
      *    vendor on the table.
           FD F-VENDOR-WORK-FILE.
           01 RC-VENDOR-WORK-RECORD.
               05 RC-VWK-VENDOR PIC X.
               05 RC-VWK-FAILOVER PIC X.
               05 RC-VWK-PIECE PIC X(277).
           FD F-VENDOR-FILE.
           01 RC-VENDOR-RECORD PIC X(277).
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-BALANCE-FILE.
               05 FILLER PIC X.
               05 RC-RUNH-SECS-LABEL PIC X(5).
               05 RC-RUNH-SECS PIC ZZZZZ9.
           FD F-DEPENDENT-FILE.
           COPY "dependent-record.cpy".
      *    customer-maintenance's audit trail, which exception-review
      *    also writes to.  Only the customer ID and date of birth on
      *    the before and after images are read here.
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
           FD F-EVENT-FILE.
           COPY "customer-event-record.cpy".
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-IS-TAX-DAY PIC 9.
           01 WS-DOB-MMDD-CHECK PIC X(5).
           01 WS-TEMPLATE-FILE-IS-ENDED PIC 9.
           01 WS-BIRTHDAY-TEMPLATE PIC X(40) VALUE 'Happy Birthday, '.
           01 WS-CHILD-TEMPLATE PIC X(40) VALUE 'Happy Birthday,'.
           01 WS-WELCOME-TEMPLATE PIC X(40) VALUE 'Welcome,'.
           01 WS-BELATED-TEMPLATE PIC X(40)
               VALUE 'Belated Happy Birthday,'.
           01 WS-TAX-TEMPLATE PIC X(40) VALUE 'Happy Tax Day, '.
           01 WS-WEREWOLF-TEMPLATE PIC X(56) VALUE 'Awoo!'.
           01 WS-BIRTHDAY-VARIANT-COUNT PIC 9 VALUE 1.
               05 WS-WEREWOLF-TEMPLATE-V PIC X(40) OCCURS 5 TIMES.
           01 WS-VARIANT-SUB PIC 9.
           01 WS-VARIANT-PICKED PIC 9.
           01 WS-PIECE-VARIANT PIC X.
      *    Language the piece in hand is worded in (EN when the
      *    customer has none), and the translated card wording loaded
      *    from greeting-templates.dat.  A translation missing for
      *    the variant picked falls back to the language's variant 1,
      *    then to the English text, and the fallback is counted.
           01 WS-PIECE-LANGUAGE PIC X(2) VALUE 'EN'.
      *    Brand of the piece in hand (blank = house).  Brand wording
      *    rides the translation table under its brand code, in its
      *    own language (EN where the row has none).
           01 WS-PIECE-BRAND PIC X(4) VALUE SPACES.
      *    Relationship manager of the piece in hand; the rep's
      *    signature line from reps.dat goes on the outbound record.
           01 WS-PIECE-REP-ID PIC X(6) VALUE SPACES.
           01 WS-REP-SUB PIC 9(3).
           01 WS-REP-COUNT PIC 9(3) VALUE 0.
           01 WS-REP-TABLE.
               05 WS-REP-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-REP-COUNT.
                   10 WS-REP-ID PIC X(6).
                   10 WS-REP-SIGNATURE PIC X(40).
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
           01 WS-CARD-RESPONSE-CODE PIC X(10).
           01 WS-KEEP-RESPONSE-CODE PIC 9 VALUE 0.
           01 WS-RESP-FUNCTION PIC X.
           01 WS-RESP-RESULT PIC 9.
           COPY "response-code-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-VARIANT-OCCASION PIC X(9).
           01 WS-VARIANT-CUSTOMER-ID PIC 9(6).
           01 WS-PRIOR-CARD-COUNT PIC 9(4).
           01 WS-WEREWOLF-COUNT PIC 9999.
           01 WS-OUTBOUND-COUNT PIC 9999.
           01 WS-EMAIL-COUNT PIC 9999.
           01 WS-SMS-COUNT PIC 9999.
           01 WS-SIMULATE-MODE PIC 9.
           01 WS-READ-COUNT PIC 9(5).
           01 WS-EXCEPT-CUST-COUNT PIC 9(5).
                   'DC' 'PR' 'VI' 'GU' 'AS' 'MP'.
           01 WS-ZIP-IS-VALID PIC 9.
           01 WS-HOUSEHOLD-COUNT PIC 9999.
           01 WS-CHILD-COUNT PIC 9999.
           01 WS-WELCOME-COUNT PIC 9999.
           01 WS-JOURNAL-IS-ENDED PIC 9.
           01 WS-WELCOME-CUTOFF PIC X(8).
           01 WS-WELCOME-SUB PIC 9(4).
           01 WS-WELCOME-FOUND PIC 9(4).
           01 WS-WELCOME-ID-COUNT PIC 9(4) VALUE 0.
           01 WS-WELCOME-TABLE.
               05 WS-WELCOME-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-WELCOME-ID-COUNT.
                   10 WS-WELCOME-ID PIC 9(6).
                   10 WS-WELCOME-DONE PIC 9.
           01 WS-JOURNAL-CAND-ID PIC 9(6).
           01 WS-BELATED-COUNT PIC 9999.
           01 WS-BELATED-WINDOW-DAYS PIC 99 VALUE 30.
           01 WS-BELATED-FROM-DATE PIC X(10).
           01 WS-BELATED-BDAY-DATE PIC X(10).
           01 WS-BELATED-IN-WINDOW PIC 9.
           01 WS-BELATED-SUB PIC 9(4).
           01 WS-BELATED-FOUND PIC 9(4).
           01 WS-BELATED-ID-COUNT PIC 9(4) VALUE 0.
           01 WS-BELATED-TABLE.
               05 WS-BELATED-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-BELATED-ID-COUNT.
                   10 WS-BELATED-ID PIC 9(6).
                   10 WS-BELATED-DONE PIC 9.
           01 WS-DEPENDENT-STATUS PIC XX.
           01 WS-EVENT-STATUS PIC XX.
               88 WS-EVENT-FOUND VALUE '00'.
           01 WS-MEMORIAL-DATE-WORK PIC X(10).
           01 WS-MEMORIAL-YEAR PIC 9999.
           01 WS-DEP-SCAN-ENDED PIC 9.
           01 WS-CHILD-SCAN-ENDED PIC 9.
           01 WS-DEP-PARENT-ID PIC 9(6).
           01 WS-DEP-MMDD-CHECK PIC X(5).
           01 WS-DEP-AGE PIC S9(4).
           01 WS-MMDD-WORK PIC X(5).
           01 WS-MMDD-IS-CANDIDATE PIC 9.
           01 WS-CHILD-NAME-COUNT PIC 99.
           01 WS-CHILD-NAMES PIC X(56).
           01 WS-CHILD-NAMES-WORK PIC X(56).
           01 WS-BDAY-PENDING-COUNT PIC 9(4) VALUE 0.
           01 WS-BDAY-PENDING-TABLE.
               05 WS-BDAY-PENDING-ENTRY OCCURS 0 TO 2000 TIMES
                   10 WS-BDAY-PEND-NAME PIC X(40).
                   10 WS-BDAY-PEND-ADDRESS PIC X(100).
                   10 WS-BDAY-PEND-EMAIL PIC X(50).
                   10 WS-BDAY-PEND-LANGUAGE PIC X(2).
                   10 WS-BDAY-PEND-BRAND PIC X(4).
                   10 WS-BDAY-PEND-REP-ID PIC X(6).
                   10 WS-BDAY-PEND-WRITTEN PIC 9.
           01 WS-BDAY-SUB-1 PIC 9(4).
           01 WS-BDAY-SUB-2 PIC 9(4).
           01 WS-EMAIL-LENGTH-SUB PIC 99.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-HISTORY-CUSTOMER-ID PIC 9(6).
           01 WS-CSM-FUNCTION PIC X.
           01 WS-CSM-CUSTOMER-ID PIC 9(6).
           01 WS-CSM-OCCASION PIC X(9).
           01 WS-CSM-RESULT PIC 9.
           01 WS-CSM-LOADED-ID PIC 9(6).
           01 WS-CSM-IS-LOADED PIC 9 VALUE 0.
           01 WS-CSM-USABLE PIC 9.
           01 WS-CSM-SUB PIC 99.
           01 WS-CSM-FOUND PIC 99.
           COPY "contact-summary-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-PRINT-CAPACITY PIC 9(5) VALUE 99999.
           01 WS-MASTER-CAPACITY PIC 9(7).
           01 WS-CAPACITY-IS-PARTIAL PIC 9.
           01 WS-FREQ-CAP-MAX PIC 99 VALUE 2.
           01 WS-FREQ-WINDOW-DAYS PIC 999 VALUE 14.
           01 WS-FREQ-CUTOFF-DATE PIC X(10).
           01 WS-INTL-FILENAME PIC X(40).
           01 WS-INTL-COUNT PIC 9999.
           01 WS-CUSTOMER-IS-FOREIGN PIC 9.
           01 WS-ACCESS-FILENAME PIC X(40).
           01 WS-ACCESS-LARGE-COUNT PIC 9999.
           01 WS-ACCESS-BRAILLE-COUNT PIC 9999.
           01 WS-ACCESS-COUNT PIC 9999.
           01 WS-CUSTOMER-IS-ACCESSIBLE PIC 9 VALUE 0.
           01 WS-EMAIL-ONLY PIC 9.
           01 WS-MAIL-ONLY PIC 9.
           01 WS-TRANSIT-SUB PIC 9(3).
                   10 WS-ALT-ZIP PIC X(10).
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
                   10 WS-CARRY-IN-NAME PIC X(40).
                   10 WS-CARRY-IN-ADDRESS PIC X(100).
                   10 WS-CARRY-IN-EMAIL PIC X(50).
                   10 WS-CARRY-IN-LANGUAGE PIC X(2).
                   10 WS-CARRY-IN-BRAND PIC X(4).
                   10 WS-CARRY-IN-REP-ID PIC X(6).
           01 WS-CARRY-OUT-COUNT PIC 9(4) VALUE 0.
           01 WS-CARRY-OUT-TABLE.
               05 WS-CARRY-OUT-ENTRY OCCURS 0 TO 2000 TIMES
                   10 WS-CARRY-OUT-NAME PIC X(40).
                   10 WS-CARRY-OUT-ADDRESS PIC X(100).
                   10 WS-CARRY-OUT-EMAIL PIC X(50).
                   10 WS-CARRY-OUT-LANGUAGE PIC X(2).
                   10 WS-CARRY-OUT-BRAND PIC X(4).
                   10 WS-CARRY-OUT-REP-ID PIC X(6).
           01 WS-VENDOR-WORK-FILENAME PIC X(40).
           01 WS-VENDOR-FILENAME PIC X(40).
           01 WS-VENDOR-TOTAL-COUNT PIC 9999.
      *    Card stock drawn at each print vendor by occasion, seed
      *    pieces included -- they are printed on the same stock.
           01 WS-STOCK-SUB PIC 999.
           01 WS-STOCK-WAS-FOUND PIC 9.
           01 WS-STOCK-USE-COUNT PIC 999 VALUE 0.
           01 WS-STOCK-USE-TABLE.
               05 WS-STOCK-USE-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-STOCK-USE-COUNT.
                   10 WS-STOCK-USE-VENDOR PIC X.
                   10 WS-STOCK-USE-OCCASION PIC X(9).
                   10 WS-STOCK-USE-PIECES PIC 9(5).
           01 WS-VENDOR-WORK-ENDED PIC 9.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-VENDOR-PIECE-TABLE.
               05 WS-VENDOR-PIECES PIC 9999 OCCURS 20 TIMES.
           01 WS-FAILOVER-PIECE-TABLE.
               05 WS-FAILOVER-PIECES PIC 9999 OCCURS 20 TIMES.
      *    Seed pieces for delivery quality checks: one per occasion
      *    a file carries, built from the first real piece of that
      *    occasion and readdressed by the seed-pieces callable.
           01 WS-VENDOR-SEED-TABLE.
               05 WS-VENDOR-SEEDS PIC 9999 OCCURS 20 TIMES.
           01 WS-INTL-SEEDS PIC 9999.
           01 WS-INTL-IS-SEEDED PIC 9.
           01 WS-SEEDS-WANTED PIC 9.
           01 WS-SDP-FUNCTION PIC X.
           01 WS-SDP-RESULT PIC 9.
           COPY "seed-ledger-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-SDP-PIECE.
               05 WS-SDP-PIECE-OCCASION PIC X(9).
               05 FILLER PIC X(268).
           01 WS-SDP-SUB PIC 99.
           01 WS-SDP-SEEDS PIC 9999.
           01 WS-SDP-OCCASION-FOUND PIC 9.
           01 WS-SDP-OCCASION-COUNT PIC 99.
           01 WS-SDP-OCCASION-TABLE.
               05 WS-SDP-OCCASION-ENTRY OCCURS 20 TIMES.
                   10 WS-SDP-OCCASION PIC X(9).
                   10 WS-SDP-TEMPLATE PIC X(277).
           01 WS-SDP-INTL-COUNT PIC 99 VALUE 0.
           01 WS-SDP-INTL-TABLE.
               05 WS-SDP-INTL-ENTRY OCCURS 20 TIMES.
                   10 WS-SDP-INTL-OCCASION PIC X(9).
                   10 WS-SDP-INTL-TEMPLATE PIC X(277).
      *    brands.dat, for the per-brand HDR records.
           01 WS-BRAND-SUB PIC 99.
           01 WS-BRAND-COUNT PIC 99 VALUE 0.
           01 WS-BRAND-TABLE.
               05 WS-BRAND-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-BRAND-COUNT.
                   10 WS-BRAND-CODE PIC X(4).
                   10 WS-BRAND-NAME PIC X(30).
                   10 WS-BRAND-HEADER-SOURCE PIC X(24).
           01 WS-HOUSE-HEADER-SOURCE PIC X(24)
               VALUE 'send-birthday-cards'.
      *    The day's volume figures split by brand.  Whatever the
      *    run-wide counters have gained since the last posting is
      *    posted to the brand of the piece just finished, each time
      *    the brand in hand is about to change and once more before
      *    the audit is written -- so the brand lines always add up
      *    to the volume line.
           01 WS-BT-SUB PIC 99.
           01 WS-BT-FOUND PIC 99.
           01 WS-BT-COUNT PIC 99 VALUE 0.
           01 WS-BT-TABLE.
               05 WS-BT-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-BT-COUNT.
                   10 WS-BT-BRAND PIC X(4).
                   10 WS-BT-BIRTHDAY PIC 9999.
                   10 WS-BT-MILESTONE PIC 9999.
                   10 WS-BT-TAX PIC 9999.
                   10 WS-BT-WEREWOLF PIC 9999.
                   10 WS-BT-HOUSEHOLD PIC 9999.
                   10 WS-BT-VENDORS PIC 9999.
                   10 WS-BT-INTL PIC 9999.
                   10 WS-BT-CHILD PIC 9999.
                   10 WS-BT-LARGE PIC 9999.
                   10 WS-BT-BRAILLE PIC 9999.
                   10 WS-BT-WELCOME PIC 9999.
                   10 WS-BT-BELATED PIC 9999.
           01 WS-BT-POSTED.
               05 WS-BP-BIRTHDAY PIC 9999 VALUE 0.
               05 WS-BP-MILESTONE PIC 9999 VALUE 0.
               05 WS-BP-TAX PIC 9999 VALUE 0.
               05 WS-BP-WEREWOLF PIC 9999 VALUE 0.
               05 WS-BP-HOUSEHOLD PIC 9999 VALUE 0.
               05 WS-BP-VENDORS PIC 9999 VALUE 0.
               05 WS-BP-INTL PIC 9999 VALUE 0.
               05 WS-BP-CHILD PIC 9999 VALUE 0.
               05 WS-BP-LARGE PIC 9999 VALUE 0.
               05 WS-BP-BRAILLE PIC 9999 VALUE 0.
               05 WS-BP-WELCOME PIC 9999 VALUE 0.
               05 WS-BP-BELATED PIC 9999 VALUE 0.
           01 WS-BT-GAINED PIC 9(5).
           01 WS-BRAND-AUDIT-VOLUMES PIC X(168).
           01 WS-BRAND-AUDIT-FIGURES PIC X(168).
           01 WS-VND-SUB PIC 99.
           01 WS-RUNH-START-STAMP PIC X(14).
           01 WS-RUNH-STAMP-WORK.
               05 FILLER PIC X(8).
           01 WS-LAST-DONE-ID PIC 9(6).
           01 WS-CHECKPOINT-WRITE-ID PIC 9(6).
           01 WS-CHECK-OCCASION PIC X(9).
           01 WS-DISP-REASON PIC X(9).
           01 WS-DISP-OCCASION PIC X(9).
           01 WS-DISP-CUSTOMER-ID PIC 9(6).
           01 WS-CARD-ALREADY-SENT PIC 9.
           01 WS-CHECKPOINT-INTERVAL PIC 999 VALUE 100.
           01 WS-SINCE-CHECKPOINT PIC 999.
           01 WS-ELIGIBLE-FILENAME PIC X(40).
           01 WS-GIFT-ORDER-FILENAME PIC X(40).
           01 WS-GIFT-BUDGET PIC 9(7)V99 VALUE 0.
           01 WS-GIFT-MONTH-SPEND PIC 9(7)V99.
           01 WS-GIFT-ORDER-COUNT PIC 9999.
           01 WS-GIFT-HELD-COUNT PIC 9999.
           01 WS-OBG-FUNCTION PIC X.
           01 WS-OBG-OCCASION PIC X(9).
           01 WS-OBG-RESULT PIC 9.
           01 WS-BUDGET-FELL-BACK PIC 9 VALUE 0.
           01 WS-BUDGET-EMAILED-COUNT PIC 9999.
           01 WS-BUDGET-HELD-COUNT PIC 9999.
           01 WS-GIFT-LOG-ENDED PIC 9.
           01 WS-GIFT-SUB PIC 99.
           01 WS-GIFT-FOUND PIC 99.
           01 WS-GIFT-CATALOG-COUNT PIC 99 VALUE 0.
           01 WS-GIFT-CATALOG-TABLE.
               05 WS-GIFT-CATALOG-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-GIFT-CATALOG-COUNT.
                   10 WS-GCAT-AGE PIC 999.
                   10 WS-GCAT-TIER PIC X(10).
                   10 WS-GCAT-SKU PIC X(12).
                   10 WS-GCAT-COST PIC 9(5)V99.
           01 WS-FULL-SCAN-DONE PIC 9.
           01 WS-TRACE-ID-SUB PIC 9.
           01 WS-WCL-SUB PIC 99.
               DEPENDING ON WS-WCL-COUNT.
                   10 WS-WCL-OCCASION PIC X(9).
                   10 WS-WCL-CLASS PIC X(5).
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
           01 WS-EMAIL-NAME-WORK PIC X(40).
           01 WS-FIRST-NAME-WORK PIC X(40).
           01 WS-FORMAL-NAME-WORK PIC X(40).
           01 WS-GREETING-TEMPLATE PIC X(40).
           01 WS-NP-FUNCTION PIC X.
           01 WS-NP-RESULT PIC 9.
           01 WS-NP-REASON PIC X(30).
           01 WS-SMS-ONLY PIC 9.
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
           01 WS-SUBST-IN PIC X(60).
           01 WS-SUBST-OUT PIC X(60).
           01 WS-SUBST-POS PIC 99.
           01 WS-SUBST-HIT PIC 9.
           01 WS-SUBST-VALUE PIC X(40).
           01 WS-SUBST-TOKEN-LENGTH PIC 9.
           01 WS-SUBST-TAIL PIC 999.
           01 WS-SUBST-POINTER PIC 999.
           01 WS-BODY-POINTER PIC 9(3).
           01 WS-QUIET-PERIOD-DAYS PIC 999 VALUE 60.
           01 WS-MINOR-CONTACT-AGE PIC 99 VALUE 13.
           01 WS-CUSTOMER-IS-MINOR PIC 9 VALUE 0.
           01 WS-GUARDIAN-NAME PIC X(40).
           01 WS-QUIET-CUTOFF-DATE PIC X(10).
           01 WS-QUIET-CUT-INTEGER PIC S9(9) COMP.
           01 WS-QUIET-CUT-YYYYMMDD PIC 9(8).
           01 WS-OUTBOUND-FILENAME PIC X(40).
           01 WS-MILESTONE-FILENAME PIC X(40).
           01 WS-EMAIL-FILENAME PIC X(40).
           01 WS-SMS-FILENAME PIC X(40).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           LINKAGE SECTION.
           01 LS-DATE.
               05 LS-MONTH PIC 99.
               GOBACK
           END-IF.

      *    Mail the routing would hand to a vendor that is suspended,
      *    terminated or out of contract stops the run before any
      *    file is written; vendor-table names the vendor.
           MOVE 'V' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-TODAYS-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           IF WS-VTB-RESULT NOT = 0
               DISPLAY 'customer-filterer: run for ' WS-TODAYS-DATE
                   ' refused -- vendor ' WS-VTB-VENDOR
                   ' cannot take mail on that date'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-SIMULATE-MODE = 0
               PERFORM WRITE-RUN-HISTORY-START
           END-IF.
           MOVE WS-WEREWOLF-COUNT TO RC-SIM-WEREWOLF-COUNT.
           MOVE 'E-MAIL=' TO RC-SIM-EMAIL-LABEL.
           MOVE WS-EMAIL-COUNT TO RC-SIM-EMAIL-COUNT.
           MOVE 'SMS=' TO RC-SIM-SMS-LABEL.
           MOVE WS-SMS-COUNT TO RC-SIM-SMS-COUNT.
           WRITE RC-SIM-RECORD.
           CLOSE F-SIMULATION-REPORT-FILE.

           STRING 'e-notifications-' WS-TODAYS-DATE '.dat'
               INTO WS-EMAIL-FILENAME
           END-STRING.
           MOVE SPACES TO WS-SMS-FILENAME.
           STRING 'sms-notifications-' WS-TODAYS-DATE '.dat'
               INTO WS-SMS-FILENAME
           END-STRING.
           MOVE SPACES TO WS-VENDOR-WORK-FILENAME.
           STRING 'vendor-pieces-' WS-TODAYS-DATE '.dat'
               INTO WS-VENDOR-WORK-FILENAME
           END-STRING.
           MOVE SPACES TO WS-REMAIL-FILENAME.
           STRING 'remail-cards-' WS-TODAYS-DATE '.dat'
           STRING 'intl-mail-' WS-TODAYS-DATE '.dat'
               INTO WS-INTL-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ACCESS-FILENAME.
           STRING 'accessible-mail-' WS-TODAYS-DATE '.dat'
               INTO WS-ACCESS-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ELIGIBLE-FILENAME.
           STRING 'eligible-customers-' WS-TODAYS-DATE '.dat'
               INTO WS-ELIGIBLE-FILENAME
           END-STRING.
           MOVE SPACES TO WS-GIFT-ORDER-FILENAME.
           STRING 'gift-orders-' WS-TODAYS-DATE '.dat'
               INTO WS-GIFT-ORDER-FILENAME
           END-STRING.
           IF WS-PARTITION-MODE = 1
               PERFORM SUFFIX-PARTITION-FILENAMES
           END-IF.
           MOVE WS-EMAIL-FILENAME TO WS-SUFFIX-WORK.
           PERFORM APPEND-PARTITION-SUFFIX.
           MOVE WS-SUFFIX-WORK TO WS-EMAIL-FILENAME.
           MOVE WS-SMS-FILENAME TO WS-SUFFIX-WORK.
           PERFORM APPEND-PARTITION-SUFFIX.
           MOVE WS-SUFFIX-WORK TO WS-SMS-FILENAME.
           MOVE WS-VENDOR-WORK-FILENAME TO WS-SUFFIX-WORK.
           PERFORM APPEND-PARTITION-SUFFIX.
           MOVE WS-SUFFIX-WORK TO WS-VENDOR-WORK-FILENAME.
           MOVE WS-REMAIL-FILENAME TO WS-SUFFIX-WORK.
           PERFORM APPEND-PARTITION-SUFFIX.
           MOVE WS-SUFFIX-WORK TO WS-REMAIL-FILENAME.
           MOVE WS-INTL-FILENAME TO WS-SUFFIX-WORK.
           PERFORM APPEND-PARTITION-SUFFIX.
           MOVE WS-SUFFIX-WORK TO WS-INTL-FILENAME.
           MOVE WS-ACCESS-FILENAME TO WS-SUFFIX-WORK.
           PERFORM APPEND-PARTITION-SUFFIX.
           MOVE WS-SUFFIX-WORK TO WS-ACCESS-FILENAME.
           MOVE WS-ELIGIBLE-FILENAME TO WS-SUFFIX-WORK.
           PERFORM APPEND-PARTITION-SUFFIX.
           MOVE WS-SUFFIX-WORK TO WS-ELIGIBLE-FILENAME.
           MOVE WS-GIFT-ORDER-FILENAME TO WS-SUFFIX-WORK.
           PERFORM APPEND-PARTITION-SUFFIX.
           MOVE WS-SUFFIX-WORK TO WS-GIFT-ORDER-FILENAME.

           APPEND-PARTITION-SUFFIX.
           MOVE WS-SUFFIX-WORK TO WS-SUFFIX-BUILD.
           MOVE WS-EMAIL-FILENAME TO RC-MANIFEST-FILENAME.
           MOVE WS-EMAIL-COUNT TO RC-MANIFEST-COUNT.
           PERFORM WRITE-ONE-MANIFEST-RECORD.
           MOVE WS-SMS-FILENAME TO RC-MANIFEST-FILENAME.
           MOVE WS-SMS-COUNT TO RC-MANIFEST-COUNT.
           PERFORM WRITE-ONE-MANIFEST-RECORD.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               PERFORM BUILD-VENDOR-FILENAME
               MOVE WS-VENDOR-FILENAME TO RC-MANIFEST-FILENAME
               MOVE WS-VENDOR-PIECES(WS-VND-SUB) TO RC-MANIFEST-COUNT
               PERFORM WRITE-ONE-MANIFEST-RECORD
               PERFORM WRITE-FAILOVER-MANIFEST-RECORD
               MOVE WS-VENDOR-SEEDS(WS-VND-SUB) TO WS-SDP-SEEDS
               PERFORM WRITE-SEED-MANIFEST-RECORD
           END-PERFORM.
           MOVE WS-INTL-FILENAME TO RC-MANIFEST-FILENAME.
           MOVE WS-INTL-COUNT TO RC-MANIFEST-COUNT.
           PERFORM WRITE-ONE-MANIFEST-RECORD.
           MOVE WS-INTL-SEEDS TO WS-SDP-SEEDS.
           PERFORM WRITE-SEED-MANIFEST-RECORD.
           MOVE WS-ACCESS-FILENAME TO RC-MANIFEST-FILENAME.
           MOVE WS-ACCESS-COUNT TO RC-MANIFEST-COUNT.
           PERFORM WRITE-ONE-MANIFEST-RECORD.
           MOVE WS-GIFT-ORDER-FILENAME TO RC-MANIFEST-FILENAME.
           MOVE WS-GIFT-ORDER-COUNT TO RC-MANIFEST-COUNT.
           PERFORM WRITE-ONE-MANIFEST-RECORD.
      *    Re-mailed pieces carry their own REMLS= label so the
      *    vendor (and the invoice audit) can tell a re-mail batch
      *    from the day's fresh cards.
                   TO RC-MANIFEST-COUNT
               WRITE RC-MANIFEST-RECORD
           END-PERFORM.
      *    Likewise one line per print vendor and occasion for the
      *    blank card stock the day's pieces drew down; the stock
      *    ledger posts its consumption from these.
           PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
               UNTIL WS-STOCK-SUB > WS-STOCK-USE-COUNT
               MOVE SPACES TO RC-MANIFEST-RECORD
               MOVE WS-TODAYS-DATE TO RC-MANIFEST-DATE
               STRING 'STOCK ' WS-STOCK-USE-VENDOR(WS-STOCK-SUB) ' '
                   WS-STOCK-USE-OCCASION(WS-STOCK-SUB)
                   INTO RC-MANIFEST-FILENAME
               END-STRING
               MOVE 'COUNT=' TO RC-MANIFEST-LABEL
               MOVE WS-STOCK-USE-PIECES(WS-STOCK-SUB)
                   TO RC-MANIFEST-COUNT
               WRITE RC-MANIFEST-RECORD
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

           WRITE-ONE-MANIFEST-RECORD.
           MOVE 'COUNT=' TO RC-MANIFEST-LABEL.
           WRITE RC-MANIFEST-RECORD.

      *    Pieces a vendor printed only because another vendor was
      *    down are repeated under FAILV= beneath its COUNT= line, so
      *    the pickup job and accounts payable can see the borrowed
      *    volume.  The COUNT= figure already includes them.
           WRITE-FAILOVER-MANIFEST-RECORD.
           IF WS-FAILOVER-PIECES(WS-VND-SUB) > 0
               MOVE 'FAILV=' TO RC-MANIFEST-LABEL
               MOVE WS-FAILOVER-PIECES(WS-VND-SUB)
                   TO RC-MANIFEST-COUNT
               WRITE RC-MANIFEST-RECORD
           END-IF.

      *    Seed pieces ride in the file but are not customers' cards:
      *    they are listed under SEEDS= beneath the file's COUNT=
      *    line, which never includes them.  A vendor counting the
      *    records it received counts both.
           WRITE-SEED-MANIFEST-RECORD.
           IF WS-SDP-SEEDS > 0
               MOVE 'SEEDS=' TO RC-MANIFEST-LABEL
               MOVE WS-SDP-SEEDS TO RC-MANIFEST-COUNT
               WRITE RC-MANIFEST-RECORD
           END-IF.

      *    Cross-foot the run: every record read must land in exactly
      *    one of the exception, ineligible, or eligible buckets.  An
      *    out-of-balance run is flagged suspect (nonzero return code
           MOVE WS-WEREWOLF-COUNT TO RC-AUDIT-WEREWOLF-COUNT.
           MOVE 'HOUSEHOLD=' TO RC-AUDIT-HOUSEHOLD-LABEL.
           MOVE WS-HOUSEHOLD-COUNT TO RC-AUDIT-HOUSEHOLD-COUNT.
           MOVE 'VENDORS=' TO RC-AUDIT-VENDORS-LABEL.
           MOVE WS-VENDOR-TOTAL-COUNT TO RC-AUDIT-VENDORS-COUNT.
           MOVE 'INTL=' TO RC-AUDIT-INTL-LABEL.
           MOVE WS-INTL-COUNT TO RC-AUDIT-INTL-COUNT.
           MOVE 'CHILD=' TO RC-AUDIT-CHILD-LABEL.
           MOVE WS-CHILD-COUNT TO RC-AUDIT-CHILD-COUNT.
           MOVE 'LARGE=' TO RC-AUDIT-LARGE-LABEL.
           MOVE WS-ACCESS-LARGE-COUNT TO RC-AUDIT-LARGE-COUNT.
           MOVE 'BRAILLE=' TO RC-AUDIT-BRAILLE-LABEL.
           MOVE WS-ACCESS-BRAILLE-COUNT TO RC-AUDIT-BRAILLE-COUNT.
           MOVE 'WELCOME=' TO RC-AUDIT-WELCOME-LABEL.
           MOVE WS-WELCOME-COUNT TO RC-AUDIT-WELCOME-COUNT.
           MOVE 'BELATED=' TO RC-AUDIT-BELATED-LABEL.
           MOVE WS-BELATED-COUNT TO RC-AUDIT-BELATED-COUNT.
           MOVE RC-AUDIT-RECORD(11:168) TO WS-BRAND-AUDIT-VOLUMES.
           WRITE RC-AUDIT-RECORD.
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT
               PERFORM WRITE-ONE-BRAND-AUDIT-LINE
           END-PERFORM.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               MOVE SPACES TO RC-AUDIT-VENDOR-RECORD
               MOVE WS-TODAYS-DATE TO RC-AVN-DATE
               MOVE 'VENDOR=' TO RC-AVN-LABEL
               MOVE WS-VND-CODE(WS-VND-SUB) TO RC-AVN-VENDOR
               MOVE 'COUNT=' TO RC-AVN-COUNT-LABEL
               MOVE WS-VENDOR-PIECES(WS-VND-SUB) TO RC-AVN-COUNT
               WRITE RC-AUDIT-VENDOR-RECORD
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

      *    The volume line's labels are laid back down under the
      *    brand's own figures, so a brand line reads past its BRAND=
      *    code exactly as the volume line does.
           WRITE-ONE-BRAND-AUDIT-LINE.
           MOVE SPACES TO RC-AUDIT-RECORD.
           MOVE WS-BRAND-AUDIT-VOLUMES TO RC-AUDIT-RECORD(11:168).
           MOVE WS-BT-BIRTHDAY(WS-BT-SUB) TO RC-AUDIT-BIRTHDAY-COUNT.
           MOVE WS-BT-MILESTONE(WS-BT-SUB)
               TO RC-AUDIT-MILESTONE-COUNT.
           MOVE WS-BT-TAX(WS-BT-SUB) TO RC-AUDIT-TAX-COUNT.
           MOVE WS-BT-WEREWOLF(WS-BT-SUB) TO RC-AUDIT-WEREWOLF-COUNT.
           MOVE WS-BT-HOUSEHOLD(WS-BT-SUB)
               TO RC-AUDIT-HOUSEHOLD-COUNT.
           MOVE WS-BT-VENDORS(WS-BT-SUB) TO RC-AUDIT-VENDORS-COUNT.
           MOVE WS-BT-INTL(WS-BT-SUB) TO RC-AUDIT-INTL-COUNT.
           MOVE WS-BT-CHILD(WS-BT-SUB) TO RC-AUDIT-CHILD-COUNT.
           MOVE WS-BT-LARGE(WS-BT-SUB) TO RC-AUDIT-LARGE-COUNT.
           MOVE WS-BT-BRAILLE(WS-BT-SUB) TO RC-AUDIT-BRAILLE-COUNT.
           MOVE WS-BT-WELCOME(WS-BT-SUB) TO RC-AUDIT-WELCOME-COUNT.
           MOVE WS-BT-BELATED(WS-BT-SUB) TO RC-AUDIT-BELATED-COUNT.
           MOVE RC-AUDIT-RECORD(11:168) TO WS-BRAND-AUDIT-FIGURES.
           MOVE SPACES TO RC-AUDIT-BRAND-RECORD.
           MOVE WS-TODAYS-DATE TO RC-ABR-DATE.
           MOVE 'BRAND=' TO RC-ABR-LABEL.
           MOVE WS-BT-BRAND(WS-BT-SUB) TO RC-ABR-BRAND.
           MOVE WS-BRAND-AUDIT-FIGURES TO RC-ABR-VOLUMES.
           WRITE RC-AUDIT-BRAND-RECORD.

      *    Post whatever the run-wide figures have gained since the
      *    last posting to the brand in hand.  Performed before
      *    anything changes WS-PIECE-BRAND.
           POST-BRAND-COUNTS.
           COMPUTE WS-BT-GAINED =
               WS-BIRTHDAY-COUNT - WS-BP-BIRTHDAY
               + WS-MILESTONE-COUNT - WS-BP-MILESTONE
               + WS-TAX-COUNT - WS-BP-TAX
               + WS-WEREWOLF-COUNT - WS-BP-WEREWOLF
               + WS-HOUSEHOLD-COUNT - WS-BP-HOUSEHOLD
               + WS-VENDOR-TOTAL-COUNT - WS-BP-VENDORS
               + WS-INTL-COUNT - WS-BP-INTL
               + WS-CHILD-COUNT - WS-BP-CHILD
               + WS-ACCESS-LARGE-COUNT - WS-BP-LARGE
               + WS-ACCESS-BRAILLE-COUNT - WS-BP-BRAILLE
               + WS-WELCOME-COUNT - WS-BP-WELCOME
               + WS-BELATED-COUNT - WS-BP-BELATED.
           IF WS-BT-GAINED > 0
               PERFORM FIND-OR-ADD-BRAND-TALLY
           END-IF.
           IF WS-BT-GAINED > 0
           AND WS-BT-FOUND > 0
               COMPUTE WS-BT-BIRTHDAY(WS-BT-FOUND) =
                   WS-BT-BIRTHDAY(WS-BT-FOUND)
                   + WS-BIRTHDAY-COUNT - WS-BP-BIRTHDAY
               COMPUTE WS-BT-MILESTONE(WS-BT-FOUND) =
                   WS-BT-MILESTONE(WS-BT-FOUND)
                   + WS-MILESTONE-COUNT - WS-BP-MILESTONE
               COMPUTE WS-BT-TAX(WS-BT-FOUND) =
                   WS-BT-TAX(WS-BT-FOUND)
                   + WS-TAX-COUNT - WS-BP-TAX
               COMPUTE WS-BT-WEREWOLF(WS-BT-FOUND) =
                   WS-BT-WEREWOLF(WS-BT-FOUND)
                   + WS-WEREWOLF-COUNT - WS-BP-WEREWOLF
               COMPUTE WS-BT-HOUSEHOLD(WS-BT-FOUND) =
                   WS-BT-HOUSEHOLD(WS-BT-FOUND)
                   + WS-HOUSEHOLD-COUNT - WS-BP-HOUSEHOLD
               COMPUTE WS-BT-VENDORS(WS-BT-FOUND) =
                   WS-BT-VENDORS(WS-BT-FOUND)
                   + WS-VENDOR-TOTAL-COUNT - WS-BP-VENDORS
               COMPUTE WS-BT-INTL(WS-BT-FOUND) =
                   WS-BT-INTL(WS-BT-FOUND)
                   + WS-INTL-COUNT - WS-BP-INTL
               COMPUTE WS-BT-CHILD(WS-BT-FOUND) =
                   WS-BT-CHILD(WS-BT-FOUND)
                   + WS-CHILD-COUNT - WS-BP-CHILD
               COMPUTE WS-BT-LARGE(WS-BT-FOUND) =
                   WS-BT-LARGE(WS-BT-FOUND)
                   + WS-ACCESS-LARGE-COUNT - WS-BP-LARGE
               COMPUTE WS-BT-BRAILLE(WS-BT-FOUND) =
                   WS-BT-BRAILLE(WS-BT-FOUND)
                   + WS-ACCESS-BRAILLE-COUNT - WS-BP-BRAILLE
               COMPUTE WS-BT-WELCOME(WS-BT-FOUND) =
                   WS-BT-WELCOME(WS-BT-FOUND)
                   + WS-WELCOME-COUNT - WS-BP-WELCOME
               COMPUTE WS-BT-BELATED(WS-BT-FOUND) =
                   WS-BT-BELATED(WS-BT-FOUND)
                   + WS-BELATED-COUNT - WS-BP-BELATED
           END-IF.
           MOVE WS-BIRTHDAY-COUNT TO WS-BP-BIRTHDAY.
           MOVE WS-MILESTONE-COUNT TO WS-BP-MILESTONE.
           MOVE WS-TAX-COUNT TO WS-BP-TAX.
           MOVE WS-WEREWOLF-COUNT TO WS-BP-WEREWOLF.
           MOVE WS-HOUSEHOLD-COUNT TO WS-BP-HOUSEHOLD.
           MOVE WS-VENDOR-TOTAL-COUNT TO WS-BP-VENDORS.
           MOVE WS-INTL-COUNT TO WS-BP-INTL.
           MOVE WS-CHILD-COUNT TO WS-BP-CHILD.
           MOVE WS-ACCESS-LARGE-COUNT TO WS-BP-LARGE.
           MOVE WS-ACCESS-BRAILLE-COUNT TO WS-BP-BRAILLE.
           MOVE WS-WELCOME-COUNT TO WS-BP-WELCOME.
           MOVE WS-BELATED-COUNT TO WS-BP-BELATED.

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
               MOVE 0 TO WS-BT-BIRTHDAY(WS-BT-FOUND)
               MOVE 0 TO WS-BT-MILESTONE(WS-BT-FOUND)
               MOVE 0 TO WS-BT-TAX(WS-BT-FOUND)
               MOVE 0 TO WS-BT-WEREWOLF(WS-BT-FOUND)
               MOVE 0 TO WS-BT-HOUSEHOLD(WS-BT-FOUND)
               MOVE 0 TO WS-BT-VENDORS(WS-BT-FOUND)
               MOVE 0 TO WS-BT-INTL(WS-BT-FOUND)
               MOVE 0 TO WS-BT-CHILD(WS-BT-FOUND)
               MOVE 0 TO WS-BT-LARGE(WS-BT-FOUND)
               MOVE 0 TO WS-BT-BRAILLE(WS-BT-FOUND)
               MOVE 0 TO WS-BT-WELCOME(WS-BT-FOUND)
               MOVE 0 TO WS-BT-BELATED(WS-BT-FOUND)
           END-IF.

      *    brands.dat names each brand the shop mails for: code,
      *    name, the source text for its outbound header, and its
      *    return-address block.  A blank-code row, when present,
      *    gives the house brand's header source.
           LOAD-BRANDS.
           MOVE 0 TO WS-BRAND-COUNT.
           MOVE 0 TO WS-FREQ-SCAN-ENDED.
           OPEN INPUT F-BRAND-FILE.
           PERFORM UNTIL WS-FREQ-SCAN-ENDED = 1
               READ F-BRAND-FILE
                   NOT AT END
                       PERFORM STORE-ONE-BRAND
                   AT END
                       MOVE 1 TO WS-FREQ-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BRAND-FILE.

      *    reps.dat is the rep and branch master; only the signature
      *    line matters to the card run.
           LOAD-REPS.
           MOVE 0 TO WS-REP-COUNT.
           MOVE 0 TO WS-FREQ-SCAN-ENDED.
           OPEN INPUT F-REP-FILE.
           PERFORM UNTIL WS-FREQ-SCAN-ENDED = 1
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
                       MOVE 1 TO WS-FREQ-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REP-FILE.

      *    A rep no longer on the master signs nothing; the card
      *    goes out unsigned as it did before reps were assigned.
           SET-REP-SIGNATURE.
           MOVE SPACES TO RC-OUTBOUND-SIGNATURE.
           IF WS-PIECE-REP-ID NOT = SPACES
               PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
                   IF WS-REP-ID(WS-REP-SUB) = WS-PIECE-REP-ID
                       MOVE WS-REP-SIGNATURE(WS-REP-SUB)
                           TO RC-OUTBOUND-SIGNATURE
                   END-IF
               END-PERFORM
           END-IF.

           STORE-ONE-BRAND.
           IF RC-BRAND-CODE = SPACES
               IF RC-BRAND-HEADER-SOURCE NOT = SPACES
                   MOVE RC-BRAND-HEADER-SOURCE
                       TO WS-HOUSE-HEADER-SOURCE
               END-IF
           ELSE
               IF WS-BRAND-COUNT < 20
                   ADD 1 TO WS-BRAND-COUNT
                   MOVE FUNCTION UPPER-CASE(RC-BRAND-CODE)
                       TO WS-BRAND-CODE(WS-BRAND-COUNT)
                   MOVE RC-BRAND-NAME TO WS-BRAND-NAME(WS-BRAND-COUNT)
                   MOVE RC-BRAND-HEADER-SOURCE
                       TO WS-BRAND-HEADER-SOURCE(WS-BRAND-COUNT)
               END-IF
           END-IF.

           LOAD-GREETING-TEMPLATES.
           PERFORM VARYING WS-VARIANT-SUB FROM 1 BY 1
               UNTIL WS-VARIANT-SUB > 5
      *    numbering are shorter, read back with a blank variant, and
      *    load as variant 1 unchanged.  The working template
      *    fields hold whichever variant was picked for the card in
      *    hand.  Rows in another language go to the translation
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
               PERFORM STORE-TEMPLATE-TRANSLATION
           ELSE
               PERFORM APPLY-ENGLISH-TEMPLATE
           END-IF.

           APPLY-ENGLISH-TEMPLATE.
           EVALUATE RC-TEMPLATE-OCCASION
               WHEN 'BIRTHDAY'
                   MOVE RC-TEMPLATE-TEXT
                       MOVE WS-VARIANT-PICKED
                           TO WS-WEREWOLF-VARIANT-COUNT
                   END-IF
      *        Children's cards carry one text; only variant 1 is
      *        used.
               WHEN 'CHILDBDAY'
                   IF WS-VARIANT-PICKED = 1
                       MOVE RC-TEMPLATE-TEXT TO WS-CHILD-TEMPLATE
                   END-IF
      *        Welcome cards likewise.
               WHEN 'WELCOME'
                   IF WS-VARIANT-PICKED = 1
                       MOVE RC-TEMPLATE-TEXT TO WS-WELCOME-TEMPLATE
                   END-IF
               WHEN 'BELATED'
                   IF WS-VARIANT-PICKED = 1
                       MOVE RC-TEMPLATE-TEXT TO WS-BELATED-TEMPLATE
                   END-IF
           END-EVALUATE.

      *    A later row for the same occasion, language, variant,
      *    and brand replaces the earlier one, as the English rows
      *    do.
           STORE-TEMPLATE-TRANSLATION.
           MOVE 0 TO WS-XLAT-FOUND.
           PERFORM VARYING WS-XLAT-SUB FROM 1 BY 1
               UNTIL WS-XLAT-SUB > WS-XLAT-COUNT
               IF WS-XLAT-OCCASION(WS-XLAT-SUB) = RC-TEMPLATE-OCCASION
               AND WS-XLAT-LANGUAGE(WS-XLAT-SUB) =
                   WS-XLAT-LOAD-LANGUAGE
               AND WS-XLAT-VARIANT(WS-XLAT-SUB) = WS-VARIANT-PICKED
               AND WS-XLAT-BRAND(WS-XLAT-SUB) = WS-XLAT-LOAD-BRAND
                   MOVE WS-XLAT-SUB TO WS-XLAT-FOUND
                   MOVE WS-XLAT-COUNT TO WS-XLAT-SUB
               END-IF
           END-PERFORM.
           IF WS-XLAT-FOUND = 0
           AND WS-XLAT-COUNT < 500
               ADD 1 TO WS-XLAT-COUNT
               MOVE WS-XLAT-COUNT TO WS-XLAT-FOUND
               MOVE RC-TEMPLATE-OCCASION
                   TO WS-XLAT-OCCASION(WS-XLAT-FOUND)
               MOVE WS-XLAT-LOAD-LANGUAGE
                   TO WS-XLAT-LANGUAGE(WS-XLAT-FOUND)
               MOVE WS-VARIANT-PICKED TO WS-XLAT-VARIANT(WS-XLAT-FOUND)
               MOVE WS-XLAT-LOAD-BRAND TO WS-XLAT-BRAND(WS-XLAT-FOUND)
           END-IF.
           IF WS-XLAT-FOUND > 0
               MOVE RC-TEMPLATE-TEXT TO WS-XLAT-TEXT(WS-XLAT-FOUND)
           END-IF.

      *    WS-XLAT-WORK comes in holding the English wording of the
      *    occasion and variant wanted and goes out holding the
      *    wording in the piece's language: that variant's
      *    translation, else the language's variant 1, else the
      *    English unchanged -- counted as a fallback.  A branded
      *    piece takes its brand's own wording in its language first
      *    (variant, then variant 1), then the house translation,
      *    and where even that falls back, the brand's English
      *    before the house English.
           TRANSLATE-CARD-TEMPLATE.
           MOVE 0 TO WS-XLAT-FOUND.
           MOVE WS-XLAT-WANT-VARIANT TO WS-BRAND-WANT-VARIANT.
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
                   MOVE WS-XLAT-WANT-OCCASION
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

      *    Rotate through an occasion's template variants by how many
      *    cards of that occasion the customer already has on
      *    history, so repeat recipients stop getting the identical
           END-IF.
           MOVE WS-BIRTHDAY-TEMPLATE-V(WS-VARIANT-PICKED)
               TO WS-BIRTHDAY-TEMPLATE.
           MOVE WS-VARIANT-PICKED TO WS-PIECE-VARIANT.
           IF WS-PIECE-LANGUAGE NOT = 'EN'
           OR WS-PIECE-BRAND NOT = SPACES
               MOVE WS-VARIANT-OCCASION TO WS-XLAT-WANT-OCCASION
               MOVE WS-VARIANT-PICKED TO WS-XLAT-WANT-VARIANT
               MOVE WS-BIRTHDAY-TEMPLATE TO WS-XLAT-WORK
               PERFORM TRANSLATE-CARD-TEMPLATE
               MOVE WS-XLAT-WORK TO WS-BIRTHDAY-TEMPLATE
           END-IF.

           SELECT-TAX-TEMPLATE.
           MOVE 'TAX' TO WS-VARIANT-OCCASION.
           END-IF.
           MOVE WS-TAX-TEMPLATE-V(WS-VARIANT-PICKED)
               TO WS-TAX-TEMPLATE.
           MOVE WS-VARIANT-PICKED TO WS-PIECE-VARIANT.
           IF WS-PIECE-LANGUAGE NOT = 'EN'
           OR WS-PIECE-BRAND NOT = SPACES
               MOVE WS-VARIANT-OCCASION TO WS-XLAT-WANT-OCCASION
               MOVE WS-VARIANT-PICKED TO WS-XLAT-WANT-VARIANT
               MOVE WS-TAX-TEMPLATE TO WS-XLAT-WORK
               PERFORM TRANSLATE-CARD-TEMPLATE
               MOVE WS-XLAT-WORK TO WS-TAX-TEMPLATE
           END-IF.

           SELECT-WEREWOLF-TEMPLATE.
           MOVE 'WEREWOLF' TO WS-VARIANT-OCCASION.
           END-IF.
           MOVE WS-WEREWOLF-TEMPLATE-V(WS-VARIANT-PICKED)
               TO WS-WEREWOLF-TEMPLATE.
           MOVE WS-VARIANT-PICKED TO WS-PIECE-VARIANT.
           IF WS-PIECE-LANGUAGE NOT = 'EN'
           OR WS-PIECE-BRAND NOT = SPACES
               MOVE WS-VARIANT-OCCASION TO WS-XLAT-WANT-OCCASION
               MOVE WS-VARIANT-PICKED TO WS-XLAT-WANT-VARIANT
               MOVE WS-WEREWOLF-TEMPLATE TO WS-XLAT-WORK
               PERFORM TRANSLATE-CARD-TEMPLATE
               MOVE WS-XLAT-WORK TO WS-WEREWOLF-TEMPLATE
           END-IF.

           COUNT-PRIOR-OCCASION-CARDS.
           MOVE WS-VARIANT-CUSTOMER-ID TO WS-CSM-CUSTOMER-ID.
           PERFORM LOAD-CONTACT-SUMMARY.
           IF WS-CSM-USABLE = 1
               MOVE WS-VARIANT-OCCASION TO WS-CSM-OCCASION
               PERFORM FIND-SUMMARY-OCCASION
               MOVE 0 TO WS-PRIOR-CARD-COUNT
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
           MOVE WS-VARIANT-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE 0 TO WS-WEREWOLF-COUNT.
           MOVE 0 TO WS-OUTBOUND-COUNT.
           MOVE 0 TO WS-EMAIL-COUNT.
           MOVE 0 TO WS-SMS-COUNT.
           MOVE 0 TO WS-SINCE-CHECKPOINT.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-EXCEPT-CUST-COUNT.
           MOVE 0 TO WS-ELIG-COUNT.
           MOVE 0 TO WS-RUN-IS-SUSPECT.
           MOVE 0 TO WS-HOUSEHOLD-COUNT.
           MOVE 0 TO WS-CHILD-COUNT.
           MOVE 0 TO WS-WELCOME-COUNT.
           MOVE 0 TO WS-BELATED-COUNT.
           MOVE 0 TO WS-GIFT-ORDER-COUNT.
           MOVE 0 TO WS-GIFT-HELD-COUNT.
           MOVE 0 TO WS-BUDGET-EMAILED-COUNT.
           MOVE 0 TO WS-BUDGET-HELD-COUNT.
           MOVE 0 TO WS-BDAY-PENDING-COUNT.
           MOVE 0 TO WS-VENDOR-TOTAL-COUNT.
           MOVE 0 TO WS-INTL-COUNT.
           MOVE 0 TO WS-INTL-SEEDS.
           MOVE 0 TO WS-INTL-IS-SEEDED.
           MOVE 0 TO WS-SDP-INTL-COUNT.
           MOVE 0 TO WS-ACCESS-LARGE-COUNT.
           MOVE 0 TO WS-ACCESS-BRAILLE-COUNT.
           MOVE 0 TO WS-ACCESS-COUNT.
           MOVE 0 TO WS-CARRY-IN-COUNT.
           MOVE 0 TO WS-CARRY-OUT-COUNT.
           MOVE 0 TO WS-REMAIL-IN-COUNT.
           MOVE 0 TO WS-REMAIL-KEEP-COUNT.
           MOVE 0 TO WS-REMAIL-EMITTED-COUNT.
           PERFORM LOAD-GREETING-TEMPLATES.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-INSERT-RULES.
           PERFORM LOAD-BRANDS.
           PERFORM LOAD-REPS.
           PERFORM LOAD-ALTERNATE-ADDRESSES.
           PERFORM APPLY-CAPACITY-OVERRIDE.
           PERFORM APPLY-FREQUENCY-CAP-OVERRIDE.
           PERFORM BUILD-BIRTHDAY-CANDIDATE-DATES.
           PERFORM LOAD-ZIP-STATE-RANGES.
           PERFORM LOAD-QUIET-ADDRESSES.
           PERFORM APPLY-MINOR-AGE-OVERRIDE.
           PERFORM LOAD-EMAIL-TEMPLATES.
           PERFORM LOAD-SMS-TEMPLATES.
           PERFORM LOAD-WEIGHT-CLASSES.
           PERFORM APPLY-BELATED-WINDOW-OVERRIDE.
           PERFORM LOAD-JOURNAL-CANDIDATES.
           PERFORM LOAD-GIFT-CATALOG.
           PERFORM APPLY-GIFT-BUDGET-OVERRIDE.
           PERFORM LOAD-GIFT-MONTH-SPEND.
           MOVE 0 TO WS-RESTART-MODE.
           IF WS-SIMULATE-MODE = 0
               PERFORM READ-CHECKPOINT
           END-IF.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN INPUT F-DEPENDENT-FILE.
           OPEN INPUT F-EVENT-FILE.
           IF WS-SIMULATE-MODE = 1
               CONTINUE
           ELSE
               OPEN EXTEND F-OUTBOUND-FILE
               OPEN EXTEND F-MILESTONE-FILE
               OPEN EXTEND F-EMAIL-FILE
               OPEN EXTEND F-SMS-FILE
               OPEN EXTEND F-VENDOR-WORK-FILE
               OPEN EXTEND F-INTL-FILE
               OPEN EXTEND F-ACCESS-FILE
               OPEN EXTEND F-ELIGIBLE-FILE
               OPEN EXTEND F-GIFT-ORDER-FILE
           ELSE
               IF WS-IS-TAX-DAY = 1
                   OPEN OUTPUT F-TAX-FILE
               PERFORM WRITE-OUTBOUND-HEADER
               OPEN OUTPUT F-MILESTONE-FILE
               OPEN OUTPUT F-EMAIL-FILE
               OPEN OUTPUT F-SMS-FILE
               OPEN OUTPUT F-VENDOR-WORK-FILE
               OPEN OUTPUT F-INTL-FILE
               OPEN OUTPUT F-ACCESS-FILE
               OPEN OUTPUT F-ELIGIBLE-FILE
               OPEN OUTPUT F-GIFT-ORDER-FILE
           END-IF
           END-IF.
           IF WS-SIMULATE-MODE = 0
               OPEN EXTEND F-EXCEPTION-FILE
               OPEN EXTEND F-HH-TRACE-FILE
               OPEN EXTEND F-DISPOSITION-FILE
               OPEN EXTEND F-GIFT-LOG-FILE
               OPEN EXTEND F-GIFT-HELD-FILE
               OPEN I-O F-HISTORY-FILE
               MOVE 'O' TO WS-CSM-FUNCTION
               CALL 'contact-summary' USING WS-CSM-FUNCTION
                   WS-CSM-CUSTOMER-ID WS-TODAYS-DATE WS-CSM-OCCASION
                   WS-SUMMARY-RECORD WS-CSM-RESULT
               MOVE 'O' TO WS-RESP-FUNCTION
               CALL 'response-code-issuer' USING WS-RESP-FUNCTION
                   WS-RESPONSE-RECORD WS-RESP-RESULT
      *        A resumed run skips the carryover: the first attempt
      *        emitted those cards before its first checkpoint, so
      *        emitting again would mail them twice.
                   PERFORM EMIT-QUEUED-REMAILS
               END-IF
           END-IF.
           MOVE 'O' TO WS-OBG-FUNCTION.
           CALL 'occasion-budget' USING WS-OBG-FUNCTION WS-TODAYS-DATE
               WS-OBG-OCCASION WS-OBG-RESULT.
           MOVE 0 TO WS-FULL-SCAN-DONE.
           IF WS-IS-TAX-DAY = 0 AND WS-IS-WEREWOLF-DAY = 0
               PERFORM SCAN-XREF-CANDIDATES
               IF WS-XREF-RECORD-COUNT = 0
                   PERFORM FULL-CUSTOMER-SCAN
                   MOVE 1 TO WS-FULL-SCAN-DONE
               ELSE
                   PERFORM SCAN-DEPENDENT-CANDIDATES
                   PERFORM SCAN-WELCOME-CANDIDATES
                   PERFORM SCAN-BELATED-CANDIDATES
               END-IF
           ELSE
               PERFORM FULL-CUSTOMER-SCAN
               END-IF
               CLOSE F-EXCEPTION-FILE
               CLOSE F-HH-TRACE-FILE
               CLOSE F-DISPOSITION-FILE
               CLOSE F-HISTORY-FILE
               MOVE 'C' TO WS-CSM-FUNCTION
               CALL 'contact-summary' USING WS-CSM-FUNCTION
                   WS-CSM-CUSTOMER-ID WS-TODAYS-DATE WS-CSM-OCCASION
                   WS-SUMMARY-RECORD WS-CSM-RESULT
               MOVE 'C' TO WS-RESP-FUNCTION
               CALL 'response-code-issuer' USING WS-RESP-FUNCTION
                   WS-RESPONSE-RECORD WS-RESP-RESULT
               MOVE 'C' TO WS-OBG-FUNCTION
               CALL 'occasion-budget' USING WS-OBG-FUNCTION
                   WS-TODAYS-DATE WS-OBG-OCCASION WS-OBG-RESULT
               PERFORM WRITE-OUTBOUND-TRAILER
               CLOSE F-OUTBOUND-FILE
               CLOSE F-MILESTONE-FILE
               CLOSE F-EMAIL-FILE
               CLOSE F-SMS-FILE
               CLOSE F-VENDOR-WORK-FILE
               PERFORM OPEN-SEED-LEDGER
               PERFORM SPLIT-VENDOR-FILES
               PERFORM WRITE-INTL-SEED-PIECES
               PERFORM CLOSE-SEED-LEDGER
               CLOSE F-INTL-FILE
               CLOSE F-ACCESS-FILE
               CLOSE F-ELIGIBLE-FILE
               CLOSE F-GIFT-ORDER-FILE
               CLOSE F-GIFT-LOG-FILE
               CLOSE F-GIFT-HELD-FILE
               IF WS-GIFT-HELD-COUNT > 0
                   DISPLAY 'customer-filterer: ' WS-GIFT-HELD-COUNT
                       ' milestone gift order(s) held -- monthly '
                       'gift budget reached'
               END-IF
           END-IF.
           IF WS-BUDGET-EMAILED-COUNT > 0 OR WS-BUDGET-HELD-COUNT > 0
               DISPLAY 'customer-filterer: occasion budget cap reached'
                   ' -- ' WS-BUDGET-EMAILED-COUNT ' sent by e-mail, '
                   WS-BUDGET-HELD-COUNT ' held'
           END-IF.
           CLOSE F-EVENT-FILE.
           CLOSE F-DEPENDENT-FILE.
           CLOSE F-CUSTOMER-FILE.
           IF WS-SIMULATE-MODE = 1
               PERFORM WRITE-SIMULATION-REPORT
           ELSE
               PERFORM WRITE-NEW-CARRYOVER
               PERFORM POST-BRAND-COUNTS
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-MANIFEST-RECORDS
               PERFORM WRITE-BALANCE-RECORD
           MOVE SPACES TO RC-OUTBOUND-HEADER.
           MOVE 'HDR' TO RC-OBH-TYPE.
           MOVE WS-TODAYS-DATE TO RC-OBH-RUN-DATE.
           MOVE WS-HOUSE-HEADER-SOURCE TO RC-OBH-SOURCE.
           WRITE RC-OUTBOUND-HEADER.
           PERFORM VARYING WS-BRAND-SUB FROM 1 BY 1
               UNTIL WS-BRAND-SUB > WS-BRAND-COUNT
               MOVE SPACES TO RC-OUTBOUND-HEADER
               MOVE 'HDR' TO RC-OBH-TYPE
               MOVE WS-TODAYS-DATE TO RC-OBH-RUN-DATE
               MOVE WS-BRAND-HEADER-SOURCE(WS-BRAND-SUB)
                   TO RC-OBH-SOURCE
               IF RC-OBH-SOURCE = SPACES
                   MOVE WS-HOUSE-HEADER-SOURCE TO RC-OBH-SOURCE
               END-IF
               MOVE WS-BRAND-CODE(WS-BRAND-SUB) TO RC-OBH-BRAND
               MOVE WS-BRAND-NAME(WS-BRAND-SUB) TO RC-OBH-BRAND-NAME
               WRITE RC-OUTBOUND-HEADER
           END-PERFORM.

           WRITE-OUTBOUND-TRAILER.
           MOVE SPACES TO RC-OUTBOUND-TRAILER.
           END-PERFORM.
           CLOSE F-EMAIL-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GIFT-ORDER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GIFT-ORDER-FILE
                   NOT AT END
                       ADD 1 TO WS-GIFT-ORDER-COUNT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GIFT-ORDER-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SMS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SMS-FILE
                   NOT AT END
                       ADD 1 TO WS-SMS-COUNT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SMS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INTL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INTL-FILE
                   NOT AT END
                       PERFORM SEED-ONE-INTL-RECORD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-INTL-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ACCESS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ACCESS-FILE
                   NOT AT END
                       PERFORM SEED-ONE-ACCESSIBLE-RECORD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ACCESS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Each piece already on disk is posted to its own brand.
      *    A seed piece on the file means the first attempt got as
      *    far as seeding it; it is not a customer's piece and the
      *    file is not seeded again.
           SEED-ONE-INTL-RECORD.
           IF RC-INTL-RESPONSE-CODE(1:2) = 'SD'
               MOVE 1 TO WS-INTL-IS-SEEDED
               ADD 1 TO WS-INTL-SEEDS
           ELSE
               PERFORM POST-BRAND-COUNTS
               MOVE RC-INTL-BRAND TO WS-PIECE-BRAND
               ADD 1 TO WS-INTL-COUNT
               MOVE RC-INTL-RECORD TO WS-SDP-PIECE
               PERFORM NOTE-INTL-SEED-OCCASION
           END-IF.

           SEED-ONE-ACCESSIBLE-RECORD.
           PERFORM POST-BRAND-COUNTS.
           MOVE RC-ACCESS-BRAND TO WS-PIECE-BRAND.
           ADD 1 TO WS-ACCESS-COUNT.
           IF RC-ACCESS-WEIGHT-CLASS = 'BRAIL'
               ADD 1 TO WS-ACCESS-BRAILLE-COUNT
           ELSE
               ADD 1 TO WS-ACCESS-LARGE-COUNT
           END-IF.

           SEED-ONE-OUTBOUND-RECORD.
           IF RC-OUTBOUND-OCCASION(1:3) = 'HDR'
           END-IF.

           SEED-OUTBOUND-OCCASION-COUNT.
           PERFORM POST-BRAND-COUNTS.
           MOVE RC-OUTBOUND-BRAND TO WS-PIECE-BRAND.
           IF RC-OUTBOUND-INSERT-CODE NOT = SPACES
               PERFORM COUNT-INSERT-CODE
           END-IF.
           ADD 1 TO WS-VENDOR-TOTAL-COUNT.
           EVALUATE RC-OUTBOUND-OCCASION
               WHEN 'BIRTHDAY'
                   ADD 1 TO WS-BIRTHDAY-COUNT
               WHEN 'WEREWOLF'
                   ADD 1 TO WS-WEREWOLF-COUNT
                   ADD 1 TO WS-OUTBOUND-COUNT
               WHEN 'CHILDBDAY'
                   ADD 1 TO WS-CHILD-COUNT
                   ADD 1 TO WS-OUTBOUND-COUNT
               WHEN 'WELCOME'
                   ADD 1 TO WS-WELCOME-COUNT
                   ADD 1 TO WS-OUTBOUND-COUNT
               WHEN 'BELATED'
                   ADD 1 TO WS-BELATED-COUNT
                   ADD 1 TO WS-OUTBOUND-COUNT
           END-EVALUATE.

      *    A partitioned range STARTs at its own from-ID, so each
           END-IF
           END-IF.

      *    The cross-reference lists customers under their own
      *    month-day, so a parent whose child has the birthday is not
      *    among the candidates.  After the candidate pass, walk
      *    dependents.dat for children on a candidate month-day and
      *    bring their parents through the pass -- unless the
      *    parent's own month-day (or an unreadable DOB) already put
      *    them through it.  Once a parent is handled the walk skips
      *    past the rest of that parent's children, so twins bring
      *    the parent through once.
           SCAN-DEPENDENT-CANDIDATES.
           MOVE 0 TO WS-DEP-SCAN-ENDED.
           MOVE 0 TO RC-DEP-CUSTOMER-ID.
           MOVE 0 TO RC-DEP-SEQ.
           START F-DEPENDENT-FILE
               KEY IS >= RC-DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-DEP-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-DEP-SCAN-ENDED = 1
               READ F-DEPENDENT-FILE NEXT
                   NOT AT END
                       PERFORM CHECK-DEPENDENT-CANDIDATE
                   AT END
                       MOVE 1 TO WS-DEP-SCAN-ENDED
               END-READ
           END-PERFORM.

           CHECK-DEPENDENT-CANDIDATE.
           MOVE RC-DEP-DOB-MMDD TO WS-MMDD-WORK.
           PERFORM CHECK-MMDD-IS-CANDIDATE.
           IF WS-MMDD-IS-CANDIDATE = 1
               MOVE RC-DEP-CUSTOMER-ID TO WS-DEP-PARENT-ID
               PERFORM PROCESS-DEPENDENT-PARENT
      *        The parent's own pass repositions the file on its
      *        children; resume after the last possible sequence.
               MOVE WS-DEP-PARENT-ID TO RC-DEP-CUSTOMER-ID
               MOVE 99 TO RC-DEP-SEQ
               START F-DEPENDENT-FILE
                   KEY IS > RC-DEP-KEY
                   INVALID KEY
                       MOVE 1 TO WS-DEP-SCAN-ENDED
               END-START
           END-IF.

           CHECK-MMDD-IS-CANDIDATE.
           MOVE 0 TO WS-MMDD-IS-CANDIDATE.
           PERFORM VARYING WS-XCAND-SUB FROM 1 BY 1
               UNTIL WS-XCAND-SUB > WS-XCAND-COUNT
               IF WS-XCAND-MMDD(WS-XCAND-SUB) = WS-MMDD-WORK
                   MOVE 1 TO WS-MMDD-IS-CANDIDATE
               END-IF
           END-PERFORM.

           PROCESS-DEPENDENT-PARENT.
           IF WS-PARTITION-MODE = 1
           AND (WS-DEP-PARENT-ID < WS-PART-FROM-ID
               OR WS-DEP-PARENT-ID > WS-PART-TO-ID)
               CONTINUE
           ELSE
           IF WS-RESTART-MODE = 1
           AND WS-DEP-PARENT-ID <= WS-CHECKPOINT-ID
               CONTINUE
           ELSE
               MOVE WS-DEP-PARENT-ID TO RC-CUSTOMER-ID
               READ F-CUSTOMER-FILE
                   KEY IS RC-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RC-DOB-MONTH IS NUMERIC
                       AND RC-DOB-DAY IS NUMERIC
                           MOVE RC-DOB-MMDD TO WS-MMDD-WORK
                           PERFORM CHECK-MMDD-IS-CANDIDATE
                       ELSE
                           MOVE 1 TO WS-MMDD-IS-CANDIDATE
                       END-IF
                       IF WS-MMDD-IS-CANDIDATE = 0
                           PERFORM PROCESS-ONE-CUSTOMER
                       END-IF
               END-READ
           END-IF
           END-IF.

      *    Customers added since the last run are not among the
      *    month-day candidates either.  Bring through any the
      *    candidate and dependent passes did not already handle.
           SCAN-WELCOME-CANDIDATES.
           PERFORM VARYING WS-WELCOME-SUB FROM 1 BY 1
               UNTIL WS-WELCOME-SUB > WS-WELCOME-ID-COUNT
               IF WS-WELCOME-DONE(WS-WELCOME-SUB) = 0
                   MOVE WS-WELCOME-ID(WS-WELCOME-SUB)
                       TO WS-JOURNAL-CAND-ID
                   PERFORM PROCESS-JOURNAL-CANDIDATE
               END-IF
           END-PERFORM.

      *    Nor, by definition, are customers whose corrected
      *    birthday has already gone by.
           SCAN-BELATED-CANDIDATES.
           PERFORM VARYING WS-BELATED-SUB FROM 1 BY 1
               UNTIL WS-BELATED-SUB > WS-BELATED-ID-COUNT
               IF WS-BELATED-DONE(WS-BELATED-SUB) = 0
                   MOVE WS-BELATED-ID(WS-BELATED-SUB)
                       TO WS-JOURNAL-CAND-ID
                   PERFORM PROCESS-JOURNAL-CANDIDATE
               END-IF
           END-PERFORM.

           PROCESS-JOURNAL-CANDIDATE.
           IF WS-PARTITION-MODE = 1
           AND (WS-JOURNAL-CAND-ID < WS-PART-FROM-ID
               OR WS-JOURNAL-CAND-ID > WS-PART-TO-ID)
               CONTINUE
           ELSE
           IF WS-RESTART-MODE = 1
           AND WS-JOURNAL-CAND-ID <= WS-CHECKPOINT-ID
               CONTINUE
           ELSE
               MOVE WS-JOURNAL-CAND-ID TO RC-CUSTOMER-ID
               READ F-CUSTOMER-FILE
                   KEY IS RC-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PROCESS-ONE-CUSTOMER
               END-READ
           END-IF
           END-IF.

           PROCESS-CUSTOMERS-EXIT.
           EXIT.

           CUSTOMER-CHECKS SECTION.
           PROCESS-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT.
           PERFORM POST-BRAND-COUNTS.
           PERFORM FIND-WELCOME-CANDIDATE.
           PERFORM FIND-BELATED-CANDIDATE.
           PERFORM SET-DELIVERY-CHANNEL.
           PERFORM SET-PIECE-LANGUAGE.
           PERFORM APPLY-SEASONAL-ADDRESS.
           PERFORM VALIDATE-DOB.
           PERFORM CHECK-MINOR-CONTACT.
           PERFORM VALIDATE-ADDRESS.
           PERFORM CHECK-ELIGIBILITY.
           EVALUATE TRUE
               WHEN WS-DOB-IS-VALID = 0 OR WS-ADDRESS-IS-VALID = 0
                   ADD 1 TO WS-EXCEPT-CUST-COUNT
                   IF WS-DISP-REASON = SPACES
                       MOVE 'BADDATA' TO WS-DISP-REASON
                   END-IF
                   PERFORM RECORD-MISSED-OCCASIONS
               WHEN WS-CUSTOMER-ELIGIBLE = 0
                   ADD 1 TO WS-INELIG-COUNT
                   PERFORM RECORD-MISSED-OCCASIONS
               WHEN OTHER
                   ADD 1 TO WS-ELIG-COUNT
                   IF WS-SIMULATE-MODE = 0
                       MOVE RC-CUSTOMER-INFO TO ELG-CUSTOMER-INFO
                       WRITE ELG-CUSTOMER-INFO
                       END-WRITE
                   END-IF
      *            Birthday runs first so that when the frequency cap
      *            forces a choice between today's occasions, the
      *            birthday card is the one that survives and the
      *            novelty occasions are the ones held back.
                   MOVE 0 TO WS-PIECES-THIS-RUN
                   IF WS-IS-HOLIDAY = 0
                       PERFORM BIRTHDAY-CHECK
                       PERFORM CHILD-BIRTHDAY-CHECK
                       PERFORM WELCOME-CHECK
                       PERFORM BELATED-BIRTHDAY-CHECK
                       IF WS-IS-TAX-DAY = 1
                           PERFORM TAX-DAY-CHECK
                       END-IF
                       IF WS-IS-WEREWOLF-DAY = 1
                           PERFORM WEREWOLF-CHECK
                       END-IF
                   ELSE
                       MOVE 'HOLIDAY' TO WS-DISP-REASON
                       PERFORM RECORD-MISSED-OCCASIONS
                   END-IF
           END-EVALUATE.
           MOVE RC-CUSTOMER-ID TO WS-LAST-DONE-ID.
           ADD 1 TO WS-SINCE-CHECKPOINT.
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
           AND WS-SIMULATE-MODE = 0
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *    The checkpoint carries the run date and the last customer
      *    fully processed.  A rerun for the same date resumes on the
      *    record after it instead of re-emitting the whole day; a
      *    completed run clears the checkpoint so the next date starts
      *    from the top of the file.
           READ-CHECKPOINT.
           MOVE 0 TO WS-RESTART-MODE.
           MOVE 0 TO WS-CHECKPOINT-ID.
      *    already have this occasion's card on disk from the crashed
      *    attempt (and seeded into the counts) -- the per-card
      *    history record is the durable evidence, so consult it
      *    before emitting again.  The contact summary answers it
      *    outright unless the occasion last went out after the run
      *    date (a rerun of an earlier day), when only the history
      *    record itself can say.
           CHECK-CARD-ALREADY-SENT.
           MOVE 0 TO WS-CARD-ALREADY-SENT.
           IF WS-RESTART-MODE = 1 AND WS-SIMULATE-MODE = 0
               MOVE WS-HISTORY-CUSTOMER-ID TO WS-CSM-CUSTOMER-ID
               PERFORM LOAD-CONTACT-SUMMARY
               MOVE 0 TO WS-CSM-FOUND
               IF WS-CSM-USABLE = 1
                   MOVE WS-CHECK-OCCASION TO WS-CSM-OCCASION
                   PERFORM FIND-SUMMARY-OCCASION
               END-IF
               EVALUATE TRUE
                   WHEN WS-CSM-USABLE = 1 AND WS-CSM-FOUND = 0
                       CONTINUE
                   WHEN WS-CSM-USABLE = 1
                   AND WS-SUM-LAST-DATE(WS-CSM-FOUND) < WS-TODAYS-DATE
                       CONTINUE
                   WHEN WS-CSM-USABLE = 1
                   AND WS-SUM-LAST-DATE(WS-CSM-FOUND) = WS-TODAYS-DATE
                       MOVE 1 TO WS-CARD-ALREADY-SENT
                   WHEN OTHER
                       PERFORM READ-CARD-ALREADY-SENT
               END-EVALUATE
           END-IF.

           READ-CARD-ALREADY-SENT.
           IF WS-RESTART-MODE = 1 AND WS-SIMULATE-MODE = 0
               MOVE WS-HISTORY-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID
               MOVE WS-TODAYS-DATE TO RC-HIST-RUN-DATE
               END-IF
           END-IF.

      *    Large-print and braille customers' paper rides the
      *    accessible-format vendor stream.  A foreign address keeps
      *    the international stream -- the accessible vendor mails
      *    domestic pieces only.
           SET-ACCESSIBLE-FORMAT.
           MOVE 0 TO WS-CUSTOMER-IS-ACCESSIBLE.
           IF WS-CUSTOMER-IS-FOREIGN = 0
               IF RC-CUSTOMER-ACCESS-FORMAT = 'L'
               OR RC-CUSTOMER-ACCESS-FORMAT = 'B'
                   MOVE 1 TO WS-CUSTOMER-IS-ACCESSIBLE
               END-IF
           END-IF.

      *    No electronic contact below the minimum contact age: a
      *    minor gets paper only, whatever the channel on file, with
      *    the envelope addressed to the parent or guardian.  A minor
      *    with an email address on file is also raised for review --
      *    the address should not be there at all.
           CHECK-MINOR-CONTACT.
           MOVE 0 TO WS-CUSTOMER-IS-MINOR.
           IF WS-DOB-IS-VALID = 1
               PERFORM SET-MINOR-PROTECTION
               IF WS-CUSTOMER-IS-MINOR = 1
               AND RC-CUSTOMER-EMAIL NOT = SPACES
                   MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
                   MOVE 'MINOR WITH EMAIL ON FILE'
                       TO RC-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

           SET-MINOR-PROTECTION.
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

      *    Each address defect gets its own reason code so the
      *    data-entry team can work the exception file by error type.
      *    A record with a bad state AND a bad ZIP writes one
           IF RC-CUSTOMER-COUNTRY NOT = SPACES
           AND RC-CUSTOMER-COUNTRY NOT = 'US'
               MOVE 1 TO WS-CUSTOMER-IS-FOREIGN
           END-IF.
           PERFORM SET-ACCESSIBLE-FORMAT.
           IF WS-CUSTOMER-IS-FOREIGN = 1
               IF RC-ADDR-STREET = SPACES
               OR RC-ADDR-CITY = SPACES
                   MOVE 0 TO WS-ADDRESS-IS-VALID
               END-WRITE
           END-IF.

      *    A customer held out of the occasion checks -- failing
      *    the edits, ineligible, or on a blackout date -- gets a
      *    disposition for each occasion that would have fired for
      *    them today, under the reason already set, so the call
      *    center can answer 'where is my card' from one file.  A
      *    DOB that failed the edits can only match on its raw
      *    month-day, and the age-based occasions are left out.
           RECORD-MISSED-OCCASIONS.
           MOVE RC-CUSTOMER-ID TO WS-DISP-CUSTOMER-ID.
           PERFORM COMPUTE-BIRTHDAY-TARGET-DATE.
           PERFORM SET-OBSERVED-BIRTHDAY.
           IF WS-DOB-MMDD-CHECK = WS-TARGET-MMDD
               MOVE 'BIRTHDAY' TO WS-DISP-OCCASION
               PERFORM WRITE-DISPOSITION-RECORD
           END-IF.
           PERFORM COLLECT-CHILD-BIRTHDAYS.
           IF WS-CHILD-NAME-COUNT > 0
               MOVE 'CHILDBDAY' TO WS-DISP-OCCASION
               PERFORM WRITE-DISPOSITION-RECORD
           END-IF.
           IF WS-WELCOME-FOUND > 0
               MOVE 'WELCOME' TO WS-DISP-OCCASION
               PERFORM WRITE-DISPOSITION-RECORD
           END-IF.
           IF WS-DOB-IS-VALID = 1
               IF WS-IS-TAX-DAY = 1
                   PERFORM COMPUTE-CUSTOMER-AGE
                   IF WS-CUSTOMER-AGE >= 18
                       MOVE 'TAX' TO WS-DISP-OCCASION
                       PERFORM WRITE-DISPOSITION-RECORD
                   END-IF
               END-IF
               IF WS-IS-WEREWOLF-DAY = 1
               AND IS-WEREWOLF(RC-CUSTOMER-DOB) = 'TRUE'
                   MOVE 'WEREWOLF' TO WS-DISP-OCCASION
                   PERFORM WRITE-DISPOSITION-RECORD
               END-IF
           END-IF.

      *    A piece that went by e-mail or text alone is still a card
      *    the customer did not get in the post.  An e-mail forced
      *    by the occasion budget is the budget's doing, not the
      *    customer's channel.
           RECORD-EMAIL-ONLY-DISPOSITION.
           MOVE RC-CUSTOMER-ID TO WS-DISP-CUSTOMER-ID.
           MOVE RC-OUTBOUND-OCCASION TO WS-DISP-OCCASION.
           IF WS-BUDGET-FELL-BACK = 1
               MOVE 'BUDGETCAP' TO WS-DISP-REASON
           ELSE
               MOVE 'EMAILONLY' TO WS-DISP-REASON
           END-IF.
           PERFORM WRITE-DISPOSITION-RECORD.

      *    Same simulation rule as the exception file: a simulated
      *    run leaves no dispositions behind.
           WRITE-DISPOSITION-RECORD.
           IF WS-SIMULATE-MODE = 0
               MOVE SPACES TO RC-DISPOSITION-RECORD
               MOVE WS-TODAYS-DATE TO RC-DISP-DATE
               MOVE WS-DISP-CUSTOMER-ID TO RC-DISP-CUSTOMER-ID
               MOVE WS-DISP-OCCASION TO RC-DISP-OCCASION
               MOVE WS-DISP-REASON TO RC-DISP-REASON
               MOVE 'FILTERER' TO RC-DISP-SOURCE
               WRITE RC-DISPOSITION-RECORD
               END-WRITE
           END-IF.

      *    About 8% of the base has told the call center to stop the
      *    paper: channel E produces the e-notification and history
      *    record but no card, outbound, vendor, or postage activity;
      *    channel M is the mirror image.  Blank or B is both, so
      *    records from before the preference behave as they always
      *    did.  Channel S goes the e-mail-only way -- no paper --
      *    with a text message in place of the e-notification.
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

           SET-PIECE-LANGUAGE.
           IF RC-CUSTOMER-LANGUAGE = SPACES
               MOVE 'EN' TO WS-PIECE-LANGUAGE
           ELSE
               MOVE RC-CUSTOMER-LANGUAGE TO WS-PIECE-LANGUAGE
           END-IF.
           MOVE RC-CUSTOMER-BRAND TO WS-PIECE-BRAND.
           MOVE RC-CUSTOMER-REP-ID TO WS-PIECE-REP-ID.

      *    Snowbirds: an alternate-addresses.dat entry whose MM-DD
      *    range covers the run date swaps that address into the
      *    record buffer for this pass only -- the master is not
               END-IF
           END-IF.

      *    The first reason that stops the customer is the one the
      *    disposition file records for the day's missed occasions.
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
      *    Bereavement quiet period: same address match the
      *    household grouping uses.  The held card is logged under
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
               END-IF
           END-IF.

      *    A MEMORIAL date the customer gave the call center holds
      *    their cards the same way a registered death holds the
      *    household's: from the date's most recent anniversary
      *    (or the date itself, the first year) through the quiet
      *    period.  Checked every year, so the weeks after the
      *    anniversary of a loss stay quiet too.
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

           COMPUTE-CUSTOMER-AGE.
           COMPUTE WS-CUSTOMER-AGE = LS-YEAR - RC-DOB-YEAR.
           IF RC-DOB-MONTH > LS-MONTH
               PERFORM CHECK-FREQUENCY-CAP
               IF WS-FREQ-CAP-HIT = 1
                   PERFORM SUPPRESS-FOR-FREQUENCY-CAP
               ELSE
                   MOVE 'TAX' TO WS-OBG-OCCASION
                   PERFORM CHECK-OCCASION-BUDGET
               END-IF
           END-IF.
           IF WS-IS-ADULT = 1 AND WS-CARD-ALREADY-SENT = 0
               PERFORM SELECT-TAX-TEMPLATE
               MOVE RC-CUSTOMER-NAME TO RC-TAX-NAME
               MOVE RC-CUSTOMER-ADDRESS TO RC-TAX-ADDRESS
               PERFORM SET-CUSTOMER-NAME-TOKENS
               MOVE WS-TAX-TEMPLATE TO WS-GREETING-TEMPLATE
               PERFORM BUILD-CARD-GREETING
               MOVE WS-SUBST-OUT TO RC-TAX-MESSAGE
               IF WS-SIMULATE-MODE = 0
               AND WS-CUSTOMER-IS-FOREIGN = 0
               AND WS-CUSTOMER-IS-ACCESSIBLE = 0
               AND WS-EMAIL-ONLY = 0
                   WRITE RC-TAX-CUSTOMER
                   END-WRITE
               PERFORM WRITE-CARD-HISTORY
               PERFORM WRITE-EMAIL-NOTIFICATION
               IF WS-CUSTOMER-IS-FOREIGN = 0
               AND WS-CUSTOMER-IS-ACCESSIBLE = 0
               AND WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-TAX-COUNT
               END-IF
               IF WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-PIECES-THIS-RUN
               ELSE
                   PERFORM RECORD-EMAIL-ONLY-DISPOSITION
               END-IF
           END-IF.
           PERFORM END-BUDGET-FALLBACK.

      *    The card is selected the customer's lead-days AHEAD of
      *    the birthday so it lands on time; the target date, not the
      *    late-December run picks the right January milestone.
           BIRTHDAY-CHECK.
           PERFORM COMPUTE-BIRTHDAY-TARGET-DATE.
           PERFORM SET-OBSERVED-BIRTHDAY.
           IF WS-DOB-MMDD-CHECK = WS-TARGET-MMDD
               MOVE 0 TO WS-IS-MILESTONE-AGE
               COMPUTE WS-BIRTHDAY-AGE =
               PERFORM CHECK-FREQUENCY-CAP
               IF WS-FREQ-CAP-HIT = 1
                   PERFORM SUPPRESS-FOR-FREQUENCY-CAP
               ELSE
                   MOVE WS-CHECK-OCCASION TO WS-OBG-OCCASION
                   PERFORM CHECK-OCCASION-BUDGET
               END-IF
           END-IF.
           IF WS-DOB-MMDD-CHECK = WS-TARGET-MMDD
               PERFORM SELECT-BIRTHDAY-TEMPLATE
               MOVE RC-CUSTOMER-NAME TO RC-CARD-NAME
               MOVE RC-CUSTOMER-ADDRESS TO RC-CARD-ADDRESS
               PERFORM SET-CUSTOMER-NAME-TOKENS
               MOVE WS-BIRTHDAY-TEMPLATE TO WS-GREETING-TEMPLATE
               PERFORM BUILD-CARD-GREETING
               MOVE WS-SUBST-OUT TO RC-CARD-MESSAGE
               IF WS-IS-MILESTONE-AGE = 1
                   MOVE RC-CUSTOMER-NAME TO RC-MILESTONE-NAME
                   MOVE RC-CUSTOMER-ADDRESS TO RC-MILESTONE-ADDRESS
                   END-STRING
                   IF WS-SIMULATE-MODE = 0
                   AND WS-CUSTOMER-IS-FOREIGN = 0
                   AND WS-CUSTOMER-IS-ACCESSIBLE = 0
                   AND WS-EMAIL-ONLY = 0
                       WRITE RC-MILESTONE-CUSTOMER
                       END-WRITE
                   END-IF
      *            One fixed milestone message: always variant 1.
                   MOVE '1' TO WS-PIECE-VARIANT
                   MOVE 'MILESTONE' TO RC-OUTBOUND-OCCASION
                   MOVE RC-MILESTONE-NAME TO RC-OUTBOUND-NAME
                   MOVE RC-MILESTONE-ADDRESS TO RC-OUTBOUND-ADDRESS
                   PERFORM WRITE-CARD-HISTORY
                   PERFORM WRITE-EMAIL-NOTIFICATION
                   IF WS-CUSTOMER-IS-FOREIGN = 0
                   AND WS-CUSTOMER-IS-ACCESSIBLE = 0
                   AND WS-EMAIL-ONLY = 0
                       ADD 1 TO WS-MILESTONE-COUNT
                   END-IF
                   IF WS-SIMULATE-MODE = 0
                   AND WS-CUSTOMER-IS-FOREIGN = 0
                   AND WS-EMAIL-ONLY = 0
                       PERFORM ORDER-MILESTONE-GIFT
                   END-IF
               ELSE
      *            Foreign and accessible-format birthdays skip
      *            household grouping -- those streams mail one piece
      *            per customer -- and so does a minor's, which goes
      *            to the parent or guardian under the minor's name.
                   EVALUATE TRUE
                       WHEN WS-EMAIL-ONLY = 1
                           PERFORM EMIT-EMAIL-ONLY-BIRTHDAY
                       WHEN WS-CUSTOMER-IS-FOREIGN = 1
                       OR WS-CUSTOMER-IS-ACCESSIBLE = 1
                       OR WS-CUSTOMER-IS-MINOR = 1
                           PERFORM EMIT-FOREIGN-BIRTHDAY-CARD
                       WHEN OTHER
                           PERFORM HOLD-BIRTHDAY-FOR-GROUPING
               END-IF
               IF WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-PIECES-THIS-RUN
               ELSE
                   PERFORM RECORD-EMAIL-ONLY-DISPOSITION
               END-IF
           END-IF.
           PERFORM END-BUDGET-FALLBACK.

      *    The customer's observed month-day in the target year
      *    comes from date-services (02-29 observes 03-01 in a
      *    non-leap year, the same rule everywhere now).  A DOB
      *    month-day that is no calendar date keeps its raw value
      *    and simply never matches a real target.
           SET-OBSERVED-BIRTHDAY.
           MOVE 'NX' TO WS-DS-FUNCTION.
           MOVE SPACES TO WS-DS-DATE-1.
           STRING WS-TARGET-YEAR '-01-01' INTO WS-DS-DATE-1
           END-STRING.
           MOVE SPACES TO WS-DS-DATE-2.
           MOVE RC-DOB-MMDD TO WS-DS-DATE-2(1:5).
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS = 0
               MOVE WS-DS-DATE-2(6:5) TO WS-DOB-MMDD-CHECK
           ELSE
               MOVE RC-DOB-MMDD TO WS-DOB-MMDD-CHECK
           END-IF.

           EMIT-EMAIL-ONLY-BIRTHDAY.
           MOVE SPACES TO WS-CARD-RESPONSE-CODE.
           MOVE 'BIRTHDAY' TO RC-OUTBOUND-OCCASION.
           MOVE RC-CARD-MESSAGE TO RC-OUTBOUND-MESSAGE.
           MOVE RC-CUSTOMER-ID TO WS-HISTORY-CUSTOMER-ID.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM WRITE-EMAIL-NOTIFICATION.

      *    Children under 18 whose birthday falls on the parent's
      *    target date share one card, addressed to the parent at
      *    the address the parent's own cards use (seasonal address
      *    included) and sent through the parent's channel.  The
      *    parent has already passed the do-not-mail, deceased,
      *    suppression, and quiet-period checks to get here.  One
      *    card per parent per day: twins are named together, and
      *    the history key (parent, date, occasion) stays unique.
      *    A child 18 or over has aged out and is skipped; a child
      *    born this year has no birthday yet.
           CHILD-BIRTHDAY-CHECK.
           PERFORM COMPUTE-BIRTHDAY-TARGET-DATE.
           PERFORM COLLECT-CHILD-BIRTHDAYS.
           MOVE 0 TO WS-CARD-ALREADY-SENT.
           MOVE 0 TO WS-FREQ-CAP-HIT.
           IF WS-CHILD-NAME-COUNT > 0
               MOVE RC-CUSTOMER-ID TO WS-HISTORY-CUSTOMER-ID
               MOVE 'CHILDBDAY' TO WS-CHECK-OCCASION
               PERFORM CHECK-CARD-ALREADY-SENT
           END-IF.
           IF WS-CHILD-NAME-COUNT > 0
           AND WS-CARD-ALREADY-SENT = 0
               PERFORM CHECK-FREQUENCY-CAP
               IF WS-FREQ-CAP-HIT = 1
                   PERFORM SUPPRESS-FOR-FREQUENCY-CAP
               ELSE
                   MOVE 'CHILDBDAY' TO WS-OBG-OCCASION
                   PERFORM CHECK-OCCASION-BUDGET
               END-IF
           END-IF.
           IF WS-CHILD-NAME-COUNT > 0
           AND WS-CARD-ALREADY-SENT = 0
           AND WS-FREQ-CAP-HIT = 0
               MOVE RC-CUSTOMER-ID TO WS-VARIANT-CUSTOMER-ID
               MOVE '1' TO WS-PIECE-VARIANT
               MOVE 'CHILDBDAY' TO WS-XLAT-WANT-OCCASION
               MOVE 1 TO WS-XLAT-WANT-VARIANT
               MOVE WS-CHILD-TEMPLATE TO WS-XLAT-WORK
               PERFORM TRANSLATE-CARD-TEMPLATE
               MOVE 'CHILDBDAY' TO RC-OUTBOUND-OCCASION
               MOVE RC-CUSTOMER-NAME TO RC-OUTBOUND-NAME
               MOVE RC-CUSTOMER-ADDRESS TO RC-OUTBOUND-ADDRESS
               MOVE SPACES TO RC-OUTBOUND-MESSAGE
               STRING FUNCTION TRIM(WS-XLAT-WORK) ' '
                   FUNCTION TRIM(WS-CHILD-NAMES)
                   INTO RC-OUTBOUND-MESSAGE
               END-STRING
               PERFORM WRITE-OUTBOUND-RECORD
               MOVE RC-CUSTOMER-ID TO WS-HISTORY-CUSTOMER-ID
               PERFORM WRITE-CARD-HISTORY
               PERFORM WRITE-EMAIL-NOTIFICATION
               IF WS-CUSTOMER-IS-FOREIGN = 0
               AND WS-CUSTOMER-IS-ACCESSIBLE = 0
               AND WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-CHILD-COUNT
               END-IF
               IF WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-PIECES-THIS-RUN
               ELSE
                   PERFORM RECORD-EMAIL-ONLY-DISPOSITION
               END-IF
           END-IF.
           PERFORM END-BUDGET-FALLBACK.

           COLLECT-CHILD-BIRTHDAYS.
           MOVE 0 TO WS-CHILD-NAME-COUNT.
           MOVE SPACES TO WS-CHILD-NAMES.
           MOVE 0 TO WS-CHILD-SCAN-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-DEP-CUSTOMER-ID.
           MOVE 0 TO RC-DEP-SEQ.
           START F-DEPENDENT-FILE
               KEY IS >= RC-DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-CHILD-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-CHILD-SCAN-ENDED = 1
               READ F-DEPENDENT-FILE NEXT
                   NOT AT END
                       IF RC-DEP-CUSTOMER-ID NOT = RC-CUSTOMER-ID
                           MOVE 1 TO WS-CHILD-SCAN-ENDED
                       ELSE
                           PERFORM CHECK-ONE-CHILD-BIRTHDAY
                       END-IF
                   AT END
                       MOVE 1 TO WS-CHILD-SCAN-ENDED
               END-READ
           END-PERFORM.

      *    Same observed month-day rule as the customer's own
      *    birthday (02-29 observes 03-01 in a non-leap year).
           CHECK-ONE-CHILD-BIRTHDAY.
           IF RC-DEP-DOB-YEAR IS NUMERIC
           AND RC-DEP-DOB-MONTH IS NUMERIC
           AND RC-DEP-DOB-DAY IS NUMERIC
               MOVE 'NX' TO WS-DS-FUNCTION
               MOVE SPACES TO WS-DS-DATE-1
               STRING WS-TARGET-YEAR '-01-01' INTO WS-DS-DATE-1
               END-STRING
               MOVE SPACES TO WS-DS-DATE-2
               MOVE RC-DEP-DOB-MMDD TO WS-DS-DATE-2(1:5)
               CALL 'date-services' USING WS-DS-FUNCTION
                   WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               IF WS-DS-STATUS = 0
                   MOVE WS-DS-DATE-2(6:5) TO WS-DEP-MMDD-CHECK
               ELSE
                   MOVE RC-DEP-DOB-MMDD TO WS-DEP-MMDD-CHECK
               END-IF
               COMPUTE WS-DEP-AGE = WS-TARGET-YEAR - RC-DEP-DOB-YEAR
               IF WS-DEP-MMDD-CHECK = WS-TARGET-MMDD
               AND WS-DEP-AGE > 0
               AND WS-DEP-AGE < 18
                   PERFORM ADD-CHILD-NAME
               END-IF
           END-IF.

           ADD-CHILD-NAME.
           ADD 1 TO WS-CHILD-NAME-COUNT.
           IF WS-CHILD-NAME-COUNT = 1
               MOVE RC-DEP-FIRST-NAME TO WS-CHILD-NAMES
           ELSE
               MOVE WS-CHILD-NAMES TO WS-CHILD-NAMES-WORK
               MOVE SPACES TO WS-CHILD-NAMES
               STRING FUNCTION TRIM(WS-CHILD-NAMES-WORK) ' & '
                   FUNCTION TRIM(RC-DEP-FIRST-NAME)
                   INTO WS-CHILD-NAMES
               END-STRING
           END-IF.

      *    A customer added through customer-maintenance since the
      *    last run gets one WELCOME card on this run, through the
      *    same eligibility, channel, and vendor routing as any other
      *    card, with its own template text and insert rule.  The
      *    card history is the guarantee it goes once: any WELCOME
      *    already on file for the customer ID, on any date, stops
      *    it -- a customer deleted and re-added is not welcomed
      *    twice.
           WELCOME-CHECK.
           MOVE 0 TO WS-CARD-ALREADY-SENT.
           MOVE 0 TO WS-FREQ-CAP-HIT.
           MOVE 'WELCOME' TO WS-CHECK-OCCASION.
           IF WS-WELCOME-FOUND > 0
           AND WS-SIMULATE-MODE = 0
               PERFORM CHECK-WELCOME-ON-HISTORY
           END-IF.
           IF WS-WELCOME-FOUND > 0
           AND WS-CARD-ALREADY-SENT = 0
               PERFORM CHECK-FREQUENCY-CAP
               IF WS-FREQ-CAP-HIT = 1
                   PERFORM SUPPRESS-FOR-FREQUENCY-CAP
               ELSE
                   MOVE 'WELCOME' TO WS-OBG-OCCASION
                   PERFORM CHECK-OCCASION-BUDGET
               END-IF
           END-IF.
           IF WS-WELCOME-FOUND > 0
           AND WS-CARD-ALREADY-SENT = 0
           AND WS-FREQ-CAP-HIT = 0
               MOVE RC-CUSTOMER-ID TO WS-VARIANT-CUSTOMER-ID
               MOVE '1' TO WS-PIECE-VARIANT
               MOVE 'WELCOME' TO WS-XLAT-WANT-OCCASION
               MOVE 1 TO WS-XLAT-WANT-VARIANT
               MOVE WS-WELCOME-TEMPLATE TO WS-XLAT-WORK
               PERFORM TRANSLATE-CARD-TEMPLATE
               MOVE 'WELCOME' TO RC-OUTBOUND-OCCASION
               MOVE RC-CUSTOMER-NAME TO RC-OUTBOUND-NAME
               MOVE RC-CUSTOMER-ADDRESS TO RC-OUTBOUND-ADDRESS
               PERFORM SET-CUSTOMER-NAME-TOKENS
               MOVE WS-XLAT-WORK TO WS-GREETING-TEMPLATE
               PERFORM BUILD-CARD-GREETING
               MOVE WS-SUBST-OUT TO RC-OUTBOUND-MESSAGE
               PERFORM WRITE-OUTBOUND-RECORD
               MOVE RC-CUSTOMER-ID TO WS-HISTORY-CUSTOMER-ID
               PERFORM WRITE-CARD-HISTORY
               PERFORM WRITE-EMAIL-NOTIFICATION
               IF WS-CUSTOMER-IS-FOREIGN = 0
               AND WS-CUSTOMER-IS-ACCESSIBLE = 0
               AND WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-WELCOME-COUNT
               END-IF
               IF WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-PIECES-THIS-RUN
               ELSE
                   PERFORM RECORD-EMAIL-ONLY-DISPOSITION
               END-IF
           END-IF.
           PERFORM END-BUDGET-FALLBACK.

           CHECK-WELCOME-ON-HISTORY.
           MOVE RC-CUSTOMER-ID TO WS-CSM-CUSTOMER-ID.
           PERFORM LOAD-CONTACT-SUMMARY.
           IF WS-CSM-USABLE = 1
               MOVE 'WELCOME' TO WS-CSM-OCCASION
               PERFORM FIND-SUMMARY-OCCASION
               IF WS-CSM-FOUND > 0
                   MOVE 1 TO WS-CARD-ALREADY-SENT
               END-IF
           ELSE
               PERFORM SCAN-WELCOME-ON-HISTORY
           END-IF.

           SCAN-WELCOME-ON-HISTORY.
           MOVE 0 TO WS-FREQ-SCAN-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE SPACES TO RC-HIST-RUN-DATE.
           MOVE SPACES TO RC-HIST-OCCASION.
           START F-HISTORY-FILE
               KEY IS >= RC-HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-FREQ-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-FREQ-SCAN-ENDED = 1
               READ F-HISTORY-FILE NEXT
                   NOT AT END
                       IF RC-HIST-CUSTOMER-ID NOT = RC-CUSTOMER-ID
                           MOVE 1 TO WS-FREQ-SCAN-ENDED
                       ELSE
                           IF RC-HIST-OCCASION = 'WELCOME'
                               MOVE 1 TO WS-CARD-ALREADY-SENT
                               MOVE 1 TO WS-FREQ-SCAN-ENDED
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FREQ-SCAN-ENDED
               END-READ
           END-PERFORM.

      *    Marks the customer in hand as handled, so the closing
      *    welcome pass does not bring them through a second time.
           FIND-WELCOME-CANDIDATE.
           MOVE 0 TO WS-WELCOME-FOUND.
           PERFORM VARYING WS-WELCOME-SUB FROM 1 BY 1
               UNTIL WS-WELCOME-SUB > WS-WELCOME-ID-COUNT
               IF WS-WELCOME-ID(WS-WELCOME-SUB) = RC-CUSTOMER-ID
                   MOVE WS-WELCOME-SUB TO WS-WELCOME-FOUND
                   MOVE 1 TO WS-WELCOME-DONE(WS-WELCOME-SUB)
                   MOVE WS-WELCOME-ID-COUNT TO WS-WELCOME-SUB
               END-IF
           END-PERFORM.

      *    A milestone card that goes by domestic mail carries a
      *    gift: gift-catalog.dat names the tier, SKU, and unit cost
      *    for each milestone age, and the order goes to the gift
      *    vendor's file with the customer's mailing address.  Once
      *    the next order would take the month's gift spend past
      *    GIFT-BUDGET, orders go to the held file instead, for
      *    release by hand.  No catalog row for the age, no gift.
           ORDER-MILESTONE-GIFT.
           MOVE 0 TO WS-GIFT-FOUND.
           PERFORM VARYING WS-GIFT-SUB FROM 1 BY 1
               UNTIL WS-GIFT-SUB > WS-GIFT-CATALOG-COUNT
               OR WS-GIFT-FOUND > 0
               IF WS-GCAT-AGE(WS-GIFT-SUB) = WS-BIRTHDAY-AGE
                   MOVE WS-GIFT-SUB TO WS-GIFT-FOUND
               END-IF
           END-PERFORM.
           IF WS-GIFT-FOUND > 0
               MOVE SPACES TO RC-GIFT-ORDER-RECORD
               MOVE WS-TODAYS-DATE TO RC-GIFT-ORDER-DATE
               MOVE RC-CUSTOMER-ID TO RC-GIFT-CUSTOMER-ID
               MOVE WS-GCAT-TIER(WS-GIFT-FOUND) TO RC-GIFT-TIER
               MOVE WS-GCAT-SKU(WS-GIFT-FOUND) TO RC-GIFT-SKU
               MOVE WS-GCAT-COST(WS-GIFT-FOUND) TO RC-GIFT-UNIT-COST
               MOVE WS-BIRTHDAY-AGE TO RC-GIFT-AGE
               MOVE RC-MILESTONE-NAME TO RC-GIFT-NAME
               MOVE RC-MILESTONE-ADDRESS TO RC-GIFT-ADDRESS
               IF WS-GIFT-BUDGET > 0
               AND WS-GIFT-MONTH-SPEND + RC-GIFT-UNIT-COST
                   > WS-GIFT-BUDGET
                   WRITE RC-GIFT-HELD-LINE FROM RC-GIFT-ORDER-RECORD
                   END-WRITE
                   ADD 1 TO WS-GIFT-HELD-COUNT
               ELSE
                   WRITE RC-GIFT-ORDER-RECORD
                   END-WRITE
                   WRITE GLG-GIFT-ORDER-RECORD
                       FROM RC-GIFT-ORDER-RECORD
                   END-WRITE
                   ADD RC-GIFT-UNIT-COST TO WS-GIFT-MONTH-SPEND
                   ADD 1 TO WS-GIFT-ORDER-COUNT
               END-IF
           END-IF.

      *    A clerk's correction to a bad date of birth, in
      *    customer-maintenance or exception-review, can put the
      *    birthday in the past: the customer missed the card and the
      *    month-day pass will not see them again for a year.  If the
      *    corrected birthday fell in the last belated-window days
      *    (today's is left to the birthday pass), a BELATED card
      *    goes out with its own wording and insert.  The usual
      *    already-sent check applies, and any birthday, milestone,
      *    or belated card already in the history since the window
      *    opened blocks it as well.
           BELATED-BIRTHDAY-CHECK.
           MOVE 0 TO WS-CARD-ALREADY-SENT.
           MOVE 0 TO WS-FREQ-CAP-HIT.
           MOVE 0 TO WS-BELATED-IN-WINDOW.
           IF WS-BELATED-FOUND > 0
               PERFORM FIND-BELATED-BIRTHDAY-DATE
           END-IF.
           IF WS-BELATED-IN-WINDOW = 1
               MOVE RC-CUSTOMER-ID TO WS-HISTORY-CUSTOMER-ID
               MOVE 'BELATED' TO WS-CHECK-OCCASION
               PERFORM CHECK-CARD-ALREADY-SENT
               IF WS-CARD-ALREADY-SENT = 0
               AND WS-SIMULATE-MODE = 0
                   PERFORM CHECK-BIRTHDAY-SINCE-WINDOW
               END-IF
           END-IF.
           IF WS-BELATED-IN-WINDOW = 1
           AND WS-CARD-ALREADY-SENT = 0
               PERFORM CHECK-FREQUENCY-CAP
               IF WS-FREQ-CAP-HIT = 1
                   PERFORM SUPPRESS-FOR-FREQUENCY-CAP
               ELSE
                   MOVE 'BELATED' TO WS-OBG-OCCASION
                   PERFORM CHECK-OCCASION-BUDGET
               END-IF
           END-IF.
           IF WS-BELATED-IN-WINDOW = 1
           AND WS-CARD-ALREADY-SENT = 0
           AND WS-FREQ-CAP-HIT = 0
               MOVE RC-CUSTOMER-ID TO WS-VARIANT-CUSTOMER-ID
               MOVE '1' TO WS-PIECE-VARIANT
               MOVE 'BELATED' TO WS-XLAT-WANT-OCCASION
               MOVE 1 TO WS-XLAT-WANT-VARIANT
               MOVE WS-BELATED-TEMPLATE TO WS-XLAT-WORK
               PERFORM TRANSLATE-CARD-TEMPLATE
               MOVE 'BELATED' TO RC-OUTBOUND-OCCASION
               MOVE RC-CUSTOMER-NAME TO RC-OUTBOUND-NAME
               MOVE RC-CUSTOMER-ADDRESS TO RC-OUTBOUND-ADDRESS
               PERFORM SET-CUSTOMER-NAME-TOKENS
               MOVE WS-XLAT-WORK TO WS-GREETING-TEMPLATE
               PERFORM BUILD-CARD-GREETING
               MOVE WS-SUBST-OUT TO RC-OUTBOUND-MESSAGE
               PERFORM WRITE-OUTBOUND-RECORD
               MOVE RC-CUSTOMER-ID TO WS-HISTORY-CUSTOMER-ID
               PERFORM WRITE-CARD-HISTORY
               PERFORM WRITE-EMAIL-NOTIFICATION
               IF WS-CUSTOMER-IS-FOREIGN = 0
               AND WS-CUSTOMER-IS-ACCESSIBLE = 0
               AND WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-BELATED-COUNT
               END-IF
               IF WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-PIECES-THIS-RUN
               ELSE
                   PERFORM RECORD-EMAIL-ONLY-DISPOSITION
               END-IF
           END-IF.
           PERFORM END-BUDGET-FALLBACK.

      *    The first occurrence of the birth month-day on or after
      *    the window's opening date is the birthday just gone by,
      *    provided it is earlier than today.
           FIND-BELATED-BIRTHDAY-DATE.
           MOVE 'NX' TO WS-DS-FUNCTION.
           MOVE WS-BELATED-FROM-DATE TO WS-DS-DATE-1.
           MOVE SPACES TO WS-DS-DATE-2.
           MOVE RC-DOB-MMDD TO WS-DS-DATE-2(1:5).
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS = 0
           AND WS-DS-DATE-2 < WS-TODAYS-DATE
               MOVE WS-DS-DATE-2 TO WS-BELATED-BDAY-DATE
               MOVE 1 TO WS-BELATED-IN-WINDOW
           END-IF.

           CHECK-BIRTHDAY-SINCE-WINDOW.
           MOVE RC-CUSTOMER-ID TO WS-CSM-CUSTOMER-ID.
           PERFORM LOAD-CONTACT-SUMMARY.
           IF WS-CSM-USABLE = 1
               PERFORM VARYING WS-CSM-SUB FROM 1 BY 1
                   UNTIL WS-CSM-SUB > WS-SUM-OCCASION-COUNT
                   IF (WS-SUM-OCCASION(WS-CSM-SUB) = 'BIRTHDAY'
                   OR WS-SUM-OCCASION(WS-CSM-SUB) = 'MILESTONE'
                   OR WS-SUM-OCCASION(WS-CSM-SUB) = 'BELATED')
                   AND WS-SUM-LAST-DATE(WS-CSM-SUB)
                       >= WS-BELATED-FROM-DATE
                       MOVE 1 TO WS-CARD-ALREADY-SENT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM SCAN-BIRTHDAY-SINCE-WINDOW
           END-IF.

           SCAN-BIRTHDAY-SINCE-WINDOW.
           MOVE 0 TO WS-FREQ-SCAN-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE WS-BELATED-FROM-DATE TO RC-HIST-RUN-DATE.
           MOVE SPACES TO RC-HIST-OCCASION.
           START F-HISTORY-FILE
               KEY IS >= RC-HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-FREQ-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-FREQ-SCAN-ENDED = 1
               READ F-HISTORY-FILE NEXT
                   NOT AT END
                       IF RC-HIST-CUSTOMER-ID NOT = RC-CUSTOMER-ID
                           MOVE 1 TO WS-FREQ-SCAN-ENDED
                       ELSE
                           IF RC-HIST-OCCASION = 'BIRTHDAY'
                           OR RC-HIST-OCCASION = 'MILESTONE'
                           OR RC-HIST-OCCASION = 'BELATED'
                               MOVE 1 TO WS-CARD-ALREADY-SENT
                               MOVE 1 TO WS-FREQ-SCAN-ENDED
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FREQ-SCAN-ENDED
               END-READ
           END-PERFORM.

           FIND-BELATED-CANDIDATE.
           MOVE 0 TO WS-BELATED-FOUND.
           PERFORM VARYING WS-BELATED-SUB FROM 1 BY 1
               UNTIL WS-BELATED-SUB > WS-BELATED-ID-COUNT
               IF WS-BELATED-ID(WS-BELATED-SUB) = RC-CUSTOMER-ID
                   MOVE WS-BELATED-SUB TO WS-BELATED-FOUND
                   MOVE 1 TO WS-BELATED-DONE(WS-BELATED-SUB)
                   MOVE WS-BELATED-ID-COUNT TO WS-BELATED-SUB
               END-IF
           END-PERFORM.

      *    Plain birthday cards are held until end of pass so
      *    same-day celebrants at one standardized address can share a
      *    combined card.  A full table falls back to writing the card
                   TO WS-BDAY-PEND-NAME(WS-BDAY-PENDING-COUNT)
               MOVE RC-CUSTOMER-ADDRESS
                   TO WS-BDAY-PEND-ADDRESS(WS-BDAY-PENDING-COUNT)
               MOVE WS-PIECE-LANGUAGE
                   TO WS-BDAY-PEND-LANGUAGE(WS-BDAY-PENDING-COUNT)
               MOVE WS-PIECE-BRAND
                   TO WS-BDAY-PEND-BRAND(WS-BDAY-PENDING-COUNT)
               MOVE WS-PIECE-REP-ID
                   TO WS-BDAY-PEND-REP-ID(WS-BDAY-PENDING-COUNT)
               MOVE SPACES
                   TO WS-BDAY-PEND-EMAIL(WS-BDAY-PENDING-COUNT)
               IF RC-CUSTOMER-EMAIL NOT = SPACES
               IF WS-BDAY-PEND-WRITTEN(WS-BDAY-SUB-1) = 0
                   COMPUTE WS-TOTAL-CARDS = WS-BIRTHDAY-COUNT
                       + WS-MILESTONE-COUNT + WS-TAX-COUNT
                       + WS-WEREWOLF-COUNT + WS-CHILD-COUNT
                       + WS-WELCOME-COUNT + WS-BELATED-COUNT
                   IF WS-TOTAL-CARDS >= WS-PRINT-CAPACITY
                   AND WS-SIMULATE-MODE = 0
                       PERFORM DEFER-ONE-PENDING-BIRTHDAY
           DEFER-ONE-PENDING-BIRTHDAY.
           MOVE 4 TO WS-BDAY-PEND-WRITTEN(WS-BDAY-SUB-1).
           IF WS-CARRY-OUT-COUNT < 2000
               MOVE WS-BDAY-PEND-ID(WS-BDAY-SUB-1)
                   TO WS-DISP-CUSTOMER-ID
               MOVE 'BIRTHDAY' TO WS-DISP-OCCASION
               MOVE 'CAPACITY' TO WS-DISP-REASON
               PERFORM WRITE-DISPOSITION-RECORD
               ADD 1 TO WS-CARRY-OUT-COUNT
               MOVE WS-BDAY-PEND-ID(WS-BDAY-SUB-1)
                   TO WS-CARRY-OUT-ID(WS-CARRY-OUT-COUNT)
                   TO WS-CARRY-OUT-ADDRESS(WS-CARRY-OUT-COUNT)
               MOVE WS-BDAY-PEND-EMAIL(WS-BDAY-SUB-1)
                   TO WS-CARRY-OUT-EMAIL(WS-CARRY-OUT-COUNT)
               MOVE WS-BDAY-PEND-LANGUAGE(WS-BDAY-SUB-1)
                   TO WS-CARRY-OUT-LANGUAGE(WS-CARRY-OUT-COUNT)
               MOVE WS-BDAY-PEND-BRAND(WS-BDAY-SUB-1)
                   TO WS-CARRY-OUT-BRAND(WS-CARRY-OUT-COUNT)
               MOVE WS-BDAY-PEND-REP-ID(WS-BDAY-SUB-1)
                   TO WS-CARRY-OUT-REP-ID(WS-CARRY-OUT-COUNT)
           ELSE
      *        A full carryover table means the card goes out today
      *        after all -- late to the vendor beats lost entirely.
               PERFORM EMIT-HOUSEHOLD-CARD
           END-IF.

      *    Operations sets PRINT-CAPACITY on the parameter master to the
      *    vendor's daily piece limit; defaults high enough to never
      *    defer.  Once every active vendor on the vendor master has a
      *    daily capacity, their sum is the limit instead.
           APPLY-CAPACITY-OVERRIDE.
           MOVE 'customer-filterer' TO WS-PRQ-PROGRAM.
           MOVE 'PRINT-CAPACITY' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100000
               MOVE WS-PRQ-NUMBER TO WS-PRINT-CAPACITY
           END-IF.
           MOVE 0 TO WS-XREF-FILE-IS-ENDED.
           MOVE 0 TO WS-MASTER-CAPACITY.
           MOVE 0 TO WS-CAPACITY-IS-PARTIAL.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               IF WS-VND-IS-ACTIVE(WS-VND-SUB)
                   IF WS-VND-DAILY-CAPACITY(WS-VND-SUB) = 0
                       MOVE 1 TO WS-CAPACITY-IS-PARTIAL
                   ELSE
                       ADD WS-VND-DAILY-CAPACITY(WS-VND-SUB)
                           TO WS-MASTER-CAPACITY
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MASTER-CAPACITY > 0
           AND WS-CAPACITY-IS-PARTIAL = 0
               IF WS-MASTER-CAPACITY > 99999
                   MOVE 99999 TO WS-PRINT-CAPACITY
               ELSE
                   MOVE WS-MASTER-CAPACITY TO WS-PRINT-CAPACITY
               END-IF
           END-IF.

      *    Operations sets FREQUENCY-CAP-MAX and FREQUENCY-CAP-WINDOW on
      *    the parameter master -- at most MAX pieces per customer
      *    inside a rolling WINDOW-day span; defaults to 2 in 14.  The
      *    cutoff date is fixed once per run so every cap check compares
      *    the same window.
           APPLY-FREQUENCY-CAP-OVERRIDE.
           MOVE 'customer-filterer' TO WS-PRQ-PROGRAM.
           MOVE 'FREQUENCY-CAP-MAX' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-FREQ-CAP-MAX
           END-IF.
           MOVE 'customer-filterer' TO WS-PRQ-PROGRAM.
           MOVE 'FREQUENCY-CAP-WINDOW' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-FREQ-WINDOW-DAYS
           END-IF.
           COMPUTE WS-FREQ-TODAY-YYYYMMDD =
               LS-YEAR * 10000 + LS-MONTH * 100 + LS-DAY.
               CLOSE F-QUIET-FILE
           END-IF.

      *    Operations sets QUIET-PERIOD-DAYS on the parameter master to
      *    change the bereavement window without a recompile; defaults
      *    to 60 days from the deceased date.
           APPLY-QUIET-DAYS-OVERRIDE.
           MOVE 'customer-filterer' TO WS-PRQ-PROGRAM.
           MOVE 'QUIET-PERIOD-DAYS' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-QUIET-PERIOD-DAYS
           END-IF.

      *    Operations sets MINOR-CONTACT-AGE on the parameter master to
      *    change the minimum age for email and text contact without a
      *    recompile; defaults to 13.
           APPLY-MINOR-AGE-OVERRIDE.
           MOVE 'customer-filterer' TO WS-PRQ-PROGRAM.
           MOVE 'MINOR-CONTACT-AGE' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-MINOR-CONTACT-AGE
           END-IF.

           LOAD-GIFT-CATALOG.
           MOVE 0 TO WS-GIFT-CATALOG-COUNT.
           MOVE 0 TO WS-GIFT-LOG-ENDED.
           OPEN INPUT F-GIFT-CATALOG-FILE.
           PERFORM UNTIL WS-GIFT-LOG-ENDED = 1
               READ F-GIFT-CATALOG-FILE
                   NOT AT END
                       IF RC-GCAT-AGE IS NUMERIC
                       AND RC-GCAT-COST IS NUMERIC
                       AND WS-GIFT-CATALOG-COUNT < 50
                           ADD 1 TO WS-GIFT-CATALOG-COUNT
                           MOVE RC-GCAT-AGE
                               TO WS-GCAT-AGE(WS-GIFT-CATALOG-COUNT)
                           MOVE RC-GCAT-TIER
                               TO WS-GCAT-TIER(WS-GIFT-CATALOG-COUNT)
                           MOVE RC-GCAT-SKU
                               TO WS-GCAT-SKU(WS-GIFT-CATALOG-COUNT)
                           MOVE RC-GCAT-COST
                               TO WS-GCAT-COST(WS-GIFT-CATALOG-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-GIFT-LOG-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GIFT-CATALOG-FILE.

      *    Operations sets GIFT-BUDGET on the parameter master to the
      *    month's gift spend limit; with none in force, or zero, gift
      *    orders are not capped.
           APPLY-GIFT-BUDGET-OVERRIDE.
           MOVE 'customer-filterer' TO WS-PRQ-PROGRAM.
           MOVE 'GIFT-BUDGET' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 10000000
               MOVE WS-PRQ-NUMBER TO WS-GIFT-BUDGET
           END-IF.

      *    The month's spend so far is whatever the order log holds
      *    for the run month -- earlier nights, earlier partitions,
      *    and a failed attempt at this one alike -- so a resumed or
      *    partitioned run cannot overrun the budget.
           LOAD-GIFT-MONTH-SPEND.
           MOVE 0 TO WS-GIFT-MONTH-SPEND.
           MOVE 0 TO WS-GIFT-LOG-ENDED.
           OPEN INPUT F-GIFT-LOG-FILE.
           PERFORM UNTIL WS-GIFT-LOG-ENDED = 1
               READ F-GIFT-LOG-FILE
                   NOT AT END
                       IF GLG-GIFT-ORDER-DATE(1:7)
                           = WS-TODAYS-DATE(1:7)
                       AND GLG-GIFT-UNIT-COST IS NUMERIC
                           ADD GLG-GIFT-UNIT-COST
                               TO WS-GIFT-MONTH-SPEND
                       END-IF
                   AT END
                       MOVE 1 TO WS-GIFT-LOG-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GIFT-LOG-FILE.

      *    Operations sets BELATED-WINDOW-DAYS on the parameter master
      *    to change how far back a corrected birthday still earns a
      *    belated card; defaults to 30 days.
           APPLY-BELATED-WINDOW-OVERRIDE.
           MOVE 'customer-filterer' TO WS-PRQ-PROGRAM.
           MOVE 'BELATED-WINDOW-DAYS' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-BELATED-WINDOW-DAYS
           END-IF.
           MOVE 'AD' TO WS-DS-FUNCTION.
           MOVE WS-TODAYS-DATE TO WS-DS-DATE-1.
           COMPUTE WS-DS-DAYS = 0 - WS-BELATED-WINDOW-DAYS.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DATE-2 TO WS-BELATED-FROM-DATE.

      *    Journal records dated on or after the last run's date are
      *    tonight's work; one made the same day after that run is
      *    picked up here, and the card history keeps one made before
      *    it from being acted on twice.  With no run stamp yet, only
      *    today's records count, so a first run does not work the
      *    whole journal.  Add records make welcome candidates; a
      *    change record whose date of birth differs between the
      *    before and after images makes a belated-birthday
      *    candidate.
           LOAD-JOURNAL-CANDIDATES.
           MOVE 0 TO WS-WELCOME-ID-COUNT.
           MOVE 0 TO WS-BELATED-ID-COUNT.
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
           MOVE 0 TO WS-JOURNAL-IS-ENDED.
           OPEN INPUT F-JOURNAL-FILE.
           PERFORM UNTIL WS-JOURNAL-IS-ENDED = 1
               READ F-JOURNAL-FILE
                   NOT AT END
                       IF RC-JRN-FUNCTION = 'A'
                       AND RC-JRN-STAMP(1:8) >= WS-WELCOME-CUTOFF
                       AND RC-JRN-AFTER-ID IS NUMERIC
                           PERFORM ADD-WELCOME-CANDIDATE
                       END-IF
                       IF RC-JRN-FUNCTION = 'C'
                       AND RC-JRN-STAMP(1:8) >= WS-WELCOME-CUTOFF
                       AND RC-JRN-AFTER-ID IS NUMERIC
                       AND RC-JRN-AFTER-DOB NOT = RC-JRN-BEFORE-DOB
                           PERFORM ADD-BELATED-CANDIDATE
                       END-IF
                   AT END
                       MOVE 1 TO WS-JOURNAL-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL-FILE.

           ADD-WELCOME-CANDIDATE.
           MOVE 0 TO WS-WELCOME-FOUND.
           PERFORM VARYING WS-WELCOME-SUB FROM 1 BY 1
               UNTIL WS-WELCOME-SUB > WS-WELCOME-ID-COUNT
               IF WS-WELCOME-ID(WS-WELCOME-SUB) = RC-JRN-AFTER-ID
                   MOVE WS-WELCOME-SUB TO WS-WELCOME-FOUND
               END-IF
           END-PERFORM.
           IF WS-WELCOME-FOUND = 0
               IF WS-WELCOME-ID-COUNT < 2000
                   ADD 1 TO WS-WELCOME-ID-COUNT
                   MOVE RC-JRN-AFTER-ID
                       TO WS-WELCOME-ID(WS-WELCOME-ID-COUNT)
                   MOVE 0 TO WS-WELCOME-DONE(WS-WELCOME-ID-COUNT)
               ELSE
                   DISPLAY 'customer-filterer: welcome table full -- '
                       'customer ' RC-JRN-AFTER-ID ' not welcomed'
               END-IF
           END-IF.

           ADD-BELATED-CANDIDATE.
           MOVE 0 TO WS-BELATED-FOUND.
           PERFORM VARYING WS-BELATED-SUB FROM 1 BY 1
               UNTIL WS-BELATED-SUB > WS-BELATED-ID-COUNT
               IF WS-BELATED-ID(WS-BELATED-SUB) = RC-JRN-AFTER-ID
                   MOVE WS-BELATED-SUB TO WS-BELATED-FOUND
               END-IF
           END-PERFORM.
           IF WS-BELATED-FOUND = 0
               IF WS-BELATED-ID-COUNT < 2000
                   ADD 1 TO WS-BELATED-ID-COUNT
                   MOVE RC-JRN-AFTER-ID
                       TO WS-BELATED-ID(WS-BELATED-ID-COUNT)
                   MOVE 0 TO WS-BELATED-DONE(WS-BELATED-ID-COUNT)
               ELSE
                   DISPLAY 'customer-filterer: belated table full -- '
                       'customer ' RC-JRN-AFTER-ID ' not queued'
               END-IF
           END-IF.

           LOAD-WEIGHT-CLASSES.
           CLOSE F-EMAIL-TEMPLATE-FILE.

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
           END-IF.

      *    Fill subject and body for the e-notification in the
      *    record area: the occasion's template set with its name
      *    token substituted, or -- when marketing has not written
      *    one -- the card message itself as the body with a plain
      *    subject, which is what went out before subjects existed.
      *    The set is taken in the piece's language; a language with
      *    no set for the occasion gets the English one, counted as
      *    a fallback.  In either language a branded piece takes its
      *    brand's set ahead of the house set.
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
           MOVE 0 TO WS-FREQ-SCAN-ENDED.
           OPEN INPUT F-SMS-TEMPLATE-FILE.
           PERFORM UNTIL WS-FREQ-SCAN-ENDED = 1
               READ F-SMS-TEMPLATE-FILE
                   NOT AT END
                       PERFORM STORE-ONE-SMS-TEMPLATE
                   AT END
                       MOVE 1 TO WS-FREQ-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SMS-TEMPLATE-FILE.

      *    A later row for the same occasion and language replaces
      *    the earlier one.
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

      *    The occasion's short-form text in the piece's language,
      *    else the English one (counted as a fallback), else the
      *    card message.  &NAME, &FIRST and &FORMAL take the
      *    customer's name forms; anything the name pushes past 160
      *    characters is cut.
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
               MOVE RC-OUTBOUND-MESSAGE TO RC-SMS-TEXT
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

      *    Carried and household pieces hold only the name printed
      *    on the envelope, so every token prints that.
           SET-PLAIN-NAME-TOKENS.
           MOVE WS-EMAIL-NAME-WORK TO WS-FIRST-NAME-WORK.
           MOVE WS-EMAIL-NAME-WORK TO WS-FORMAL-NAME-WORK.

           LOAD-ZIP-STATE-RANGES.
           MOVE 0 TO WS-ZSR-COUNT.
           MOVE 0 TO WS-FREQ-SCAN-ENDED.
                               WS-CARRY-IN-ADDRESS(WS-CARRY-IN-COUNT)
                           MOVE RC-CARRY-EMAIL TO
                               WS-CARRY-IN-EMAIL(WS-CARRY-IN-COUNT)
                           IF RC-CARRY-LANGUAGE = SPACES
                               MOVE 'EN' TO WS-CARRY-IN-LANGUAGE(
                                   WS-CARRY-IN-COUNT)
                           ELSE
                               MOVE RC-CARRY-LANGUAGE TO
                                   WS-CARRY-IN-LANGUAGE(
                                   WS-CARRY-IN-COUNT)
                           END-IF
                           MOVE RC-CARRY-BRAND TO
                               WS-CARRY-IN-BRAND(WS-CARRY-IN-COUNT)
                           MOVE RC-CARRY-REP-ID TO
                               WS-CARRY-IN-REP-ID(WS-CARRY-IN-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-XREF-FILE-IS-ENDED
           END-PERFORM.

           EMIT-ONE-CARRIED-CARD.
           PERFORM POST-BRAND-COUNTS.
           MOVE WS-CARRY-IN-BRAND(WS-CARRY-SUB) TO WS-PIECE-BRAND.
           MOVE WS-CARRY-IN-REP-ID(WS-CARRY-SUB) TO WS-PIECE-REP-ID.
           MOVE 0 TO WS-CUSTOMER-IS-FOREIGN.
           MOVE 0 TO WS-CUSTOMER-IS-ACCESSIBLE.
           MOVE 0 TO WS-CUSTOMER-IS-MINOR.
           MOVE 0 TO WS-EMAIL-ONLY.
           MOVE 0 TO WS-MAIL-ONLY.
           MOVE 0 TO WS-SMS-ONLY.
           MOVE WS-CARRY-IN-ID(WS-CARRY-SUB)
               TO WS-VARIANT-CUSTOMER-ID.
           MOVE WS-CARRY-IN-LANGUAGE(WS-CARRY-SUB) TO WS-PIECE-LANGUAGE.
           PERFORM SELECT-BIRTHDAY-TEMPLATE.
           MOVE WS-CARRY-IN-NAME(WS-CARRY-SUB) TO RC-CARD-NAME.
           MOVE WS-CARRY-IN-ADDRESS(WS-CARRY-SUB)
               TO RC-CARD-ADDRESS.
           MOVE RC-CARD-NAME TO WS-EMAIL-NAME-WORK.
           PERFORM SET-PLAIN-NAME-TOKENS.
           MOVE WS-BIRTHDAY-TEMPLATE TO WS-GREETING-TEMPLATE.
           PERFORM BUILD-CARD-GREETING.
           MOVE WS-SUBST-OUT TO RC-CARD-MESSAGE.
           WRITE RC-CARD-CUSTOMER
           END-WRITE.
           MOVE 'BIRTHDAY' TO RC-OUTBOUND-OCCASION.
               MOVE RC-CARD-MESSAGE TO RC-EMAIL-MESSAGE
               MOVE WS-CARRY-IN-NAME(WS-CARRY-SUB)
                   TO WS-EMAIL-NAME-WORK
               PERFORM SET-PLAIN-NAME-TOKENS
               PERFORM BUILD-EMAIL-CONTENT
               MOVE RC-CARD-ADDR-STATE TO WS-RESP-STATE
               PERFORM ISSUE-EMAIL-RESPONSE-CODE
               WRITE RC-EMAIL-CUSTOMER
               END-WRITE
               ADD 1 TO WS-EMAIL-COUNT
           END-READ.

           EMIT-REMAIL-FOR-CUSTOMER.
           PERFORM POST-BRAND-COUNTS.
           MOVE RC-CUSTOMER-BRAND TO WS-PIECE-BRAND.
           MOVE RC-CUSTOMER-REP-ID TO WS-PIECE-REP-ID.
           PERFORM SET-DELIVERY-CHANNEL.
           PERFORM SET-MINOR-PROTECTION.
           MOVE 0 TO WS-CUSTOMER-IS-FOREIGN.
           IF RC-CUSTOMER-COUNTRY NOT = SPACES
           AND RC-CUSTOMER-COUNTRY NOT = 'US'
               MOVE 1 TO WS-CUSTOMER-IS-FOREIGN
           END-IF.
           PERFORM SET-ACCESSIBLE-FORMAT.
           IF RC-CUSTOMER-DECEASED = 'Y'
           OR RC-CUSTOMER-DO-NOT-MAIL = 'Y'
           OR WS-EMAIL-ONLY = 1
           MOVE RC-CUSTOMER-NAME TO RC-OUTBOUND-NAME.
           MOVE RC-CUSTOMER-ADDRESS TO RC-OUTBOUND-ADDRESS.
           MOVE RC-HIST-MESSAGE TO RC-OUTBOUND-MESSAGE.
      *    The re-mailed card is the same offer the bounced one
      *    carried, so it goes out under the original code and
      *    variant rather than a fresh issue.
           MOVE RC-HIST-VARIANT TO WS-PIECE-VARIANT.
           MOVE RC-HIST-RESPONSE-CODE TO WS-CARD-RESPONSE-CODE.
           IF WS-CARD-RESPONSE-CODE NOT = SPACES
               MOVE 1 TO WS-KEEP-RESPONSE-CODE
           END-IF.
           PERFORM WRITE-OUTBOUND-RECORD.
           MOVE 0 TO WS-KEEP-RESPONSE-CODE.
           MOVE WS-REMAIL-IN-ID(WS-REMAIL-SUB)
               TO WS-HISTORY-CUSTOMER-ID.
           PERFORM WRITE-CARD-HISTORY.
                   TO RC-CARRY-ADDRESS
               MOVE WS-CARRY-OUT-EMAIL(WS-CARRY-SUB)
                   TO RC-CARRY-EMAIL
               MOVE WS-CARRY-OUT-LANGUAGE(WS-CARRY-SUB)
                   TO RC-CARRY-LANGUAGE
               MOVE WS-CARRY-OUT-BRAND(WS-CARRY-SUB)
                   TO RC-CARRY-BRAND
               MOVE WS-CARRY-OUT-REP-ID(WS-CARRY-SUB)
                   TO RC-CARRY-REP-ID
               WRITE RC-CARRYOVER-RECORD
               END-WRITE
           END-PERFORM.
           END-IF.

      *    One card per household: every later unwritten celebrant at
      *    the same address, with the same preferred language and
      *    under the same brand, joins the name line ('PAT and SAM'),
      *    and
      *    each combined celebrant beyond the first counts as postage
      *    saved in the HOUSEHOLD audit figure.
           EMIT-HOUSEHOLD-CARD.
      *    table, so flags left over from the last customer read must
      *    not leak into the flush.
           MOVE 0 TO WS-CUSTOMER-IS-FOREIGN.
           MOVE 0 TO WS-CUSTOMER-IS-ACCESSIBLE.
           MOVE 0 TO WS-CUSTOMER-IS-MINOR.
           MOVE 0 TO WS-EMAIL-ONLY.
           MOVE 0 TO WS-MAIL-ONLY.
           MOVE 0 TO WS-SMS-ONLY.
           MOVE 1 TO WS-BDAY-PEND-WRITTEN(WS-BDAY-SUB-1).
           MOVE WS-BDAY-PEND-LANGUAGE(WS-BDAY-SUB-1)
               TO WS-PIECE-LANGUAGE.
           PERFORM POST-BRAND-COUNTS.
           MOVE WS-BDAY-PEND-BRAND(WS-BDAY-SUB-1) TO WS-PIECE-BRAND.
           MOVE WS-BDAY-PEND-REP-ID(WS-BDAY-SUB-1) TO WS-PIECE-REP-ID.
           MOVE 1 TO WS-GROUP-MEMBER-COUNT.
           MOVE SPACES TO WS-COMBINED-NAME.
           MOVE 1 TO WS-COMBINED-POINTER.
               AND WS-BDAY-PEND-WRITTEN(WS-BDAY-SUB-2) = 0
               AND WS-BDAY-PEND-ADDRESS(WS-BDAY-SUB-2) =
                   WS-BDAY-PEND-ADDRESS(WS-BDAY-SUB-1)
               AND WS-BDAY-PEND-LANGUAGE(WS-BDAY-SUB-2) =
                   WS-PIECE-LANGUAGE
               AND WS-BDAY-PEND-BRAND(WS-BDAY-SUB-2) = WS-PIECE-BRAND
                   MOVE 1 TO WS-BDAY-PEND-WRITTEN(WS-BDAY-SUB-2)
                   ADD 1 TO WS-GROUP-MEMBER-COUNT
                   STRING ' and '
           MOVE WS-COMBINED-NAME TO RC-CARD-NAME.
           MOVE WS-BDAY-PEND-ADDRESS(WS-BDAY-SUB-1)
               TO RC-CARD-ADDRESS.
           MOVE WS-COMBINED-NAME TO WS-EMAIL-NAME-WORK.
           PERFORM SET-PLAIN-NAME-TOKENS.
           MOVE WS-BIRTHDAY-TEMPLATE TO WS-GREETING-TEMPLATE.
           PERFORM BUILD-CARD-GREETING.
           MOVE WS-SUBST-OUT TO RC-CARD-MESSAGE.
           IF WS-SIMULATE-MODE = 0
               WRITE RC-CARD-CUSTOMER
               END-WRITE
               IF WS-BDAY-PEND-WRITTEN(WS-BDAY-SUB-2) = 1
               AND WS-BDAY-PEND-ADDRESS(WS-BDAY-SUB-2) =
                   WS-BDAY-PEND-ADDRESS(WS-BDAY-SUB-1)
               AND WS-BDAY-PEND-LANGUAGE(WS-BDAY-SUB-2) =
                   WS-PIECE-LANGUAGE
               AND WS-BDAY-PEND-BRAND(WS-BDAY-SUB-2) = WS-PIECE-BRAND
                   MOVE WS-BDAY-PEND-ID(WS-BDAY-SUB-2)
                       TO WS-HISTORY-CUSTOMER-ID
                   PERFORM WRITE-CARD-HISTORY
               IF WS-BDAY-PEND-WRITTEN(WS-BDAY-SUB-2) = 1
               AND WS-BDAY-PEND-ADDRESS(WS-BDAY-SUB-2) =
                   WS-BDAY-PEND-ADDRESS(WS-BDAY-SUB-1)
               AND WS-BDAY-PEND-LANGUAGE(WS-BDAY-SUB-2) =
                   WS-PIECE-LANGUAGE
               AND WS-BDAY-PEND-BRAND(WS-BDAY-SUB-2) = WS-PIECE-BRAND
               AND WS-BDAY-PEND-EMAIL(WS-BDAY-SUB-2) NOT = SPACES
                   MOVE WS-BDAY-PEND-ID(WS-BDAY-SUB-2)
                       TO RC-EMAIL-CUSTOMER-ID
                   MOVE RC-CARD-MESSAGE TO RC-EMAIL-MESSAGE
                   MOVE WS-BDAY-PEND-NAME(WS-BDAY-SUB-2)
                       TO WS-EMAIL-NAME-WORK
                   PERFORM SET-PLAIN-NAME-TOKENS
                   PERFORM BUILD-EMAIL-CONTENT
                   IF WS-SIMULATE-MODE = 0
                       MOVE RC-CARD-ADDR-STATE TO WS-RESP-STATE
                       PERFORM ISSUE-EMAIL-RESPONSE-CODE
                       WRITE RC-EMAIL-CUSTOMER
                       END-WRITE
                   END-IF
      *    print vendor handles foreign mail -- and count under INTL=
      *    instead of the domestic occasion and vendor figures, so
      *    the postage ledger can price them at the international
      *    rate class.  Large-print and braille pieces go the same
      *    way to the accessible-format vendor's file, bypassing the
      *    print vendor routing, under their own weight class and the
      *    LARGE= and BRAILLE= figures.
           WRITE-OUTBOUND-RECORD.
           MOVE WS-PIECE-BRAND TO RC-OUTBOUND-BRAND.
           PERFORM SET-REP-SIGNATURE.
           IF WS-EMAIL-ONLY = 1
      *        No paper: nothing to hand off, route, or price.
               MOVE SPACES TO RC-OUTBOUND-INSERT-CODE
               MOVE SPACES TO RC-OUTBOUND-WEIGHT-CLASS
               MOVE SPACES TO RC-OUTBOUND-RESPONSE-CODE
               MOVE SPACES TO WS-CARD-RESPONSE-CODE
           ELSE
               PERFORM WRITE-PHYSICAL-OUTBOUND
           END-IF.
           WRITE-PHYSICAL-OUTBOUND.
           PERFORM SELECT-INSERT-FOR-OCCASION.
           PERFORM SELECT-WEIGHT-CLASS.
           IF WS-CUSTOMER-IS-MINOR = 1
               PERFORM ADDRESS-TO-GUARDIAN
           END-IF.
           IF WS-KEEP-RESPONSE-CODE = 0
               PERFORM ISSUE-CARD-RESPONSE-CODE
           END-IF.
           MOVE WS-CARD-RESPONSE-CODE TO RC-OUTBOUND-RESPONSE-CODE.
           IF WS-CUSTOMER-IS-FOREIGN = 1
               IF WS-SIMULATE-MODE = 0
                   WRITE RC-INTL-RECORD
                       FROM RC-OUTBOUND-CUSTOMER
                   MOVE RC-OUTBOUND-CUSTOMER TO WS-SDP-PIECE
                   PERFORM NOTE-INTL-SEED-OCCASION
               END-IF
               ADD 1 TO WS-INTL-COUNT
           ELSE
           IF WS-CUSTOMER-IS-ACCESSIBLE = 1
               PERFORM WRITE-ACCESSIBLE-PIECE
           ELSE
               IF WS-SIMULATE-MODE = 0
                   WRITE RC-OUTBOUND-CUSTOMER
               END-IF
               ADD 1 TO WS-OUTBOUND-COUNT
               PERFORM ROUTE-CARD-TO-VENDOR
           END-IF
           END-IF.

           WRITE-ACCESSIBLE-PIECE.
           IF RC-CUSTOMER-ACCESS-FORMAT = 'B'
               MOVE 'BRAIL' TO RC-OUTBOUND-WEIGHT-CLASS
               ADD 1 TO WS-ACCESS-BRAILLE-COUNT
           ELSE
               MOVE 'LGPRT' TO RC-OUTBOUND-WEIGHT-CLASS
               ADD 1 TO WS-ACCESS-LARGE-COUNT
           END-IF.
           ADD 1 TO WS-ACCESS-COUNT.
           IF WS-SIMULATE-MODE = 0
               WRITE RC-ACCESS-RECORD FROM RC-OUTBOUND-CUSTOMER
           END-IF.

      *    insert-rules.dat maps an occasion code to the enclosure
           PERFORM UNTIL WS-FREQ-SCAN-ENDED = 1
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
                       MOVE 1 TO WS-FREQ-SCAN-ENDED
           END-PERFORM.
           CLOSE F-INSERT-RULES-FILE.

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
                   WS-INSERT-TOTAL-PIECES(WS-INSERT-TOTAL-COUNT)
           END-IF.

      *    The print vendors and the state routing come from the
      *    vendor-table callable (vendor-table.dat and
      *    vendor-routing.dat); unmapped states go to the default
      *    vendor so nothing is ever dropped.  Each vendor on the
      *    table gets its own dated file, and the split is counted in
      *    the run audit.  A piece whose home vendor is down on
      *    vendor-outage.dat goes to the failover vendor's file and
      *    is marked as failover volume.
           LOAD-VENDOR-TABLE.
           MOVE 'L' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-TODAYS-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           IF WS-VTB-RESULT = 4
               DISPLAY 'customer-filterer: no vendor-table.dat -- '
                   'vendors A and B assumed'
           END-IF.

           FIND-VENDOR-FOR-STATE.
           MOVE 'R' TO WS-VTB-FUNCTION.
           MOVE RC-OUTBOUND-ADDR-STATE TO WS-VTB-STATE.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-TODAYS-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.

           ROUTE-CARD-TO-VENDOR.
           PERFORM FIND-VENDOR-FOR-STATE.
           IF WS-SIMULATE-MODE = 0
               MOVE WS-VTB-VENDOR TO RC-VWK-VENDOR
               IF WS-VTB-VENDOR = WS-VTB-HOME-VENDOR
                   MOVE 'N' TO RC-VWK-FAILOVER
               ELSE
                   MOVE 'Y' TO RC-VWK-FAILOVER
               END-IF
               MOVE RC-OUTBOUND-CUSTOMER TO RC-VWK-PIECE
               WRITE RC-VENDOR-WORK-RECORD
           END-IF.
           ADD 1 TO WS-VENDOR-TOTAL-COUNT.

      *    Every vendor on the table gets a file, empty or not, so
      *    the pickup job finds one per vendor every night.  The
      *    work file holds the whole day, a resumed run's earlier
      *    pieces included, so the per-vendor figures are counted
      *    here rather than carried.
           SPLIT-VENDOR-FILES.
           MOVE 0 TO WS-STOCK-USE-COUNT.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               PERFORM SPLIT-ONE-VENDOR-FILE
           END-PERFORM.

           SPLIT-ONE-VENDOR-FILE.
           MOVE 0 TO WS-VENDOR-PIECES(WS-VND-SUB).
           MOVE 0 TO WS-FAILOVER-PIECES(WS-VND-SUB).
           MOVE 0 TO WS-VENDOR-SEEDS(WS-VND-SUB).
           MOVE 0 TO WS-SDP-OCCASION-COUNT.
           PERFORM BUILD-VENDOR-FILENAME.
           OPEN OUTPUT F-VENDOR-FILE.
           MOVE 0 TO WS-VENDOR-WORK-ENDED.
           OPEN INPUT F-VENDOR-WORK-FILE.
           PERFORM UNTIL WS-VENDOR-WORK-ENDED = 1
               READ F-VENDOR-WORK-FILE
                   NOT AT END
                       IF RC-VWK-VENDOR = WS-VND-CODE(WS-VND-SUB)
                           WRITE RC-VENDOR-RECORD FROM RC-VWK-PIECE
                           ADD 1 TO WS-VENDOR-PIECES(WS-VND-SUB)
                           IF RC-VWK-FAILOVER = 'Y'
                               ADD 1 TO WS-FAILOVER-PIECES(WS-VND-SUB)
                           END-IF
                           MOVE RC-VWK-PIECE TO WS-SDP-PIECE
                           PERFORM NOTE-VENDOR-SEED-OCCASION
                           PERFORM COUNT-STOCK-USE
                       END-IF
                   AT END
                       MOVE 1 TO WS-VENDOR-WORK-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VENDOR-WORK-FILE.
           IF WS-SEEDS-WANTED = 1
               PERFORM WRITE-VENDOR-SEED-PIECES
           END-IF.
           CLOSE F-VENDOR-FILE.

           COUNT-STOCK-USE.
           MOVE 0 TO WS-STOCK-WAS-FOUND.
           PERFORM VARYING WS-STOCK-SUB FROM 1 BY 1
               UNTIL WS-STOCK-SUB > WS-STOCK-USE-COUNT
               IF WS-STOCK-USE-VENDOR(WS-STOCK-SUB)
                   = WS-VND-CODE(WS-VND-SUB)
               AND WS-STOCK-USE-OCCASION(WS-STOCK-SUB)
                   = WS-SDP-PIECE-OCCASION
                   ADD 1 TO WS-STOCK-USE-PIECES(WS-STOCK-SUB)
                   MOVE 1 TO WS-STOCK-WAS-FOUND
                   MOVE WS-STOCK-USE-COUNT TO WS-STOCK-SUB
               END-IF
           END-PERFORM.
           IF WS-STOCK-WAS-FOUND = 0
           AND WS-STOCK-USE-COUNT < 200
               ADD 1 TO WS-STOCK-USE-COUNT
               MOVE WS-VND-CODE(WS-VND-SUB)
                   TO WS-STOCK-USE-VENDOR(WS-STOCK-USE-COUNT)
               MOVE WS-SDP-PIECE-OCCASION
                   TO WS-STOCK-USE-OCCASION(WS-STOCK-USE-COUNT)
               MOVE 1 TO WS-STOCK-USE-PIECES(WS-STOCK-USE-COUNT)
           END-IF.

           BUILD-VENDOR-FILENAME.
           MOVE SPACES TO WS-VENDOR-FILENAME.
           STRING 'vendor-'
               FUNCTION LOWER-CASE(WS-VND-CODE(WS-VND-SUB))
               '-mail-' WS-TODAYS-DATE '.dat'
               INTO WS-VENDOR-FILENAME
           END-STRING.
           IF WS-PARTITION-MODE = 1
               MOVE WS-VENDOR-FILENAME TO WS-SUFFIX-WORK
               PERFORM APPEND-PARTITION-SUFFIX
               MOVE WS-SUFFIX-WORK TO WS-VENDOR-FILENAME
           END-IF.

      *    Every vendor file and the international file carry one
      *    seed piece per occasion in them, addressed to staff on
      *    seed-list.dat, so delivery time and print quality are
      *    measured independently of the vendors' confirmations.
      *    Seeds appear on the manifest under SEEDS= only -- never
      *    in COUNT=, the run audit or the postage figures.  In
      *    partition mode only the range at the bottom of the key
      *    space seeds, so there is one set per night.
           OPEN-SEED-LEDGER.
           MOVE 0 TO WS-SEEDS-WANTED.
           IF WS-PARTITION-MODE = 0 OR WS-PART-FROM-ID = 0
               MOVE 'O' TO WS-SDP-FUNCTION
               MOVE SPACES TO WS-SEED-LEDGER-RECORD
               MOVE WS-TODAYS-DATE TO WS-SDL-RUN-DATE
               CALL 'seed-pieces' USING WS-SDP-FUNCTION
                   WS-SEED-LEDGER-RECORD WS-SDP-PIECE WS-SDP-RESULT
               IF WS-SDP-RESULT = 0
                   MOVE 1 TO WS-SEEDS-WANTED
               END-IF
           END-IF.

           CLOSE-SEED-LEDGER.
           IF WS-SEEDS-WANTED = 1
               MOVE 'C' TO WS-SDP-FUNCTION
               CALL 'seed-pieces' USING WS-SDP-FUNCTION
                   WS-SEED-LEDGER-RECORD WS-SDP-PIECE WS-SDP-RESULT
           END-IF.

           NOTE-VENDOR-SEED-OCCASION.
           MOVE 0 TO WS-SDP-OCCASION-FOUND.
           PERFORM VARYING WS-SDP-SUB FROM 1 BY 1
               UNTIL WS-SDP-SUB > WS-SDP-OCCASION-COUNT
               IF WS-SDP-OCCASION(WS-SDP-SUB) = WS-SDP-PIECE-OCCASION
                   MOVE 1 TO WS-SDP-OCCASION-FOUND
               END-IF
           END-PERFORM.
           IF WS-SDP-OCCASION-FOUND = 0
           AND WS-SDP-OCCASION-COUNT < 20
               ADD 1 TO WS-SDP-OCCASION-COUNT
               MOVE WS-SDP-PIECE-OCCASION
                   TO WS-SDP-OCCASION(WS-SDP-OCCASION-COUNT)
               MOVE WS-SDP-PIECE
                   TO WS-SDP-TEMPLATE(WS-SDP-OCCASION-COUNT)
           END-IF.

           NOTE-INTL-SEED-OCCASION.
           MOVE 0 TO WS-SDP-OCCASION-FOUND.
           PERFORM VARYING WS-SDP-SUB FROM 1 BY 1
               UNTIL WS-SDP-SUB > WS-SDP-INTL-COUNT
               IF WS-SDP-INTL-OCCASION(WS-SDP-SUB)
                   = WS-SDP-PIECE-OCCASION
                   MOVE 1 TO WS-SDP-OCCASION-FOUND
               END-IF
           END-PERFORM.
           IF WS-SDP-OCCASION-FOUND = 0
           AND WS-SDP-INTL-COUNT < 20
               ADD 1 TO WS-SDP-INTL-COUNT
               MOVE WS-SDP-PIECE-OCCASION
                   TO WS-SDP-INTL-OCCASION(WS-SDP-INTL-COUNT)
               MOVE WS-SDP-PIECE
                   TO WS-SDP-INTL-TEMPLATE(WS-SDP-INTL-COUNT)
           END-IF.

           WRITE-VENDOR-SEED-PIECES.
           PERFORM VARYING WS-SDP-SUB FROM 1 BY 1
               UNTIL WS-SDP-SUB > WS-SDP-OCCASION-COUNT
               MOVE WS-SDP-TEMPLATE(WS-SDP-SUB) TO WS-SDP-PIECE
               MOVE SPACES TO WS-SEED-LEDGER-RECORD
               MOVE WS-TODAYS-DATE TO WS-SDL-RUN-DATE
               MOVE WS-VND-CODE(WS-VND-SUB) TO WS-SDL-VENDOR
               MOVE WS-VENDOR-FILENAME TO WS-SDL-FILENAME
               MOVE WS-SDP-OCCASION(WS-SDP-SUB) TO WS-SDL-OCCASION
               PERFORM ISSUE-SEED-PIECE
               IF WS-SDP-RESULT = 0
                   WRITE RC-VENDOR-RECORD FROM WS-SDP-PIECE
                   ADD 1 TO WS-VENDOR-SEEDS(WS-VND-SUB)
                   PERFORM COUNT-STOCK-USE
               END-IF
           END-PERFORM.

           WRITE-INTL-SEED-PIECES.
           IF WS-SEEDS-WANTED = 1
           AND WS-INTL-IS-SEEDED = 0
               PERFORM VARYING WS-SDP-SUB FROM 1 BY 1
                   UNTIL WS-SDP-SUB > WS-SDP-INTL-COUNT
                   MOVE WS-SDP-INTL-TEMPLATE(WS-SDP-SUB)
                       TO WS-SDP-PIECE
                   MOVE SPACES TO WS-SEED-LEDGER-RECORD
                   MOVE WS-TODAYS-DATE TO WS-SDL-RUN-DATE
                   MOVE WS-INTL-FILENAME TO WS-SDL-FILENAME
                   MOVE WS-SDP-INTL-OCCASION(WS-SDP-SUB)
                       TO WS-SDL-OCCASION
                   PERFORM ISSUE-SEED-PIECE
                   IF WS-SDP-RESULT = 0
                       WRITE RC-INTL-RECORD FROM WS-SDP-PIECE
                       ADD 1 TO WS-INTL-SEEDS
                   END-IF
               END-PERFORM
           END-IF.

           ISSUE-SEED-PIECE.
           MOVE 'I' TO WS-SDP-FUNCTION.
           CALL 'seed-pieces' USING WS-SDP-FUNCTION
               WS-SEED-LEDGER-RECORD WS-SDP-PIECE WS-SDP-RESULT.

      *    Permanent per-customer contact history, keyed by customer,
      *    run date, and occasion -- the file the service desk reads
      *    to answer 'what did we send this person and when?'  A
      *    resumed run), which is fine.
           WRITE-CARD-HISTORY.
           IF WS-SIMULATE-MODE = 0
               MOVE SPACES TO RC-HISTORY-RECORD
               MOVE WS-HISTORY-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID
               MOVE WS-TODAYS-DATE TO RC-HIST-RUN-DATE
               MOVE RC-OUTBOUND-OCCASION TO RC-HIST-OCCASION
               MOVE RC-OUTBOUND-MESSAGE TO RC-HIST-MESSAGE
               MOVE WS-PIECE-VARIANT TO RC-HIST-VARIANT
               MOVE WS-CARD-RESPONSE-CODE TO RC-HIST-RESPONSE-CODE
               WRITE RC-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ADD-TO-CONTACT-SUMMARY
               END-WRITE
           END-IF.

      *    contact-summary.dat keeps pace with every history record
      *    written, and the summary it hands back is the customer's
      *    current one for the checks that follow.
           ADD-TO-CONTACT-SUMMARY.
           MOVE 'A' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION
               RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE RC-HIST-OCCASION
               WS-SUMMARY-RECORD WS-CSM-RESULT.
           IF WS-CSM-RESULT = 0
               MOVE RC-HIST-CUSTOMER-ID TO WS-CSM-LOADED-ID
               MOVE 1 TO WS-CSM-IS-LOADED
           ELSE
               MOVE 0 TO WS-CSM-IS-LOADED
           END-IF.

      *    One keyed read of contact-summary.dat per customer answers
      *    the template-rotation, restart, welcome, belated and
      *    frequency-cap questions that each used to read through the
      *    customer's card history.  The summary is held until the
      *    next customer is asked about.  No summary file, or a
      *    customer with more occasions than the summary holds, and
      *    the checks read card-history.dat as before.
           LOAD-CONTACT-SUMMARY.
           IF WS-CSM-IS-LOADED = 0
           OR WS-CSM-LOADED-ID NOT = WS-CSM-CUSTOMER-ID
               MOVE 'R' TO WS-CSM-FUNCTION
               CALL 'contact-summary' USING WS-CSM-FUNCTION
                   WS-CSM-CUSTOMER-ID WS-TODAYS-DATE WS-CSM-OCCASION
                   WS-SUMMARY-RECORD WS-CSM-RESULT
               IF WS-CSM-RESULT <= 1
                   MOVE WS-CSM-CUSTOMER-ID TO WS-CSM-LOADED-ID
                   MOVE 1 TO WS-CSM-IS-LOADED
               ELSE
                   MOVE 0 TO WS-CSM-IS-LOADED
               END-IF
           END-IF.
           MOVE 0 TO WS-CSM-USABLE.
           IF WS-CSM-IS-LOADED = 1
           AND NOT WS-SUM-IS-OVERFLOWED
               MOVE 1 TO WS-CSM-USABLE
           END-IF.

           FIND-SUMMARY-OCCASION.
           MOVE 0 TO WS-CSM-FOUND.
           PERFORM VARYING WS-CSM-SUB FROM 1 BY 1
               UNTIL WS-CSM-SUB > WS-SUM-OCCASION-COUNT
               OR WS-CSM-FOUND > 0
               IF WS-SUM-OCCASION(WS-CSM-SUB) = WS-CSM-OCCASION
                   MOVE WS-CSM-SUB TO WS-CSM-FOUND
               END-IF
           END-PERFORM.

      *    A malformed address ('bob@', 'none') burns dispatch retries
      *    for days, so it goes to the exception file instead of
      *    downstream.
           IF WS-MAIL-ONLY = 1
               CONTINUE
           ELSE
           IF WS-SMS-ONLY = 1
               PERFORM WRITE-SMS-NOTIFICATION
           ELSE
           IF WS-EMAIL-ONLY = 1 AND RC-CUSTOMER-EMAIL = SPACES
      *        An email-only customer with no address on file gets
      *        nothing at all -- that is an exception, not a quiet
                   MOVE RC-OUTBOUND-OCCASION TO RC-EMAIL-OCCASION
                   MOVE RC-CUSTOMER-EMAIL TO RC-EMAIL-ADDRESS
                   MOVE RC-OUTBOUND-MESSAGE TO RC-EMAIL-MESSAGE
                   PERFORM SET-CUSTOMER-NAME-TOKENS
                   PERFORM BUILD-EMAIL-CONTENT
                   IF WS-SIMULATE-MODE = 0
                       MOVE RC-ADDR-STATE TO WS-RESP-STATE
                       PERFORM ISSUE-EMAIL-RESPONSE-CODE
                       WRITE RC-EMAIL-CUSTOMER
                       END-WRITE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Legal's rule: no text without a consent date on file.  A
      *    text-only customer missing the number or the consent gets
      *    nothing, and that is an exception, as with an email-only
      *    customer with no address.
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
               MOVE RC-OUTBOUND-OCCASION TO RC-SMS-OCCASION
               MOVE RC-CUSTOMER-MOBILE TO RC-SMS-MOBILE
               PERFORM SET-CUSTOMER-NAME-TOKENS
               PERFORM BUILD-SMS-TEXT
               IF WS-SIMULATE-MODE = 0
                   MOVE RC-ADDR-STATE TO WS-RESP-STATE
                   PERFORM ISSUE-SMS-RESPONSE-CODE
                   WRITE RC-SMS-RECORD
                   END-WRITE
               END-IF
               ADD 1 TO WS-SMS-COUNT
           END-IF
           END-IF.

      *    Response/offer codes come from response-code-issuer, one
      *    per physical card and one per e-notification, each logged
      *    on response-codes.dat with the customer, run date,
      *    occasion, template variant, channel and state that
      *    produced it.  The card's customer is the one its template
      *    was picked for (the first member of a household card).
      *    Simulation runs issue nothing.
           ISSUE-CARD-RESPONSE-CODE.
           MOVE SPACES TO WS-CARD-RESPONSE-CODE.
           IF WS-SIMULATE-MODE = 0
               MOVE WS-VARIANT-CUSTOMER-ID TO WS-RESP-CUSTOMER-ID
               MOVE RC-OUTBOUND-OCCASION TO WS-RESP-OCCASION
               MOVE 'C' TO WS-RESP-CHANNEL
               MOVE RC-OUTBOUND-ADDR-STATE TO WS-RESP-STATE
               PERFORM ISSUE-RESPONSE-CODE
               MOVE WS-RESP-CODE TO WS-CARD-RESPONSE-CODE
           END-IF.

      *    The e-mail's code also goes onto the customer's history
      *    record for the occasion, which the card path has already
      *    written by the time the notification goes out.
           ISSUE-EMAIL-RESPONSE-CODE.
           MOVE RC-EMAIL-CUSTOMER-ID TO WS-RESP-CUSTOMER-ID.
           MOVE RC-EMAIL-OCCASION TO WS-RESP-OCCASION.
           MOVE 'E' TO WS-RESP-CHANNEL.
           PERFORM ISSUE-RESPONSE-CODE.
           MOVE WS-RESP-CODE TO RC-EMAIL-RESPONSE-CODE.
           IF WS-RESP-CODE NOT = SPACES
               MOVE RC-EMAIL-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID
               MOVE WS-TODAYS-DATE TO RC-HIST-RUN-DATE
               MOVE RC-EMAIL-OCCASION TO RC-HIST-OCCASION
               READ F-HISTORY-FILE
                   KEY IS RC-HIST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-RESP-CODE TO RC-HIST-EMAIL-CODE
                       REWRITE RC-HISTORY-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      *    A text's code is logged under channel S and, like the
      *    e-mail's, rides the history record's notification code.
           ISSUE-SMS-RESPONSE-CODE.
           MOVE RC-SMS-CUSTOMER-ID TO WS-RESP-CUSTOMER-ID.
           MOVE RC-SMS-OCCASION TO WS-RESP-OCCASION.
           MOVE 'S' TO WS-RESP-CHANNEL.
           PERFORM ISSUE-RESPONSE-CODE.
           MOVE WS-RESP-CODE TO RC-SMS-RESPONSE-CODE.
           IF WS-RESP-CODE NOT = SPACES
               MOVE RC-SMS-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID
               MOVE WS-TODAYS-DATE TO RC-HIST-RUN-DATE
               MOVE RC-SMS-OCCASION TO RC-HIST-OCCASION
               READ F-HISTORY-FILE
                   KEY IS RC-HIST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-RESP-CODE TO RC-HIST-EMAIL-CODE
                       REWRITE RC-HISTORY-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

           ISSUE-RESPONSE-CODE.
           MOVE WS-TODAYS-DATE TO WS-RESP-RUN-DATE.
           MOVE WS-PIECE-VARIANT TO WS-RESP-VARIANT.
           MOVE SPACES TO WS-RESP-CODE.
           MOVE 'I' TO WS-RESP-FUNCTION.
           CALL 'response-code-issuer' USING WS-RESP-FUNCTION
               WS-RESPONSE-RECORD WS-RESP-RESULT.
           IF WS-RESP-RESULT NOT = 0
               MOVE SPACES TO WS-RESP-CODE
           END-IF.

      *    Format checks only: exactly one @, something on both sides
               PERFORM CHECK-FREQUENCY-CAP
               IF WS-FREQ-CAP-HIT = 1
                   PERFORM SUPPRESS-FOR-FREQUENCY-CAP
               ELSE
                   MOVE 'WEREWOLF' TO WS-OBG-OCCASION
                   PERFORM CHECK-OCCASION-BUDGET
               END-IF
           END-IF.
           IF IS-WEREWOLF(RC-CUSTOMER-DOB) = 'TRUE'
               MOVE WS-WEREWOLF-TEMPLATE TO WEREWOLF-GREETING
               IF WS-SIMULATE-MODE = 0
               AND WS-CUSTOMER-IS-FOREIGN = 0
               AND WS-CUSTOMER-IS-ACCESSIBLE = 0
               AND WS-EMAIL-ONLY = 0
                   WRITE WEREWOLF-CARD
                   END-WRITE
               PERFORM WRITE-CARD-HISTORY
               PERFORM WRITE-EMAIL-NOTIFICATION
               IF WS-CUSTOMER-IS-FOREIGN = 0
               AND WS-CUSTOMER-IS-ACCESSIBLE = 0
               AND WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-WEREWOLF-COUNT
               END-IF
               IF WS-EMAIL-ONLY = 0
                   ADD 1 TO WS-PIECES-THIS-RUN
               ELSE
                   PERFORM RECORD-EMAIL-ONLY-DISPOSITION
               END-IF
           END-IF.
           PERFORM END-BUDGET-FALLBACK.

      *    The frequency cap keeps one customer from collecting a
      *    pile of cards inside a few days when a milestone birthday
           END-IF.

           COUNT-RECENT-MAILED-PIECES.
           MOVE RC-CUSTOMER-ID TO WS-CSM-CUSTOMER-ID.
           PERFORM LOAD-CONTACT-SUMMARY.
           IF WS-CSM-USABLE = 1
               PERFORM VARYING WS-CSM-SUB FROM 1 BY 1
                   UNTIL WS-CSM-SUB > WS-SUM-PIECE-COUNT
                   IF WS-SUM-PIECE-DATE(WS-CSM-SUB)
                       >= WS-FREQ-CUTOFF-DATE
                   AND WS-SUM-PIECE-DATE(WS-CSM-SUB) < WS-TODAYS-DATE
                       ADD 1 TO WS-RECENT-PIECE-COUNT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM SCAN-RECENT-MAILED-PIECES
           END-IF.

           SCAN-RECENT-MAILED-PIECES.
           MOVE 0 TO WS-FREQ-SCAN-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE SPACES TO RC-HIST-RUN-DATE.
           MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER.
           MOVE 'FREQUENCY-CAP' TO RC-EXCEPTION-REASON.
           PERFORM WRITE-EXCEPTION-RECORD.
           MOVE RC-CUSTOMER-ID TO WS-DISP-CUSTOMER-ID.
           MOVE WS-CHECK-OCCASION TO WS-DISP-OCCASION.
           MOVE 'FREQCAP' TO WS-DISP-REASON.
           PERFORM WRITE-DISPOSITION-RECORD.

      *    Finance's monthly cap per occasion, kept by occasion-budget
      *    against occasion-budget.dat.  Only a piece that would go on
      *    paper is charged.  Once the occasion's cap is reached a
      *    customer who takes e-mail (an address on file, not mail-
      *    only, not a minor) gets this occasion by e-mail alone; the
      *    rest are held back like the frequency cap holds them, with
      *    their own exception reason.
           CHECK-OCCASION-BUDGET.
           MOVE 0 TO WS-BUDGET-FELL-BACK.
           IF WS-EMAIL-ONLY = 0
               MOVE 'Q' TO WS-OBG-FUNCTION
               CALL 'occasion-budget' USING WS-OBG-FUNCTION
                   WS-TODAYS-DATE WS-OBG-OCCASION WS-OBG-RESULT
               IF WS-OBG-RESULT = 1
                   IF WS-MAIL-ONLY = 0
                   AND RC-CUSTOMER-EMAIL NOT = SPACES
                       MOVE 1 TO WS-EMAIL-ONLY
                       MOVE 1 TO WS-BUDGET-FELL-BACK
                       ADD 1 TO WS-BUDGET-EMAILED-COUNT
                       MOVE 'F' TO WS-OBG-FUNCTION
                       CALL 'occasion-budget' USING WS-OBG-FUNCTION
                           WS-TODAYS-DATE WS-OBG-OCCASION
                           WS-OBG-RESULT
                   ELSE
                       MOVE 1 TO WS-FREQ-CAP-HIT
                       ADD 1 TO WS-BUDGET-HELD-COUNT
                       MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
                       MOVE 'BUDGET-CAP' TO RC-EXCEPTION-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                       MOVE RC-CUSTOMER-ID TO WS-DISP-CUSTOMER-ID
                       MOVE WS-OBG-OCCASION TO WS-DISP-OCCASION
                       MOVE 'BUDGETCAP' TO WS-DISP-REASON
                       PERFORM WRITE-DISPOSITION-RECORD
                   END-IF
               END-IF
           END-IF.

      *    An e-mail fallback covers the one occasion only; the
      *    customer's own channel applies to the next.
           END-BUDGET-FALLBACK.
           IF WS-BUDGET-FELL-BACK = 1
               MOVE 0 TO WS-EMAIL-ONLY
               MOVE 0 TO WS-BUDGET-FELL-BACK
           END-IF.


       
