       IDENTIFICATION DIVISION.
       PROGRAM-ID. campaign-mailer.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CAMPAIGN-FILE
                   ASSIGN TO 'campaign-header.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-OCCASION-RULES-FILE
                   ASSIGN TO 'occasion-rules.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CAMPAIGN-STAMP-FILE
                   ASSIGN TO 'campaign-stamp.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-EXTRACT-FILE
                   ASSIGN TO 'customer-extract.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CUSTOMER-ID.
               SELECT OPTIONAL F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT F-EXCEPTION-FILE
                   ASSIGN TO 'customer-exceptions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-OUTBOUND-FILE
                   ASSIGN TO DYNAMIC WS-OUTBOUND-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-VENDOR-WORK-FILE
                   ASSIGN TO DYNAMIC WS-VENDOR-WORK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-VENDOR-FILE
                   ASSIGN TO DYNAMIC WS-VENDOR-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-INTL-FILE
                   ASSIGN TO DYNAMIC WS-INTL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-ACCESS-FILE
                   ASSIGN TO DYNAMIC WS-ACCESS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-EMAIL-FILE
                   ASSIGN TO DYNAMIC WS-EMAIL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SMS-FILE
                   ASSIGN TO DYNAMIC WS-SMS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO 'card-manifest.dat'
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
               SELECT OPTIONAL F-WEIGHT-CLASS-FILE
                   ASSIGN TO 'weight-classes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ALT-ADDRESS-FILE
                   ASSIGN TO 'alternate-addresses.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-QUIET-FILE
                   ASSIGN TO 'quiet-addresses.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-EMAIL-TEMPLATE-FILE
                   ASSIGN TO 'email-templates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RUN-HISTORY-FILE
                   ASSIGN TO 'run-history.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-AUDIT-FILE
                   ASSIGN TO 'run-audit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-EVENT-FILE
                   ASSIGN TO 'customer-events.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-EVT-KEY
                   FILE STATUS IS WS-EVENT-STATUS.
       DATA DIVISION.
           FILE SECTION.
      *    One record: the campaign code (it stands in the occasion
      *    column of every outbound, history, and e-mail record the
      *    campaign produces), the mail date, and the card message.
      *    &NAME in the message takes the customer's name.  Any
      *    further records carry the message translated, with the
      *    language code in the trailing column; the first record is
      *    the English wording every other language falls back to.
           FD F-CAMPAIGN-FILE.
           01 RC-CAMPAIGN-RECORD.
               05 RC-CAMPAIGN-CODE PIC X(9).
               05 FILLER PIC X.
               05 RC-CAMPAIGN-MAIL-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-CAMPAIGN-MESSAGE PIC X(56).
               05 FILLER PIC X.
               05 RC-CAMPAIGN-LANGUAGE PIC X(2).
      *    Only the code is needed: a campaign may not borrow the
      *    name of a greeting occasion.
           FD F-OCCASION-RULES-FILE.
           01 RC-RULE-RECORD.
               05 RC-RULE-CODE PIC X(9).
               05 FILLER PIC X(63).
      *    One row per campaign already mailed, so a resubmitted job
      *    cannot put the same campaign in the mail twice.
           FD F-CAMPAIGN-STAMP-FILE.
           01 RC-CAMPAIGN-STAMP-RECORD.
               05 RC-CST-CODE PIC X(9).
               05 FILLER PIC X.
               05 RC-CST-MAIL-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-CST-RUN-STAMP PIC X(14).
           FD F-EXTRACT-FILE.
           COPY "customer-record.cpy"
               REPLACING LEADING ==RC== BY ==EXT==.
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-EXCEPTION-FILE.
           01 RC-EXCEPTION-RECORD.
               05 RC-EXCEPTION-CUSTOMER PIC X(500).
               05 RC-EXCEPTION-REASON PIC X(30).
               05 RC-EXCEPTION-DISPOSITION PIC X(9).
               05 FILLER PIC X.
               05 RC-EXCEPTION-RAISED-DATE PIC X(10).
      *    Same handoff layout the nightly outbound file uses, so the
      *    vendor's intake, presort, and print-image jobs read a
      *    campaign file without a second format.
           FD F-OUTBOUND-FILE.
           01 RC-OUTBOUND-CUSTOMER.
               05 RC-OUTBOUND-OCCASION PIC X(9).
               05 RC-OUTBOUND-NAME PIC X(40).
               05 RC-OUTBOUND-ADDRESS.
                   10 RC-OUTBOUND-ADDR-STREET PIC X(40).
                   10 RC-OUTBOUND-ADDR-CITY PIC X(30).
                   10 RC-OUTBOUND-ADDR-STATE PIC X(2).
                   10 RC-OUTBOUND-ADDR-ZIP PIC X(10).
                   10 FILLER PIC X(18).
               05 RC-OUTBOUND-MESSAGE PIC X(56).
               05 FILLER PIC X.
               05 RC-OUTBOUND-INSERT-CODE PIC X(8).
               05 FILLER PIC X.
               05 RC-OUTBOUND-WEIGHT-CLASS PIC X(5).
               05 FILLER PIC X.
               05 RC-OUTBOUND-RESPONSE-CODE PIC X(10).
               05 FILLER PIC X.
               05 RC-OUTBOUND-BRAND PIC X(4).
               05 FILLER PIC X.
               05 RC-OUTBOUND-SIGNATURE PIC X(40).
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
               05 RC-OBT-CAMPAIGN-LABEL PIC X(9).
               05 RC-OBT-CAMPAIGN-CODE PIC X(9).
               05 FILLER PIC X.
               05 RC-OBT-TOTAL-LABEL PIC X(6).
               05 RC-OBT-TOTAL-COUNT PIC ZZZZ9.
           FD F-VENDOR-WORK-FILE.
           01 RC-VENDOR-WORK-RECORD.
               05 RC-VWK-VENDOR PIC X.
               05 RC-VWK-FAILOVER PIC X.
               05 RC-VWK-PIECE PIC X(277).
           FD F-VENDOR-FILE.
           01 RC-VENDOR-RECORD PIC X(277).
           FD F-INTL-FILE.
           01 RC-INTL-RECORD PIC X(277).
           FD F-ACCESS-FILE.
           01 RC-ACCESS-RECORD PIC X(277).
           FD F-EMAIL-FILE.
           01 RC-EMAIL-CUSTOMER.
               05 RC-EMAIL-CUSTOMER-ID PIC 9(6).
               05 RC-EMAIL-OCCASION PIC X(9).
               05 RC-EMAIL-ADDRESS PIC X(50).
               05 RC-EMAIL-MESSAGE PIC X(56).
               05 FILLER PIC X.
               05 RC-EMAIL-SUBJECT PIC X(60).
               05 FILLER PIC X.
               05 RC-EMAIL-BODY PIC X(180).
               05 FILLER PIC X.
               05 RC-EMAIL-RESPONSE-CODE PIC X(10).
      *    The nightly pass's text-message record; a campaign texts
      *    its own message, name substituted.
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
               05 RC-MANIFEST-FILENAME PIC X(40).
               05 FILLER PIC X.
               05 RC-MANIFEST-LABEL PIC X(6).
               05 RC-MANIFEST-COUNT PIC ZZZZ9.
           FD F-INSERT-RULES-FILE.
           01 RC-INSERT-RULE-RECORD.
               05 RC-INSRULE-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-INSRULE-CODE PIC X(8).
               05 FILLER PIC X.
               05 RC-INSRULE-BRAND PIC X(4).
           FD F-BRAND-FILE.
           COPY "brand-record.cpy".
           FD F-REP-FILE.
           COPY "rep-record.cpy".
           FD F-WEIGHT-CLASS-FILE.
           01 RC-WEIGHT-CLASS-RECORD.
               05 RC-WCL-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-WCL-CLASS PIC X(5).
           FD F-ALT-ADDRESS-FILE.
           01 RC-ALT-ADDR-RECORD.
               05 RC-ALT-CUSTOMER-ID PIC X(6).
               05 FILLER PIC X.
               05 RC-ALT-FROM-MMDD PIC X(5).
               05 FILLER PIC X.
               05 RC-ALT-TO-MMDD PIC X(5).
               05 FILLER PIC X.
               05 RC-ALT-STREET PIC X(40).
               05 FILLER PIC X.
               05 RC-ALT-CITY PIC X(30).
               05 FILLER PIC X.
               05 RC-ALT-STATE PIC X(2).
               05 FILLER PIC X.
               05 RC-ALT-ZIP PIC X(10).
           FD F-QUIET-FILE.
           01 RC-QUIET-RECORD.
               05 RC-QUIET-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-QUIET-ADDRESS PIC X(140).
           FD F-EMAIL-TEMPLATE-FILE.
           01 RC-ETPL-RECORD.
               05 RC-ETPL-OCCASION PIC X(9).
               05 FILLER PIC X.
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
           FD F-RUN-HISTORY-FILE.
           01 RC-RUNH-RECORD.
               05 RC-RUNH-PROGRAM PIC X(24).
               05 FILLER PIC X.
               05 RC-RUNH-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-RUNH-STATUS PIC X(11).
               05 FILLER PIC X.
               05 RC-RUNH-START-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-RUNH-END-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-RUNH-SECS-LABEL PIC X(5).
               05 RC-RUNH-SECS PIC ZZZZZ9.
      *    Same translation-fallback line the nightly card run puts
      *    on the run audit, dated the mail date and counted under
      *    the campaign code.
           FD F-AUDIT-FILE.
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
           FD F-EVENT-FILE.
           COPY "customer-event-record.cpy".
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CSM-FUNCTION PIC X.
           01 WS-CSM-RESULT PIC 9.
           COPY "contact-summary-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-SCAN-ENDED PIC 9.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-CAMPAIGN-CODE PIC X(9).
           01 WS-CAMPAIGN-MESSAGE PIC X(56).
           01 WS-PIECE-LANGUAGE PIC X(2) VALUE 'EN'.
           01 WS-PIECE-BRAND PIC X(4) VALUE SPACES.
           01 WS-REP-SUB PIC 9(3).
           01 WS-REP-COUNT PIC 9(3) VALUE 0.
           01 WS-REP-TABLE.
               05 WS-REP-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-REP-COUNT.
                   10 WS-REP-ID PIC X(6).
                   10 WS-REP-SIGNATURE PIC X(40).
           01 WS-CMSG-SUB PIC 99.
           01 WS-CMSG-FOUND PIC 99.
           01 WS-CMSG-COUNT PIC 99 VALUE 0.
           01 WS-CMSG-TABLE.
               05 WS-CMSG-ENTRY OCCURS 0 TO 30 TIMES
               DEPENDING ON WS-CMSG-COUNT.
                   10 WS-CMSG-LANGUAGE PIC X(2).
                   10 WS-CMSG-MESSAGE PIC X(56).
           01 WS-CMSG-LOAD-LANGUAGE PIC X(2).
           01 WS-FALLBACK-SUB PIC 99.
           01 WS-FALLBACK-FOUND PIC 99.
           01 WS-FALLBACK-COUNT PIC 99 VALUE 0.
           01 WS-FALLBACK-TABLE.
               05 WS-FALLBACK-ENTRY OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-FALLBACK-COUNT.
                   10 WS-FALLBACK-LANGUAGE PIC X(2).
                   10 WS-FALLBACK-SOURCE PIC X(5).
                   10 WS-FALLBACK-TALLY PIC 9(4).
           01 WS-FALLBACK-WANT-SOURCE PIC X(5).
           01 WS-CAMPAIGN-IS-VALID PIC 9.
           01 WS-CAMPAIGN-ALREADY-RUN PIC 9.
           01 WS-MAIL-DATE PIC X(10).
           01 WS-MAIL-DATE-SPLIT REDEFINES WS-MAIL-DATE.
               05 WS-MAIL-YEAR PIC 9999.
               05 FILLER PIC X.
               05 WS-MAIL-MMDD.
                   10 WS-MAIL-MONTH PIC 99.
                   10 FILLER PIC X.
                   10 WS-MAIL-DAY PIC 99.
           01 WS-MAIL-YYYYMMDD PIC 9(8).
           01 WS-MAIL-INTEGER PIC S9(9) COMP.
           01 WS-CUSTOMER-FOUND PIC 9.
           01 WS-CUSTOMER-ELIGIBLE PIC 9.
           01 WS-CUSTOMER-IS-FOREIGN PIC 9.
           01 WS-CUSTOMER-IS-ACCESSIBLE PIC 9.
           01 WS-ADDRESS-IS-USABLE PIC 9.
           01 WS-EMAIL-ONLY PIC 9.
           01 WS-MAIL-ONLY PIC 9.
           01 WS-SMS-ONLY PIC 9.
           01 WS-CARD-ALREADY-SENT PIC 9.
           01 WS-READ-COUNT PIC 9(6).
           01 WS-NOT-ON-FILE-COUNT PIC 9(6).
           01 WS-INELIG-COUNT PIC 9(6).
           01 WS-NO-ADDRESS-COUNT PIC 9(6).
           01 WS-ALREADY-SENT-COUNT PIC 9(6).
           01 WS-CAPPED-COUNT PIC 9(6).
           01 WS-SELECTED-COUNT PIC 9(6).
           01 WS-OUTBOUND-COUNT PIC 9(5).
           01 WS-VENDOR-PIECE-TABLE.
               05 WS-VENDOR-PIECES PIC 9(5) OCCURS 20 TIMES.
           01 WS-FAILOVER-PIECE-TABLE.
               05 WS-FAILOVER-PIECES PIC 9(5) OCCURS 20 TIMES.
      *    A campaign is one occasion, so each file carries one seed
      *    piece, built from its first real piece and readdressed by
      *    the seed-pieces callable.
           01 WS-VENDOR-SEED-TABLE.
               05 WS-VENDOR-SEEDS PIC 9(5) OCCURS 20 TIMES.
           01 WS-INTL-SEEDS PIC 9(5).
           01 WS-SEEDS-WANTED PIC 9.
           01 WS-SDP-FUNCTION PIC X.
           01 WS-SDP-RESULT PIC 9.
           COPY "seed-ledger-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-SDP-PIECE PIC X(277).
           01 WS-SDP-SEEDS PIC 9(5).
           01 WS-SDP-HAVE-TEMPLATE PIC 9.
           01 WS-SDP-INTL-TEMPLATE PIC X(277).
           01 WS-SDP-HAVE-INTL-TEMPLATE PIC 9.
           01 WS-INTL-COUNT PIC 9(5).
           01 WS-ACCESS-COUNT PIC 9(5).
           01 WS-EMAIL-COUNT PIC 9(5).
           01 WS-SMS-COUNT PIC 9(5).
           01 WS-CODE-TEXT PIC X(9).
           01 WS-OUTBOUND-FILENAME PIC X(40).
           01 WS-VENDOR-WORK-FILENAME PIC X(40).
           01 WS-VENDOR-FILENAME PIC X(40).
           01 WS-VENDOR-WORK-ENDED PIC 9.
           01 WS-INTL-FILENAME PIC X(40).
           01 WS-ACCESS-FILENAME PIC X(40).
           01 WS-EMAIL-FILENAME PIC X(40).
           01 WS-SMS-FILENAME PIC X(40).
           01 WS-VND-SUB PIC 99.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-INSERT-SUB PIC 99.
           01 WS-INSERT-WAS-FOUND PIC 9.
           01 WS-INSERT-RULE-COUNT PIC 99 VALUE 0.
           01 WS-INSERT-RULE-TABLE.
               05 WS-INSERT-RULE-ENTRY OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-INSERT-RULE-COUNT.
                   10 WS-INSRULE-OCCASION PIC X(9).
                   10 WS-INSRULE-CODE PIC X(8).
                   10 WS-INSRULE-BRAND PIC X(4).
           01 WS-INSERT-BRAND-HIT PIC 9.
           01 WS-BRAND-SUB PIC 99.
           01 WS-BRAND-COUNT PIC 99 VALUE 0.
           01 WS-BRAND-TABLE.
               05 WS-BRAND-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-BRAND-COUNT.
                   10 WS-BRAND-CODE PIC X(4).
                   10 WS-BRAND-NAME PIC X(30).
                   10 WS-BRAND-HEADER-SOURCE PIC X(24).
           01 WS-INSERT-TOTAL-COUNT PIC 99 VALUE 0.
           01 WS-INSERT-TOTAL-TABLE.
               05 WS-INSERT-TOTAL-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-INSERT-TOTAL-COUNT.
                   10 WS-INSERT-TOTAL-CODE PIC X(8).
                   10 WS-INSERT-TOTAL-PIECES PIC 9(5).
           01 WS-WCL-SUB PIC 99.
           01 WS-WCL-COUNT PIC 99 VALUE 0.
           01 WS-WCL-TABLE.
               05 WS-WCL-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-WCL-COUNT.
                   10 WS-WCL-OCCASION PIC X(9).
                   10 WS-WCL-CLASS PIC X(5).
           01 WS-ALT-SUB PIC 9(3).
           01 WS-ALT-IN-EFFECT PIC 9.
           01 WS-ALT-COUNT PIC 9(3) VALUE 0.
           01 WS-ALT-TABLE.
               05 WS-ALT-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-ALT-COUNT.
                   10 WS-ALT-ID PIC 9(6).
                   10 WS-ALT-FROM-MMDD PIC X(5).
                   10 WS-ALT-TO-MMDD PIC X(5).
                   10 WS-ALT-STREET PIC X(40).
                   10 WS-ALT-CITY PIC X(30).
                   10 WS-ALT-STATE PIC X(2).
                   10 WS-ALT-ZIP PIC X(10).
           01 WS-QUIET-PERIOD-DAYS PIC 999 VALUE 60.
           01 WS-QUIET-CUTOFF-DATE PIC X(10).
           01 WS-QUIET-CUT-INTEGER PIC S9(9) COMP.
           01 WS-QUIET-CUT-YYYYMMDD PIC 9(8).
           01 WS-QUIET-CUT-SPLIT
               REDEFINES WS-QUIET-CUT-YYYYMMDD.
               05 WS-QUIET-CUT-YEAR PIC 9999.
               05 WS-QUIET-CUT-MONTH PIC 99.
               05 WS-QUIET-CUT-DAY PIC 99.
           01 WS-QUIET-SUB PIC 9(3).
           01 WS-QUIET-HIT PIC 9.
           01 WS-QUIET-COUNT PIC 9(3) VALUE 0.
           01 WS-QUIET-TABLE.
               05 WS-QUIET-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-QUIET-COUNT.
                   10 WS-QUIET-ADDRESS PIC X(140).
           01 WS-EVENT-STATUS PIC XX.
               88 WS-EVENT-FOUND VALUE '00'.
           01 WS-MEMORIAL-DATE-WORK PIC X(10).
           01 WS-MEMORIAL-YEAR PIC 9999.
           01 WS-FREQ-CAP-MAX PIC 99 VALUE 2.
           01 WS-MINOR-CONTACT-AGE PIC 99 VALUE 13.
           01 WS-CUSTOMER-AGE PIC 999.
           01 WS-CUSTOMER-IS-MINOR PIC 9.
           01 WS-GUARDIAN-NAME PIC X(40).
           01 WS-FREQ-WINDOW-DAYS PIC 999 VALUE 14.
           01 WS-FREQ-CUTOFF-DATE PIC X(10).
           01 WS-FREQ-CUTOFF-INTEGER PIC S9(9) COMP.
           01 WS-FREQ-CUTOFF-YYYYMMDD PIC 9(8).
           01 WS-FREQ-CUTOFF-SPLIT
               REDEFINES WS-FREQ-CUTOFF-YYYYMMDD.
               05 WS-FREQ-CUT-YEAR PIC 9999.
               05 WS-FREQ-CUT-MONTH PIC 99.
               05 WS-FREQ-CUT-DAY PIC 99.
           01 WS-RECENT-PIECE-COUNT PIC 9(4).
           01 WS-FREQ-CAP-HIT PIC 9.
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
           01 WS-NP-FUNCTION PIC X.
           01 WS-NP-RESULT PIC 9.
           01 WS-NP-REASON PIC X(30).
           01 WS-CARD-RESPONSE-CODE PIC X(10).
           01 WS-RESP-FUNCTION PIC X.
           01 WS-RESP-RESULT PIC 9.
           COPY "response-code-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-SUBST-IN PIC X(60).
           01 WS-SUBST-OUT PIC X(60).
           01 WS-SUBST-POS PIC 99.
           01 WS-SUBST-HIT PIC 9.
           01 WS-SUBST-VALUE PIC X(40).
           01 WS-SUBST-TOKEN-LENGTH PIC 9.
           01 WS-SUBST-TAIL PIC 999.
           01 WS-SUBST-POINTER PIC 999.
           01 WS-BODY-POINTER PIC 9(3).
           01 WS-EMAIL-IS-VALID PIC 9.
           01 WS-EMAIL-WORK PIC X(50).
           01 WS-EMAIL-LOCAL PIC X(50).
           01 WS-EMAIL-DOMAIN PIC X(50).
           01 WS-EMAIL-AT-COUNT PIC 99.
           01 WS-EMAIL-SPACE-COUNT PIC 99.
           01 WS-EMAIL-LENGTH PIC 99.
           01 WS-EMAIL-LENGTH-SUB PIC 99.
           01 WS-RUNH-START-STAMP PIC X(14).
           01 WS-RUNH-STAMP-WORK.
               05 FILLER PIC X(8).
               05 WS-RUNH-WORK-HH PIC 99.
               05 WS-RUNH-WORK-MM PIC 99.
               05 WS-RUNH-WORK-SS PIC 99.
           01 WS-RUNH-START-SECS PIC 9(5).
           01 WS-RUNH-END-SECS PIC 9(5).
           01 WS-RUNH-DURATION PIC S9(6).
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Marketing's one-off mailings ('thank you for ten years',
      *    a branch-closing notice) go to the list customer-extract
      *    left in customer-extract.dat, under a campaign code named
      *    in campaign-header.dat.  The extract is only the list:
      *    each customer is re-read from the live master, and the
      *    nightly pass's do-not-mail, deceased, suppressed,
      *    channel, bereavement quiet-period, and frequency-cap rules
      *    all apply on the mail date, so a campaign never reaches
      *    anyone the nightly run would have protected.  Pieces are
      *    vendor-routed into their own dated files under the
      *    campaign code, land on the manifest, and go on card
      *    history under the code.
           PERFORM LOAD-CAMPAIGN-HEADER.
           IF WS-CAMPAIGN-IS-VALID = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-CAMPAIGN-STAMP.
           IF WS-CAMPAIGN-ALREADY-RUN = 1
               DISPLAY 'campaign-mailer: campaign ' WS-CAMPAIGN-CODE
                   ' was already mailed -- not mailing it again'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    As in the nightly run, a vendor the routing would hand
      *    mail to on the mail date must be active and in contract.
           MOVE 'V' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-MAIL-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           IF WS-VTB-RESULT NOT = 0
               DISPLAY 'campaign-mailer: campaign ' WS-CAMPAIGN-CODE
                   ' refused -- vendor ' WS-VTB-VENDOR
                   ' cannot take mail on ' WS-MAIL-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-RUN-HISTORY-START.
           PERFORM BUILD-OUTPUT-FILENAMES.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-INSERT-RULES.
           PERFORM LOAD-BRANDS.
           PERFORM LOAD-REPS.
           PERFORM LOAD-WEIGHT-CLASSES.
           PERFORM LOAD-ALTERNATE-ADDRESSES.
           PERFORM APPLY-FREQUENCY-CAP-OVERRIDE.
           PERFORM APPLY-MINOR-AGE-OVERRIDE.
           PERFORM LOAD-QUIET-ADDRESSES.
           PERFORM LOAD-EMAIL-TEMPLATES.
           PERFORM MAIL-CAMPAIGN.
           PERFORM WRITE-MANIFEST-RECORDS.
           PERFORM WRITE-CAMPAIGN-STAMP.
           PERFORM WRITE-FALLBACK-AUDIT.
           PERFORM WRITE-RUN-HISTORY-END.
           DISPLAY 'campaign-mailer: ' WS-CAMPAIGN-CODE ' for '
               WS-MAIL-DATE ' -- ' WS-READ-COUNT ' listed, '
               WS-SELECTED-COUNT ' contacted, '
               WS-INELIG-COUNT ' ineligible, '
               WS-CAPPED-COUNT ' over frequency cap, '
               WS-ALREADY-SENT-COUNT ' already sent, '
               WS-NOT-ON-FILE-COUNT ' no longer on file'.
           GOBACK.

      *    The code rides the occasion column of card history, so it
      *    may not reuse a nightly occasion's name or the E- prefix
      *    dispatch statuses use -- either would corrupt template
      *    rotation and the frequency-cap count.
           LOAD-CAMPAIGN-HEADER.
           MOVE 1 TO WS-CAMPAIGN-IS-VALID.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CAMPAIGN-FILE.
           READ F-CAMPAIGN-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           IF WS-FILE-IS-ENDED = 0
               MOVE RC-CAMPAIGN-CODE TO WS-CAMPAIGN-CODE
               MOVE RC-CAMPAIGN-MAIL-DATE TO WS-MAIL-DATE
               MOVE RC-CAMPAIGN-MESSAGE TO WS-CAMPAIGN-MESSAGE
               PERFORM LOAD-CAMPAIGN-TRANSLATIONS
           END-IF.
           CLOSE F-CAMPAIGN-FILE.
           IF WS-FILE-IS-ENDED = 1
               DISPLAY 'campaign-mailer: campaign-header.dat is '
                   'empty -- nothing to mail'
               MOVE 0 TO WS-CAMPAIGN-IS-VALID
           ELSE
               EVALUATE TRUE
                   WHEN WS-CAMPAIGN-CODE = SPACES
                   OR WS-CAMPAIGN-CODE(1:2) = 'E-'
                   OR WS-CAMPAIGN-CODE = 'BIRTHDAY'
                   OR WS-CAMPAIGN-CODE = 'MILESTONE'
                   OR WS-CAMPAIGN-CODE = 'TAX'
                   OR WS-CAMPAIGN-CODE = 'WEREWOLF'
                   OR WS-CAMPAIGN-CODE = 'ANNIV'
                   OR WS-CAMPAIGN-CODE = 'CHILDBDAY'
                   OR WS-CAMPAIGN-CODE = 'WELCOME'
                   OR WS-CAMPAIGN-CODE = 'BELATED'
                   OR WS-CAMPAIGN-CODE = 'WEDDING'
                   OR WS-CAMPAIGN-CODE = 'MEMORIAL'
                       DISPLAY 'campaign-mailer: campaign code '
                           WS-CAMPAIGN-CODE ' is blank or reserved'
                       MOVE 0 TO WS-CAMPAIGN-IS-VALID
                   WHEN WS-MAIL-YEAR IS NOT NUMERIC
                   OR WS-MAIL-MONTH IS NOT NUMERIC
                   OR WS-MAIL-DAY IS NOT NUMERIC
                   OR WS-MAIL-MONTH < 1 OR WS-MAIL-MONTH > 12
                   OR WS-MAIL-DAY < 1 OR WS-MAIL-DAY > 31
                       DISPLAY 'campaign-mailer: mail date '
                           WS-MAIL-DATE ' is not a valid date'
                       MOVE 0 TO WS-CAMPAIGN-IS-VALID
                   WHEN WS-CAMPAIGN-MESSAGE = SPACES
                       DISPLAY 'campaign-mailer: campaign '
                           WS-CAMPAIGN-CODE ' has no message'
                       MOVE 0 TO WS-CAMPAIGN-IS-VALID
               END-EVALUATE
           END-IF.
           IF WS-CAMPAIGN-IS-VALID = 1
               PERFORM CHECK-OCCASION-RULE-CODES
           END-IF.
           IF WS-CAMPAIGN-IS-VALID = 1
               COMPUTE WS-MAIL-YYYYMMDD = WS-MAIL-YEAR * 10000
                   + WS-MAIL-MONTH * 100 + WS-MAIL-DAY
               COMPUTE WS-MAIL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MAIL-YYYYMMDD)
           END-IF.

      *    The rest of the header file: one translated message per
      *    language, a later record for a language replacing an
      *    earlier one.  Code and mail date on these are not read.
           LOAD-CAMPAIGN-TRANSLATIONS.
           MOVE 0 TO WS-CMSG-COUNT.
           MOVE 0 TO WS-SCAN-ENDED.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-CAMPAIGN-FILE
                   NOT AT END
                       PERFORM STORE-CAMPAIGN-TRANSLATION
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.

           STORE-CAMPAIGN-TRANSLATION.
           MOVE FUNCTION UPPER-CASE(RC-CAMPAIGN-LANGUAGE)
               TO WS-CMSG-LOAD-LANGUAGE.
           IF WS-CMSG-LOAD-LANGUAGE NOT = SPACES
           AND WS-CMSG-LOAD-LANGUAGE NOT = 'EN'
           AND RC-CAMPAIGN-MESSAGE NOT = SPACES
               MOVE 0 TO WS-CMSG-FOUND
               PERFORM VARYING WS-CMSG-SUB FROM 1 BY 1
                   UNTIL WS-CMSG-SUB > WS-CMSG-COUNT
                   IF WS-CMSG-LANGUAGE(WS-CMSG-SUB) =
                       WS-CMSG-LOAD-LANGUAGE
                       MOVE WS-CMSG-SUB TO WS-CMSG-FOUND
                       MOVE WS-CMSG-COUNT TO WS-CMSG-SUB
                   END-IF
               END-PERFORM
               IF WS-CMSG-FOUND = 0
               AND WS-CMSG-COUNT < 30
                   ADD 1 TO WS-CMSG-COUNT
                   MOVE WS-CMSG-COUNT TO WS-CMSG-FOUND
                   MOVE WS-CMSG-LOAD-LANGUAGE
                       TO WS-CMSG-LANGUAGE(WS-CMSG-FOUND)
               END-IF
               IF WS-CMSG-FOUND > 0
                   MOVE RC-CAMPAIGN-MESSAGE
                       TO WS-CMSG-MESSAGE(WS-CMSG-FOUND)
               END-IF
           END-IF.

           CHECK-OCCASION-RULE-CODES.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-OCCASION-RULES-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-OCCASION-RULES-FILE
                   NOT AT END
                       IF RC-RULE-CODE = WS-CAMPAIGN-CODE
                           DISPLAY 'campaign-mailer: campaign code '
                               WS-CAMPAIGN-CODE
                               ' is a greeting occasion'
                           MOVE 0 TO WS-CAMPAIGN-IS-VALID
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-OCCASION-RULES-FILE.

           CHECK-CAMPAIGN-STAMP.
           MOVE 0 TO WS-CAMPAIGN-ALREADY-RUN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CAMPAIGN-STAMP-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CAMPAIGN-STAMP-FILE
                   NOT AT END
                       IF RC-CST-CODE = WS-CAMPAIGN-CODE
                           MOVE 1 TO WS-CAMPAIGN-ALREADY-RUN
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CAMPAIGN-STAMP-FILE.

           WRITE-CAMPAIGN-STAMP.
           OPEN EXTEND F-CAMPAIGN-STAMP-FILE.
           MOVE SPACES TO RC-CAMPAIGN-STAMP-RECORD.
           MOVE WS-CAMPAIGN-CODE TO RC-CST-CODE.
           MOVE WS-MAIL-DATE TO RC-CST-MAIL-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-CST-RUN-STAMP.
           WRITE RC-CAMPAIGN-STAMP-RECORD.
           CLOSE F-CAMPAIGN-STAMP-FILE.

           BUILD-OUTPUT-FILENAMES.
           MOVE FUNCTION TRIM(WS-CAMPAIGN-CODE) TO WS-CODE-TEXT.
           INSPECT WS-CODE-TEXT REPLACING ALL ' ' BY '-'.
           MOVE SPACES TO WS-OUTBOUND-FILENAME.
           STRING 'campaign-' FUNCTION TRIM(WS-CODE-TEXT) '-'
               WS-MAIL-DATE '.dat'
               DELIMITED BY SIZE INTO WS-OUTBOUND-FILENAME
           END-STRING.
           MOVE SPACES TO WS-VENDOR-WORK-FILENAME.
           STRING 'campaign-' FUNCTION TRIM(WS-CODE-TEXT) '-pieces-'
               WS-MAIL-DATE '.dat'
               DELIMITED BY SIZE INTO WS-VENDOR-WORK-FILENAME
           END-STRING.
           MOVE SPACES TO WS-INTL-FILENAME.
           STRING 'campaign-' FUNCTION TRIM(WS-CODE-TEXT) '-intl-'
               WS-MAIL-DATE '.dat'
               DELIMITED BY SIZE INTO WS-INTL-FILENAME
           END-STRING.
           MOVE SPACES TO WS-ACCESS-FILENAME.
           STRING 'campaign-' FUNCTION TRIM(WS-CODE-TEXT) '-access-'
               WS-MAIL-DATE '.dat'
               DELIMITED BY SIZE INTO WS-ACCESS-FILENAME
           END-STRING.
           MOVE SPACES TO WS-EMAIL-FILENAME.
           STRING 'campaign-' FUNCTION TRIM(WS-CODE-TEXT) '-email-'
               WS-MAIL-DATE '.dat'
               DELIMITED BY SIZE INTO WS-EMAIL-FILENAME
           END-STRING.
           MOVE SPACES TO WS-SMS-FILENAME.
           STRING 'campaign-' FUNCTION TRIM(WS-CODE-TEXT) '-sms-'
               WS-MAIL-DATE '.dat'
               DELIMITED BY SIZE INTO WS-SMS-FILENAME
           END-STRING.

           MAIL-CAMPAIGN.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-NOT-ON-FILE-COUNT.
           MOVE 0 TO WS-INELIG-COUNT.
           MOVE 0 TO WS-NO-ADDRESS-COUNT.
           MOVE 0 TO WS-ALREADY-SENT-COUNT.
           MOVE 0 TO WS-CAPPED-COUNT.
           MOVE 0 TO WS-SELECTED-COUNT.
           MOVE 0 TO WS-OUTBOUND-COUNT.
           MOVE 0 TO WS-INTL-COUNT.
           MOVE 0 TO WS-INTL-SEEDS.
           MOVE 0 TO WS-SDP-HAVE-INTL-TEMPLATE.
           MOVE 0 TO WS-ACCESS-COUNT.
           MOVE 0 TO WS-EMAIL-COUNT.
           MOVE 0 TO WS-SMS-COUNT.
           OPEN INPUT F-EXTRACT-FILE.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN I-O F-HISTORY-FILE.
           OPEN INPUT F-EVENT-FILE.
           MOVE 'O' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION
               RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE RC-HIST-OCCASION
               WS-SUMMARY-RECORD WS-CSM-RESULT.
           OPEN EXTEND F-EXCEPTION-FILE.
           OPEN OUTPUT F-OUTBOUND-FILE.
           OPEN OUTPUT F-VENDOR-WORK-FILE.
           OPEN OUTPUT F-INTL-FILE.
           OPEN OUTPUT F-ACCESS-FILE.
           OPEN OUTPUT F-EMAIL-FILE.
           OPEN OUTPUT F-SMS-FILE.
           MOVE 'O' TO WS-RESP-FUNCTION.
           CALL 'response-code-issuer' USING WS-RESP-FUNCTION
               WS-RESPONSE-RECORD WS-RESP-RESULT.
           MOVE SPACES TO RC-OUTBOUND-HEADER.
           MOVE 'HDR' TO RC-OBH-TYPE.
           MOVE WS-MAIL-DATE TO RC-OBH-RUN-DATE.
           MOVE 'campaign-mailer' TO RC-OBH-SOURCE.
           WRITE RC-OUTBOUND-HEADER.
           PERFORM VARYING WS-BRAND-SUB FROM 1 BY 1
               UNTIL WS-BRAND-SUB > WS-BRAND-COUNT
               MOVE SPACES TO RC-OUTBOUND-HEADER
               MOVE 'HDR' TO RC-OBH-TYPE
               MOVE WS-MAIL-DATE TO RC-OBH-RUN-DATE
               MOVE WS-BRAND-HEADER-SOURCE(WS-BRAND-SUB)
                   TO RC-OBH-SOURCE
               IF RC-OBH-SOURCE = SPACES
                   MOVE 'campaign-mailer' TO RC-OBH-SOURCE
               END-IF
               MOVE WS-BRAND-CODE(WS-BRAND-SUB) TO RC-OBH-BRAND
               MOVE WS-BRAND-NAME(WS-BRAND-SUB) TO RC-OBH-BRAND-NAME
               WRITE RC-OUTBOUND-HEADER
           END-PERFORM.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EXTRACT-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM MAIL-ONE-LISTED-CUSTOMER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           MOVE SPACES TO RC-OUTBOUND-TRAILER.
           MOVE 'TRL' TO RC-OBT-TYPE.
           MOVE 'CAMPAIGN=' TO RC-OBT-CAMPAIGN-LABEL.
           MOVE WS-CAMPAIGN-CODE TO RC-OBT-CAMPAIGN-CODE.
           MOVE 'TOTAL=' TO RC-OBT-TOTAL-LABEL.
           MOVE WS-OUTBOUND-COUNT TO RC-OBT-TOTAL-COUNT.
           WRITE RC-OUTBOUND-TRAILER.
           MOVE 'C' TO WS-RESP-FUNCTION.
           CALL 'response-code-issuer' USING WS-RESP-FUNCTION
               WS-RESPONSE-RECORD WS-RESP-RESULT.
           CLOSE F-EMAIL-FILE.
           CLOSE F-SMS-FILE.
           PERFORM OPEN-SEED-LEDGER.
           PERFORM WRITE-INTL-SEED-PIECE.
           CLOSE F-INTL-FILE.
           CLOSE F-ACCESS-FILE.
           CLOSE F-VENDOR-WORK-FILE.
           PERFORM SPLIT-VENDOR-FILES.
           PERFORM CLOSE-SEED-LEDGER.
           CLOSE F-OUTBOUND-FILE.
           CLOSE F-EXCEPTION-FILE.
           CLOSE F-HISTORY-FILE.
           CLOSE F-EVENT-FILE.
           MOVE 'C' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION
               RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE RC-HIST-OCCASION
               WS-SUMMARY-RECORD WS-CSM-RESULT.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-EXTRACT-FILE.

      *    The extract may be days old; the master is the truth on
      *    the mail date.  A customer erased or deleted since the
      *    extract simply drops off the list.
           MAIL-ONE-LISTED-CUSTOMER.
           MOVE EXT-CUSTOMER-ID TO RC-CUSTOMER-ID.
           MOVE 1 TO WS-CUSTOMER-FOUND.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   MOVE 0 TO WS-CUSTOMER-FOUND
           END-READ.
           IF WS-CUSTOMER-FOUND = 0
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           ELSE
               PERFORM SET-DELIVERY-CHANNEL
               IF RC-CUSTOMER-LANGUAGE = SPACES
                   MOVE 'EN' TO WS-PIECE-LANGUAGE
               ELSE
                   MOVE RC-CUSTOMER-LANGUAGE TO WS-PIECE-LANGUAGE
               END-IF
               MOVE RC-CUSTOMER-BRAND TO WS-PIECE-BRAND
               PERFORM APPLY-SEASONAL-ADDRESS
               PERFORM CHECK-ELIGIBILITY
               PERFORM CHECK-ADDRESS-USABLE
               EVALUATE TRUE
                   WHEN WS-CUSTOMER-ELIGIBLE = 0
                       ADD 1 TO WS-INELIG-COUNT
                   WHEN WS-ADDRESS-IS-USABLE = 0
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                   WHEN OTHER
                       PERFORM CHECK-CARD-ALREADY-SENT
                       IF WS-CARD-ALREADY-SENT = 1
                           ADD 1 TO WS-ALREADY-SENT-COUNT
                       ELSE
                           PERFORM CHECK-FREQUENCY-CAP
                           IF WS-FREQ-CAP-HIT = 1
                               PERFORM SUPPRESS-FOR-FREQUENCY-CAP
                               ADD 1 TO WS-CAPPED-COUNT
                           ELSE
                               PERFORM EMIT-CAMPAIGN-PIECE
                               ADD 1 TO WS-SELECTED-COUNT
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      *    Same rule as the nightly pass: E is e-mail only, M is mail
      *    only, S is a text message only, blank or B is both.
      *    Under the minimum contact age, on the mail date, it is
      *    paper only to the parent or guardian whatever the channel.
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
           MOVE 0 TO WS-CUSTOMER-IS-MINOR.
           IF RC-DOB-YEAR IS NUMERIC
           AND RC-DOB-MONTH IS NUMERIC
           AND RC-DOB-DAY IS NUMERIC
               COMPUTE WS-CUSTOMER-AGE = WS-MAIL-YEAR - RC-DOB-YEAR
               IF RC-DOB-MONTH > WS-MAIL-MONTH
               OR (RC-DOB-MONTH = WS-MAIL-MONTH
                   AND RC-DOB-DAY > WS-MAIL-DAY)
                   SUBTRACT 1 FROM WS-CUSTOMER-AGE
               END-IF
               IF WS-CUSTOMER-AGE < WS-MINOR-CONTACT-AGE
                   MOVE 1 TO WS-CUSTOMER-IS-MINOR
                   MOVE 0 TO WS-EMAIL-ONLY
                   MOVE 0 TO WS-SMS-ONLY
                   MOVE 1 TO WS-MAIL-ONLY
               END-IF
           END-IF.

      *    The seasonal address in effect on the mail date is the one
      *    the piece carries, exactly as on a nightly run.
           APPLY-SEASONAL-ADDRESS.
           PERFORM VARYING WS-ALT-SUB FROM 1 BY 1
               UNTIL WS-ALT-SUB > WS-ALT-COUNT
               IF WS-ALT-ID(WS-ALT-SUB) = RC-CUSTOMER-ID
                   PERFORM CHECK-ALT-RANGE-IN-EFFECT
                   IF WS-ALT-IN-EFFECT = 1
                       MOVE WS-ALT-STREET(WS-ALT-SUB)
                           TO RC-ADDR-STREET
                       MOVE WS-ALT-CITY(WS-ALT-SUB) TO RC-ADDR-CITY
                       MOVE WS-ALT-STATE(WS-ALT-SUB)
                           TO RC-ADDR-STATE
                       MOVE WS-ALT-ZIP(WS-ALT-SUB) TO RC-ADDR-ZIP
                       MOVE WS-ALT-COUNT TO WS-ALT-SUB
                   END-IF
               END-IF
           END-PERFORM.

           CHECK-ALT-RANGE-IN-EFFECT.
           MOVE 0 TO WS-ALT-IN-EFFECT.
           IF WS-ALT-FROM-MMDD(WS-ALT-SUB)
               <= WS-ALT-TO-MMDD(WS-ALT-SUB)
               IF WS-MAIL-MMDD >= WS-ALT-FROM-MMDD(WS-ALT-SUB)
               AND WS-MAIL-MMDD <= WS-ALT-TO-MMDD(WS-ALT-SUB)
                   MOVE 1 TO WS-ALT-IN-EFFECT
               END-IF
           ELSE
               IF WS-MAIL-MMDD >= WS-ALT-FROM-MMDD(WS-ALT-SUB)
               OR WS-MAIL-MMDD <= WS-ALT-TO-MMDD(WS-ALT-SUB)
                   MOVE 1 TO WS-ALT-IN-EFFECT
               END-IF
           END-IF.

           CHECK-ELIGIBILITY.
           MOVE 1 TO WS-CUSTOMER-ELIGIBLE.
           IF RC-CUSTOMER-DO-NOT-MAIL = 'Y'
           OR RC-CUSTOMER-DECEASED = 'Y'
           OR RC-CUSTOMER-MAIL-SUPPRESSED = 'Y'
               MOVE 0 TO WS-CUSTOMER-ELIGIBLE
           END-IF.
           IF WS-CUSTOMER-ELIGIBLE = 1
           AND WS-QUIET-COUNT > 0
               MOVE 0 TO WS-QUIET-HIT
               PERFORM VARYING WS-QUIET-SUB FROM 1 BY 1
                   UNTIL WS-QUIET-SUB > WS-QUIET-COUNT
                   IF WS-QUIET-ADDRESS(WS-QUIET-SUB)
                       = RC-CUSTOMER-ADDRESS
                       MOVE 1 TO WS-QUIET-HIT
                       MOVE WS-QUIET-COUNT TO WS-QUIET-SUB
                   END-IF
               END-PERFORM
               IF WS-QUIET-HIT = 1
                   MOVE 0 TO WS-CUSTOMER-ELIGIBLE
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
                   MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
                   MOVE 'BEREAVEMENT QUIET PERIOD'
                       TO RC-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

      *    The same MEMORIAL test the nightly run applies, measured
      *    from the mail date: from the date's most recent
      *    anniversary (or the date itself, the first year) through
      *    the quiet period.
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
               MOVE WS-MAIL-YEAR TO WS-MEMORIAL-YEAR
               MOVE SPACES TO WS-MEMORIAL-DATE-WORK
               STRING WS-MEMORIAL-YEAR '-' RC-EVT-MMDD
                   INTO WS-MEMORIAL-DATE-WORK
               END-STRING
               IF WS-MEMORIAL-DATE-WORK > WS-MAIL-DATE
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

      *    The nightly validation already raises the address
      *    exceptions; a campaign just leaves an unmailable address
      *    out of the paper stream.  E-mail-only customers need no
      *    address at all.
           CHECK-ADDRESS-USABLE.
           MOVE 1 TO WS-ADDRESS-IS-USABLE.
           MOVE 0 TO WS-CUSTOMER-IS-FOREIGN.
           IF RC-CUSTOMER-COUNTRY NOT = SPACES
           AND RC-CUSTOMER-COUNTRY NOT = 'US'
               MOVE 1 TO WS-CUSTOMER-IS-FOREIGN
           END-IF.
           MOVE 0 TO WS-CUSTOMER-IS-ACCESSIBLE.
           IF WS-CUSTOMER-IS-FOREIGN = 0
               IF RC-CUSTOMER-ACCESS-FORMAT = 'L'
               OR RC-CUSTOMER-ACCESS-FORMAT = 'B'
                   MOVE 1 TO WS-CUSTOMER-IS-ACCESSIBLE
               END-IF
           END-IF.
           IF WS-EMAIL-ONLY = 0
               IF RC-ADDR-STREET = SPACES
               OR RC-ADDR-CITY = SPACES
                   MOVE 0 TO WS-ADDRESS-IS-USABLE
               END-IF
               IF WS-CUSTOMER-IS-FOREIGN = 0
               AND RC-ADDR-ZIP = SPACES
                   MOVE 0 TO WS-ADDRESS-IS-USABLE
               END-IF
           END-IF.

      *    A campaign reaches a customer once: the history key is
      *    customer, mail date, and campaign code.
           CHECK-CARD-ALREADY-SENT.
           MOVE 0 TO WS-CARD-ALREADY-SENT.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE WS-MAIL-DATE TO RC-HIST-RUN-DATE.
           MOVE WS-CAMPAIGN-CODE TO RC-HIST-OCCASION.
           READ F-HISTORY-FILE
               KEY IS RC-HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CARD-ALREADY-SENT
           END-READ.

      *    Mailed pieces on history inside the rolling window ending
      *    on the mail date count against the cap -- the nightly
      *    run's pieces for the same date included, since they are
      *    already on file by the time a campaign goes out.
           CHECK-FREQUENCY-CAP.
           MOVE 0 TO WS-FREQ-CAP-HIT.
           MOVE 0 TO WS-RECENT-PIECE-COUNT.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE SPACES TO RC-HIST-RUN-DATE.
           MOVE SPACES TO RC-HIST-OCCASION.
           START F-HISTORY-FILE
               KEY IS >= RC-HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-HISTORY-FILE NEXT
                   NOT AT END
                       IF RC-HIST-CUSTOMER-ID NOT = RC-CUSTOMER-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           IF RC-HIST-RUN-DATE >=
                               WS-FREQ-CUTOFF-DATE
                           AND RC-HIST-RUN-DATE <= WS-MAIL-DATE
                           AND RC-HIST-OCCASION(1:2) NOT = 'E-'
                               ADD 1 TO WS-RECENT-PIECE-COUNT
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           IF WS-RECENT-PIECE-COUNT >= WS-FREQ-CAP-MAX
               MOVE 1 TO WS-FREQ-CAP-HIT
           END-IF.

           SUPPRESS-FOR-FREQUENCY-CAP.
           MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER.
           MOVE 'FREQUENCY-CAP' TO RC-EXCEPTION-REASON.
           PERFORM WRITE-EXCEPTION-RECORD.

           WRITE-EXCEPTION-RECORD.
           MOVE 'PENDING' TO RC-EXCEPTION-DISPOSITION.
           MOVE WS-MAIL-DATE TO RC-EXCEPTION-RAISED-DATE.
           WRITE RC-EXCEPTION-RECORD
           END-WRITE.

           EMIT-CAMPAIGN-PIECE.
           MOVE SPACES TO RC-OUTBOUND-CUSTOMER.
           MOVE WS-CAMPAIGN-CODE TO RC-OUTBOUND-OCCASION.
           MOVE RC-CUSTOMER-NAME TO RC-OUTBOUND-NAME.
           MOVE RC-CUSTOMER-ADDRESS TO RC-OUTBOUND-ADDRESS.
           MOVE WS-PIECE-BRAND TO RC-OUTBOUND-BRAND.
           PERFORM SET-REP-SIGNATURE.
           PERFORM SET-CUSTOMER-NAME-TOKENS.
           PERFORM SELECT-CAMPAIGN-MESSAGE.
           PERFORM SUBSTITUTE-NAME-TOKEN.
           MOVE WS-SUBST-OUT TO RC-OUTBOUND-MESSAGE.
           MOVE SPACES TO WS-CARD-RESPONSE-CODE.
           IF WS-EMAIL-ONLY = 0
               PERFORM WRITE-PHYSICAL-OUTBOUND
           END-IF.
           PERFORM WRITE-CARD-HISTORY.
           PERFORM WRITE-EMAIL-NOTIFICATION.

      *    The message in the customer's language, or the English
      *    header message -- counted as a fallback -- when the
      *    campaign carries no translation for it.
           SELECT-CAMPAIGN-MESSAGE.
           MOVE WS-CAMPAIGN-MESSAGE TO WS-SUBST-IN.
           IF WS-PIECE-LANGUAGE NOT = 'EN'
               MOVE 0 TO WS-CMSG-FOUND
               PERFORM VARYING WS-CMSG-SUB FROM 1 BY 1
                   UNTIL WS-CMSG-SUB > WS-CMSG-COUNT
                   IF WS-CMSG-LANGUAGE(WS-CMSG-SUB) =
                       WS-PIECE-LANGUAGE
                       MOVE WS-CMSG-SUB TO WS-CMSG-FOUND
                       MOVE WS-CMSG-COUNT TO WS-CMSG-SUB
                   END-IF
               END-PERFORM
               IF WS-CMSG-FOUND > 0
                   MOVE WS-CMSG-MESSAGE(WS-CMSG-FOUND) TO WS-SUBST-IN
               ELSE
                   MOVE 'CARD' TO WS-FALLBACK-WANT-SOURCE
                   PERFORM COUNT-LANGUAGE-FALLBACK
               END-IF
           END-IF.

           COUNT-LANGUAGE-FALLBACK.
           MOVE 0 TO WS-FALLBACK-FOUND.
           PERFORM VARYING WS-FALLBACK-SUB FROM 1 BY 1
               UNTIL WS-FALLBACK-SUB > WS-FALLBACK-COUNT
               IF WS-FALLBACK-LANGUAGE(WS-FALLBACK-SUB) =
                   WS-PIECE-LANGUAGE
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
               MOVE WS-FALLBACK-WANT-SOURCE
                   TO WS-FALLBACK-SOURCE(WS-FALLBACK-FOUND)
               MOVE 0 TO WS-FALLBACK-TALLY(WS-FALLBACK-FOUND)
           END-IF.
           IF WS-FALLBACK-FOUND > 0
               ADD 1 TO WS-FALLBACK-TALLY(WS-FALLBACK-FOUND)
           END-IF.

           WRITE-FALLBACK-AUDIT.
           IF WS-FALLBACK-COUNT > 0
               OPEN EXTEND F-AUDIT-FILE
               PERFORM VARYING WS-FALLBACK-SUB FROM 1 BY 1
                   UNTIL WS-FALLBACK-SUB > WS-FALLBACK-COUNT
                   MOVE SPACES TO RC-AUDIT-FALLBACK-RECORD
                   MOVE WS-MAIL-DATE TO RC-AFB-DATE
                   MOVE 'FALLBACK=' TO RC-AFB-LABEL
                   MOVE WS-FALLBACK-TALLY(WS-FALLBACK-SUB)
                       TO RC-AFB-COUNT
                   MOVE 'LANG=' TO RC-AFB-LANGUAGE-LABEL
                   MOVE WS-FALLBACK-LANGUAGE(WS-FALLBACK-SUB)
                       TO RC-AFB-LANGUAGE
                   MOVE 'OCCASION=' TO RC-AFB-OCCASION-LABEL
                   MOVE WS-CAMPAIGN-CODE TO RC-AFB-OCCASION
                   MOVE 'SOURCE=' TO RC-AFB-SOURCE-LABEL
                   MOVE WS-FALLBACK-SOURCE(WS-FALLBACK-SUB)
                       TO RC-AFB-SOURCE
                   WRITE RC-AUDIT-FALLBACK-RECORD
               END-PERFORM
               CLOSE F-AUDIT-FILE
           END-IF.

      *    Foreign pieces go to the campaign's international file;
      *    large-print and braille pieces to its accessible-format
      *    file under their own weight class; other domestic pieces
      *    to the outbound file and the routed vendor's file.
           WRITE-PHYSICAL-OUTBOUND.
           PERFORM SELECT-INSERT-FOR-OCCASION.
           PERFORM SELECT-WEIGHT-CLASS.
           IF WS-CUSTOMER-IS-MINOR = 1
               PERFORM ADDRESS-TO-GUARDIAN
           END-IF.
           MOVE 'C' TO WS-RESP-CHANNEL.
           MOVE RC-OUTBOUND-ADDR-STATE TO WS-RESP-STATE.
           PERFORM ISSUE-RESPONSE-CODE.
           MOVE WS-RESP-CODE TO WS-CARD-RESPONSE-CODE.
           MOVE WS-RESP-CODE TO RC-OUTBOUND-RESPONSE-CODE.
           IF WS-CUSTOMER-IS-FOREIGN = 1
               WRITE RC-INTL-RECORD FROM RC-OUTBOUND-CUSTOMER
               ADD 1 TO WS-INTL-COUNT
               IF WS-SDP-HAVE-INTL-TEMPLATE = 0
                   MOVE RC-OUTBOUND-CUSTOMER TO WS-SDP-INTL-TEMPLATE
                   MOVE 1 TO WS-SDP-HAVE-INTL-TEMPLATE
               END-IF
           ELSE
           IF WS-CUSTOMER-IS-ACCESSIBLE = 1
               IF RC-CUSTOMER-ACCESS-FORMAT = 'B'
                   MOVE 'BRAIL' TO RC-OUTBOUND-WEIGHT-CLASS
               ELSE
                   MOVE 'LGPRT' TO RC-OUTBOUND-WEIGHT-CLASS
               END-IF
               WRITE RC-ACCESS-RECORD FROM RC-OUTBOUND-CUSTOMER
               ADD 1 TO WS-ACCESS-COUNT
           ELSE
               WRITE RC-OUTBOUND-CUSTOMER
               END-WRITE
               ADD 1 TO WS-OUTBOUND-COUNT
               PERFORM ROUTE-CARD-TO-VENDOR
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

      *    Pieces are held tagged with their vendor and dealt out
      *    to one campaign file per vendor on the table once the
      *    campaign is mailed.  A piece whose home vendor is down
      *    on the mail date is marked as failover volume.
           ROUTE-CARD-TO-VENDOR.
           PERFORM FIND-VENDOR-FOR-STATE.
           MOVE WS-VTB-VENDOR TO RC-VWK-VENDOR.
           IF WS-VTB-VENDOR = WS-VTB-HOME-VENDOR
               MOVE 'N' TO RC-VWK-FAILOVER
           ELSE
               MOVE 'Y' TO RC-VWK-FAILOVER
           END-IF.
           MOVE RC-OUTBOUND-CUSTOMER TO RC-VWK-PIECE.
           WRITE RC-VENDOR-WORK-RECORD.

           FIND-VENDOR-FOR-STATE.
           MOVE 'R' TO WS-VTB-FUNCTION.
           MOVE RC-OUTBOUND-ADDR-STATE TO WS-VTB-STATE.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-MAIL-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.

           SPLIT-VENDOR-FILES.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               PERFORM SPLIT-ONE-VENDOR-FILE
           END-PERFORM.

           SPLIT-ONE-VENDOR-FILE.
           MOVE 0 TO WS-VENDOR-PIECES(WS-VND-SUB).
           MOVE 0 TO WS-FAILOVER-PIECES(WS-VND-SUB).
           MOVE 0 TO WS-VENDOR-SEEDS(WS-VND-SUB).
           MOVE 0 TO WS-SDP-HAVE-TEMPLATE.
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
                           IF WS-SDP-HAVE-TEMPLATE = 0
                               MOVE RC-VWK-PIECE TO WS-SDP-PIECE
                               MOVE 1 TO WS-SDP-HAVE-TEMPLATE
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-VENDOR-WORK-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VENDOR-WORK-FILE.
           IF WS-SEEDS-WANTED = 1
           AND WS-SDP-HAVE-TEMPLATE = 1
               MOVE SPACES TO WS-SEED-LEDGER-RECORD
               MOVE WS-MAIL-DATE TO WS-SDL-RUN-DATE
               MOVE WS-VND-CODE(WS-VND-SUB) TO WS-SDL-VENDOR
               MOVE WS-VENDOR-FILENAME TO WS-SDL-FILENAME
               MOVE WS-SDP-PIECE(1:9) TO WS-SDL-OCCASION
               PERFORM ISSUE-SEED-PIECE
               IF WS-SDP-RESULT = 0
                   WRITE RC-VENDOR-RECORD FROM WS-SDP-PIECE
                   ADD 1 TO WS-VENDOR-SEEDS(WS-VND-SUB)
               END-IF
           END-IF.
           CLOSE F-VENDOR-FILE.

           BUILD-VENDOR-FILENAME.
           MOVE SPACES TO WS-VENDOR-FILENAME.
           STRING 'campaign-' FUNCTION TRIM(WS-CODE-TEXT) '-'
               FUNCTION LOWER-CASE(WS-VND-CODE(WS-VND-SUB)) '-'
               WS-MAIL-DATE '.dat'
               DELIMITED BY SIZE INTO WS-VENDOR-FILENAME
           END-STRING.

      *    Seed pieces for delivery quality checks go into every
      *    campaign vendor file and the international file, to the
      *    staff on seed-list.dat.  They show on the manifest under
      *    SEEDS= only, never in COUNT=.
           OPEN-SEED-LEDGER.
           MOVE 0 TO WS-SEEDS-WANTED.
           MOVE 'O' TO WS-SDP-FUNCTION.
           MOVE SPACES TO WS-SEED-LEDGER-RECORD.
           MOVE WS-MAIL-DATE TO WS-SDL-RUN-DATE.
           CALL 'seed-pieces' USING WS-SDP-FUNCTION
               WS-SEED-LEDGER-RECORD WS-SDP-PIECE WS-SDP-RESULT.
           IF WS-SDP-RESULT = 0
               MOVE 1 TO WS-SEEDS-WANTED
           END-IF.

           CLOSE-SEED-LEDGER.
           IF WS-SEEDS-WANTED = 1
               MOVE 'C' TO WS-SDP-FUNCTION
               CALL 'seed-pieces' USING WS-SDP-FUNCTION
                   WS-SEED-LEDGER-RECORD WS-SDP-PIECE WS-SDP-RESULT
           END-IF.

           WRITE-INTL-SEED-PIECE.
           IF WS-SEEDS-WANTED = 1
           AND WS-SDP-HAVE-INTL-TEMPLATE = 1
               MOVE WS-SDP-INTL-TEMPLATE TO WS-SDP-PIECE
               MOVE SPACES TO WS-SEED-LEDGER-RECORD
               MOVE WS-MAIL-DATE TO WS-SDL-RUN-DATE
               MOVE WS-INTL-FILENAME TO WS-SDL-FILENAME
               MOVE WS-SDP-PIECE(1:9) TO WS-SDL-OCCASION
               PERFORM ISSUE-SEED-PIECE
               IF WS-SDP-RESULT = 0
                   WRITE RC-INTL-RECORD FROM WS-SDP-PIECE
                   ADD 1 TO WS-INTL-SEEDS
               END-IF
           END-IF.

           ISSUE-SEED-PIECE.
           MOVE 'I' TO WS-SDP-FUNCTION.
           CALL 'seed-pieces' USING WS-SDP-FUNCTION
               WS-SEED-LEDGER-RECORD WS-SDP-PIECE WS-SDP-RESULT.

      *    A campaign has one message, so every piece is variant 1.
           WRITE-CARD-HISTORY.
           MOVE SPACES TO RC-HISTORY-RECORD.
           MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID.
           MOVE WS-MAIL-DATE TO RC-HIST-RUN-DATE.
           MOVE WS-CAMPAIGN-CODE TO RC-HIST-OCCASION.
           MOVE RC-OUTBOUND-MESSAGE TO RC-HIST-MESSAGE.
           MOVE '1' TO RC-HIST-VARIANT.
           MOVE WS-CARD-RESPONSE-CODE TO RC-HIST-RESPONSE-CODE.
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

           WRITE-EMAIL-NOTIFICATION.
           IF WS-MAIL-ONLY = 1
               CONTINUE
           ELSE
           IF WS-SMS-ONLY = 1
               PERFORM WRITE-SMS-NOTIFICATION
           ELSE
           IF WS-EMAIL-ONLY = 1 AND RC-CUSTOMER-EMAIL = SPACES
               MOVE RC-CUSTOMER-INFO TO RC-EXCEPTION-CUSTOMER
               MOVE 'EMAIL-ONLY, NO EMAIL ON FILE'
                   TO RC-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
           IF RC-CUSTOMER-EMAIL NOT = SPACES
               MOVE RC-CUSTOMER-EMAIL TO WS-EMAIL-WORK
               PERFORM VALIDATE-EMAIL-FORMAT
               IF WS-EMAIL-IS-VALID = 1
                   MOVE RC-CUSTOMER-ID TO RC-EMAIL-CUSTOMER-ID
                   MOVE WS-CAMPAIGN-CODE TO RC-EMAIL-OCCASION
                   MOVE RC-CUSTOMER-EMAIL TO RC-EMAIL-ADDRESS
                   MOVE RC-OUTBOUND-MESSAGE TO RC-EMAIL-MESSAGE
                   PERFORM BUILD-EMAIL-CONTENT
                   MOVE 'E' TO WS-RESP-CHANNEL
                   MOVE RC-ADDR-STATE TO WS-RESP-STATE
                   PERFORM ISSUE-RESPONSE-CODE
                   MOVE WS-RESP-CODE TO RC-EMAIL-RESPONSE-CODE
                   PERFORM RECORD-EMAIL-CODE-ON-HISTORY
                   WRITE RC-EMAIL-CUSTOMER
                   END-WRITE
                   ADD 1 TO WS-EMAIL-COUNT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    No text without a mobile number and a recorded consent
      *    date -- the customer is an exception instead.
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
               MOVE WS-CAMPAIGN-CODE TO RC-SMS-OCCASION
               MOVE RC-CUSTOMER-MOBILE TO RC-SMS-MOBILE
               MOVE WS-SUBST-OUT TO RC-SMS-TEXT
               MOVE 'S' TO WS-RESP-CHANNEL
               MOVE RC-ADDR-STATE TO WS-RESP-STATE
               PERFORM ISSUE-RESPONSE-CODE
               MOVE WS-RESP-CODE TO RC-SMS-RESPONSE-CODE
               PERFORM RECORD-EMAIL-CODE-ON-HISTORY
               WRITE RC-SMS-RECORD
               END-WRITE
               ADD 1 TO WS-SMS-COUNT
           END-IF
           END-IF.

      *    One response/offer code per card and per e-mail, logged
      *    on response-codes.dat for redemption-feed to match.
           ISSUE-RESPONSE-CODE.
           MOVE RC-CUSTOMER-ID TO WS-RESP-CUSTOMER-ID.
           MOVE WS-MAIL-DATE TO WS-RESP-RUN-DATE.
           MOVE WS-CAMPAIGN-CODE TO WS-RESP-OCCASION.
           MOVE '1' TO WS-RESP-VARIANT.
           MOVE SPACES TO WS-RESP-CODE.
           MOVE 'I' TO WS-RESP-FUNCTION.
           CALL 'response-code-issuer' USING WS-RESP-FUNCTION
               WS-RESPONSE-RECORD WS-RESP-RESULT.
           IF WS-RESP-RESULT NOT = 0
               MOVE SPACES TO WS-RESP-CODE
           END-IF.

           RECORD-EMAIL-CODE-ON-HISTORY.
           IF WS-RESP-CODE NOT = SPACES
               MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID
               MOVE WS-MAIL-DATE TO RC-HIST-RUN-DATE
               MOVE WS-CAMPAIGN-CODE TO RC-HIST-OCCASION
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

           VALIDATE-EMAIL-FORMAT.
           MOVE 1 TO WS-EMAIL-IS-VALID.
           MOVE 0 TO WS-EMAIL-AT-COUNT.
           INSPECT WS-EMAIL-WORK
               TALLYING WS-EMAIL-AT-COUNT FOR ALL '@'.
           IF WS-EMAIL-AT-COUNT NOT = 1
               MOVE 0 TO WS-EMAIL-IS-VALID
           ELSE
               MOVE SPACES TO WS-EMAIL-LOCAL
               MOVE SPACES TO WS-EMAIL-DOMAIN
               UNSTRING WS-EMAIL-WORK
                   DELIMITED BY '@'
                   INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
               END-UNSTRING
               IF WS-EMAIL-LOCAL = SPACES
               OR WS-EMAIL-DOMAIN = SPACES
                   MOVE 0 TO WS-EMAIL-IS-VALID
               END-IF
               MOVE 0 TO WS-EMAIL-LENGTH
               PERFORM VARYING WS-EMAIL-LENGTH-SUB FROM 50 BY -1
                   UNTIL WS-EMAIL-LENGTH-SUB < 1
                   OR WS-EMAIL-LENGTH > 0
                   IF WS-EMAIL-WORK(WS-EMAIL-LENGTH-SUB:1)
                       NOT = SPACE
                       MOVE WS-EMAIL-LENGTH-SUB TO WS-EMAIL-LENGTH
                   END-IF
               END-PERFORM
               IF WS-EMAIL-LENGTH > 0
                   MOVE 0 TO WS-EMAIL-SPACE-COUNT
                   INSPECT WS-EMAIL-WORK(1:WS-EMAIL-LENGTH)
                       TALLYING WS-EMAIL-SPACE-COUNT FOR ALL ' '
                   IF WS-EMAIL-SPACE-COUNT > 0
                       MOVE 0 TO WS-EMAIL-IS-VALID
                   END-IF
               END-IF
           END-IF.

      *    email-templates.dat rows keyed by the campaign code give
      *    the campaign its own subject and body; without them the
      *    card message is the body, as for any occasion.  The set in
      *    the customer's language is taken first, then English; in
      *    either, the customer's brand's set ahead of the house set.
           BUILD-EMAIL-CONTENT.
           MOVE RC-EMAIL-OCCASION TO WS-ETPL-WANT-OCCASION.
           MOVE WS-PIECE-LANGUAGE TO WS-ETPL-WANT-LANGUAGE.
           PERFORM FIND-BRAND-EMAIL-TEMPLATE.
           IF WS-ETPL-FOUND = 0
           AND WS-PIECE-LANGUAGE NOT = 'EN'
               MOVE 'EMAIL' TO WS-FALLBACK-WANT-SOURCE
               PERFORM COUNT-LANGUAGE-FALLBACK
               MOVE 'EN' TO WS-ETPL-WANT-LANGUAGE
               PERFORM FIND-BRAND-EMAIL-TEMPLATE
           END-IF.
           MOVE SPACES TO RC-EMAIL-SUBJECT.
           MOVE SPACES TO RC-EMAIL-BODY.
           IF WS-ETPL-FOUND = 0
               STRING 'A message from us, '
                   FUNCTION TRIM(WS-EMAIL-NAME-WORK)
                   INTO RC-EMAIL-SUBJECT
               END-STRING
               MOVE RC-EMAIL-MESSAGE TO RC-EMAIL-BODY
           ELSE
               MOVE WS-ETPL-SUBJECT(WS-ETPL-FOUND) TO WS-SUBST-IN
               PERFORM SUBSTITUTE-NAME-TOKEN
               MOVE WS-SUBST-OUT TO RC-EMAIL-SUBJECT
               MOVE 1 TO WS-BODY-POINTER
               PERFORM VARYING WS-ETPL-LINE-SUB FROM 1 BY 1
                   UNTIL WS-ETPL-LINE-SUB >
                       WS-ETPL-BODY-COUNT(WS-ETPL-FOUND)
                   MOVE WS-ETPL-BODY-LINE(WS-ETPL-FOUND
                       WS-ETPL-LINE-SUB) TO WS-SUBST-IN
                   PERFORM SUBSTITUTE-NAME-TOKEN
                   MOVE WS-SUBST-OUT TO RC-EMAIL-BODY(
                       WS-BODY-POINTER:60)
                   ADD 60 TO WS-BODY-POINTER
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

      *    The three name forms the tokens print, from the customer
      *    record in hand.  name-parser falls back to the full name
      *    for a customer whose name was never split.
           SET-CUSTOMER-NAME-TOKENS.
           MOVE RC-CUSTOMER-NAME TO WS-EMAIL-NAME-WORK.
           MOVE 'S' TO WS-NP-FUNCTION.
           CALL 'name-parser' USING WS-NP-FUNCTION RC-CUSTOMER-INFO
               WS-FIRST-NAME-WORK WS-FORMAL-NAME-WORK WS-NP-RESULT
               WS-NP-REASON.

      *    Insert and weight class key on the campaign code just as
      *    they key on an occasion, so marketing can stuff a coupon
      *    or use heavier stock for a campaign through the same
      *    tables.  A rule for the customer's brand outranks the
      *    house rule, and NONE sends that brand's pieces bare.
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

           COUNT-INSERT-CODE.
           MOVE 0 TO WS-INSERT-WAS-FOUND.
           PERFORM VARYING WS-INSERT-SUB FROM 1 BY 1
               UNTIL WS-INSERT-SUB > WS-INSERT-TOTAL-COUNT
               IF WS-INSERT-TOTAL-CODE(WS-INSERT-SUB) =
                   RC-OUTBOUND-INSERT-CODE
                   ADD 1 TO WS-INSERT-TOTAL-PIECES(WS-INSERT-SUB)
                   MOVE 1 TO WS-INSERT-WAS-FOUND
                   MOVE WS-INSERT-TOTAL-COUNT TO WS-INSERT-SUB
               END-IF
           END-PERFORM.
           IF WS-INSERT-WAS-FOUND = 0
           AND WS-INSERT-TOTAL-COUNT < 20
               ADD 1 TO WS-INSERT-TOTAL-COUNT
               MOVE RC-OUTBOUND-INSERT-CODE TO
                   WS-INSERT-TOTAL-CODE(WS-INSERT-TOTAL-COUNT)
               MOVE 1 TO
                   WS-INSERT-TOTAL-PIECES(WS-INSERT-TOTAL-COUNT)
           END-IF.

           SELECT-WEIGHT-CLASS.
           MOVE 'STD' TO RC-OUTBOUND-WEIGHT-CLASS.
           PERFORM VARYING WS-WCL-SUB FROM 1 BY 1
               UNTIL WS-WCL-SUB > WS-WCL-COUNT
               IF WS-WCL-OCCASION(WS-WCL-SUB) =
                   RC-OUTBOUND-OCCASION
                   MOVE WS-WCL-CLASS(WS-WCL-SUB)
                       TO RC-OUTBOUND-WEIGHT-CLASS
               END-IF
           END-PERFORM.

      *    The campaign's files go on the shared manifest under the
      *    mail date, so the vendor pickup and the day-end dashboard
      *    see them beside the nightly batch.
           WRITE-MANIFEST-RECORDS.
           OPEN EXTEND F-MANIFEST-FILE.
           MOVE SPACES TO RC-MANIFEST-RECORD.
           MOVE WS-OUTBOUND-FILENAME TO RC-MANIFEST-FILENAME.
           MOVE WS-OUTBOUND-COUNT TO RC-MANIFEST-COUNT.
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
           MOVE WS-EMAIL-FILENAME TO RC-MANIFEST-FILENAME.
           MOVE WS-EMAIL-COUNT TO RC-MANIFEST-COUNT.
           PERFORM WRITE-ONE-MANIFEST-RECORD.
           MOVE WS-SMS-FILENAME TO RC-MANIFEST-FILENAME.
           MOVE WS-SMS-COUNT TO RC-MANIFEST-COUNT.
           PERFORM WRITE-ONE-MANIFEST-RECORD.
           PERFORM VARYING WS-INSERT-SUB FROM 1 BY 1
               UNTIL WS-INSERT-SUB > WS-INSERT-TOTAL-COUNT
               MOVE SPACES TO RC-MANIFEST-RECORD
               MOVE SPACES TO RC-MANIFEST-FILENAME
               STRING 'INSERT '
                   WS-INSERT-TOTAL-CODE(WS-INSERT-SUB)
                   INTO RC-MANIFEST-FILENAME
               END-STRING
               MOVE WS-INSERT-TOTAL-PIECES(WS-INSERT-SUB)
                   TO RC-MANIFEST-COUNT
               PERFORM WRITE-ONE-MANIFEST-RECORD
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

           WRITE-ONE-MANIFEST-RECORD.
           MOVE WS-MAIL-DATE TO RC-MANIFEST-DATE.
           MOVE 'COUNT=' TO RC-MANIFEST-LABEL.
           WRITE RC-MANIFEST-RECORD.

      *    Failover volume is repeated under FAILV= beneath the
      *    vendor's COUNT= line, which already includes it.
           WRITE-FAILOVER-MANIFEST-RECORD.
           IF WS-FAILOVER-PIECES(WS-VND-SUB) > 0
               MOVE 'FAILV=' TO RC-MANIFEST-LABEL
               MOVE WS-FAILOVER-PIECES(WS-VND-SUB)
                   TO RC-MANIFEST-COUNT
               WRITE RC-MANIFEST-RECORD
           END-IF.

      *    Seed pieces are listed under SEEDS= beneath the file's
      *    COUNT= line, which never includes them.
           WRITE-SEED-MANIFEST-RECORD.
           IF WS-SDP-SEEDS > 0
               MOVE 'SEEDS=' TO RC-MANIFEST-LABEL
               MOVE WS-SDP-SEEDS TO RC-MANIFEST-COUNT
               WRITE RC-MANIFEST-RECORD
           END-IF.

           LOAD-VENDOR-TABLE.
           MOVE 'L' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-MAIL-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.

           LOAD-INSERT-RULES.
           MOVE 0 TO WS-INSERT-RULE-COUNT.
           MOVE 0 TO WS-INSERT-TOTAL-COUNT.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-INSERT-RULES-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-INSERT-RULES-FILE
                   NOT AT END
                       IF WS-INSERT-RULE-COUNT < 60
                       AND RC-INSRULE-OCCASION NOT = SPACES
                       AND RC-INSRULE-CODE NOT = SPACES
                           ADD 1 TO WS-INSERT-RULE-COUNT
                           MOVE RC-INSRULE-OCCASION TO
                               WS-INSRULE-OCCASION(
                                   WS-INSERT-RULE-COUNT)
                           MOVE RC-INSRULE-CODE TO
                               WS-INSRULE-CODE(WS-INSERT-RULE-COUNT)
                           MOVE FUNCTION UPPER-CASE(RC-INSRULE-BRAND)
                               TO WS-INSRULE-BRAND(
                                   WS-INSERT-RULE-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-INSERT-RULES-FILE.

      *    One extra HDR per brand on brands.dat, as the nightly
      *    outbound file carries.
           LOAD-BRANDS.
           MOVE 0 TO WS-BRAND-COUNT.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-BRAND-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-BRAND-FILE
                   NOT AT END
                       IF WS-BRAND-COUNT < 20
                       AND RC-BRAND-CODE NOT = SPACES
                           ADD 1 TO WS-BRAND-COUNT
                           MOVE FUNCTION UPPER-CASE(RC-BRAND-CODE)
                               TO WS-BRAND-CODE(WS-BRAND-COUNT)
                           MOVE RC-BRAND-NAME
                               TO WS-BRAND-NAME(WS-BRAND-COUNT)
                           MOVE RC-BRAND-HEADER-SOURCE TO
                               WS-BRAND-HEADER-SOURCE(WS-BRAND-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BRAND-FILE.

      *    The customer's relationship manager signs the piece, the
      *    same signature line the card run prints.
           LOAD-REPS.
           MOVE 0 TO WS-REP-COUNT.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-REP-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
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
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REP-FILE.

           SET-REP-SIGNATURE.
           MOVE SPACES TO RC-OUTBOUND-SIGNATURE.
           IF RC-CUSTOMER-REP-ID NOT = SPACES
               PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
                   IF WS-REP-ID(WS-REP-SUB) = RC-CUSTOMER-REP-ID
                       MOVE WS-REP-SIGNATURE(WS-REP-SUB)
                           TO RC-OUTBOUND-SIGNATURE
                   END-IF
               END-PERFORM
           END-IF.

           LOAD-WEIGHT-CLASSES.
           MOVE 0 TO WS-WCL-COUNT.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-WEIGHT-CLASS-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-WEIGHT-CLASS-FILE
                   NOT AT END
                       IF WS-WCL-COUNT < 20
                       AND RC-WCL-OCCASION NOT = SPACES
                       AND RC-WCL-CLASS NOT = SPACES
                           ADD 1 TO WS-WCL-COUNT
                           MOVE RC-WCL-OCCASION
                               TO WS-WCL-OCCASION(WS-WCL-COUNT)
                           MOVE RC-WCL-CLASS
                               TO WS-WCL-CLASS(WS-WCL-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-WEIGHT-CLASS-FILE.

           LOAD-ALTERNATE-ADDRESSES.
           MOVE 0 TO WS-ALT-COUNT.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-ALT-ADDRESS-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-ALT-ADDRESS-FILE
                   NOT AT END
                       IF WS-ALT-COUNT < 500
                       AND RC-ALT-CUSTOMER-ID IS NUMERIC
                           ADD 1 TO WS-ALT-COUNT
                           MOVE RC-ALT-CUSTOMER-ID
                               TO WS-ALT-ID(WS-ALT-COUNT)
                           MOVE RC-ALT-FROM-MMDD
                               TO WS-ALT-FROM-MMDD(WS-ALT-COUNT)
                           MOVE RC-ALT-TO-MMDD
                               TO WS-ALT-TO-MMDD(WS-ALT-COUNT)
                           MOVE RC-ALT-STREET
                               TO WS-ALT-STREET(WS-ALT-COUNT)
                           MOVE RC-ALT-CITY
                               TO WS-ALT-CITY(WS-ALT-COUNT)
                           MOVE RC-ALT-STATE
                               TO WS-ALT-STATE(WS-ALT-COUNT)
                           MOVE RC-ALT-ZIP
                               TO WS-ALT-ZIP(WS-ALT-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ALT-ADDRESS-FILE.

      *    FREQUENCY-CAP-MAX and FREQUENCY-CAP-WINDOW in force on the
      *    mail date, as the nightly pass reads them, with the window
      *    ending on the mail date.
           APPLY-FREQUENCY-CAP-OVERRIDE.
           MOVE 'campaign-mailer' TO WS-PRQ-PROGRAM.
           MOVE 'FREQUENCY-CAP-MAX' TO WS-PRQ-NAME.
           MOVE WS-MAIL-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-FREQ-CAP-MAX
           END-IF.
           MOVE 'campaign-mailer' TO WS-PRQ-PROGRAM.
           MOVE 'FREQUENCY-CAP-WINDOW' TO WS-PRQ-NAME.
           MOVE WS-MAIL-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-FREQ-WINDOW-DAYS
           END-IF.
           COMPUTE WS-FREQ-CUTOFF-INTEGER =
               WS-MAIL-INTEGER - WS-FREQ-WINDOW-DAYS + 1.
           COMPUTE WS-FREQ-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-FREQ-CUTOFF-INTEGER).
           MOVE SPACES TO WS-FREQ-CUTOFF-DATE.
           STRING WS-FREQ-CUT-YEAR '-' WS-FREQ-CUT-MONTH '-'
               WS-FREQ-CUT-DAY INTO WS-FREQ-CUTOFF-DATE
           END-STRING.

      *    The nightly pass's MINOR-CONTACT-AGE parameter; defaults to
      *    13.
           APPLY-MINOR-AGE-OVERRIDE.
           MOVE 'campaign-mailer' TO WS-PRQ-PROGRAM.
           MOVE 'MINOR-CONTACT-AGE' TO WS-PRQ-NAME.
           MOVE WS-MAIL-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 100
               MOVE WS-PRQ-NUMBER TO WS-MINOR-CONTACT-AGE
           END-IF.

      *    Quiet addresses still inside the bereavement window
      *    (QUIET-PERIOD-DAYS on the parameter master) on the mail
      *    date.  The nightly pass owns purging lapsed entries; the
      *    campaign only reads the file.
           LOAD-QUIET-ADDRESSES.
           MOVE 0 TO WS-QUIET-COUNT.
           MOVE 'campaign-mailer' TO WS-PRQ-PROGRAM.
           MOVE 'QUIET-PERIOD-DAYS' TO WS-PRQ-NAME.
           MOVE WS-MAIL-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-QUIET-PERIOD-DAYS
           END-IF.
           COMPUTE WS-QUIET-CUT-INTEGER =
               WS-MAIL-INTEGER - WS-QUIET-PERIOD-DAYS.
           COMPUTE WS-QUIET-CUT-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-QUIET-CUT-INTEGER).
           MOVE SPACES TO WS-QUIET-CUTOFF-DATE.
           STRING WS-QUIET-CUT-YEAR '-' WS-QUIET-CUT-MONTH '-'
               WS-QUIET-CUT-DAY INTO WS-QUIET-CUTOFF-DATE
           END-STRING.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-QUIET-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-QUIET-FILE
                   NOT AT END
                       IF RC-QUIET-DATE >= WS-QUIET-CUTOFF-DATE
                       AND RC-QUIET-DATE <= WS-MAIL-DATE
                       AND WS-QUIET-COUNT < 200
                           ADD 1 TO WS-QUIET-COUNT
                           MOVE RC-QUIET-ADDRESS
                               TO WS-QUIET-ADDRESS(WS-QUIET-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-QUIET-FILE.

           LOAD-EMAIL-TEMPLATES.
           MOVE 0 TO WS-ETPL-COUNT.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-EMAIL-TEMPLATE-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-EMAIL-TEMPLATE-FILE
                   NOT AT END
                       PERFORM STORE-ONE-EMAIL-TEMPLATE
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
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
           IF WS-ETPL-FOUND > 0
               IF RC-ETPL-KIND = 'S'
                   MOVE RC-ETPL-TEXT
                       TO WS-ETPL-SUBJECT(WS-ETPL-FOUND)
               ELSE
                   IF RC-ETPL-KIND = 'B'
                   AND WS-ETPL-BODY-COUNT(WS-ETPL-FOUND) < 3
                       ADD 1 TO WS-ETPL-BODY-COUNT(WS-ETPL-FOUND)
                       MOVE RC-ETPL-TEXT TO WS-ETPL-BODY-LINE(
                           WS-ETPL-FOUND
                           WS-ETPL-BODY-COUNT(WS-ETPL-FOUND))
                   END-IF
               END-IF
           END-IF.

           WRITE-RUN-HISTORY-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUNH-START-STAMP.
           OPEN EXTEND F-RUN-HISTORY-FILE.
           MOVE SPACES TO RC-RUNH-RECORD.
           MOVE 'campaign-mailer' TO RC-RUNH-PROGRAM.
           MOVE WS-MAIL-DATE TO RC-RUNH-DATE.
           MOVE 'IN-PROGRESS' TO RC-RUNH-STATUS.
           MOVE WS-RUNH-START-STAMP TO RC-RUNH-START-STAMP.
           WRITE RC-RUNH-RECORD.
           CLOSE F-RUN-HISTORY-FILE.

           WRITE-RUN-HISTORY-END.
           OPEN EXTEND F-RUN-HISTORY-FILE.
           MOVE SPACES TO RC-RUNH-RECORD.
           MOVE 'campaign-mailer' TO RC-RUNH-PROGRAM.
           MOVE WS-MAIL-DATE TO RC-RUNH-DATE.
           MOVE 'OK' TO RC-RUNH-STATUS.
           MOVE WS-RUNH-START-STAMP TO RC-RUNH-START-STAMP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-RUNH-END-STAMP.
           MOVE WS-RUNH-START-STAMP TO WS-RUNH-STAMP-WORK.
           COMPUTE WS-RUNH-START-SECS = WS-RUNH-WORK-HH * 3600
               + WS-RUNH-WORK-MM * 60 + WS-RUNH-WORK-SS.
           MOVE RC-RUNH-END-STAMP TO WS-RUNH-STAMP-WORK.
           COMPUTE WS-RUNH-END-SECS = WS-RUNH-WORK-HH * 3600
               + WS-RUNH-WORK-MM * 60 + WS-RUNH-WORK-SS.
           COMPUTE WS-RUNH-DURATION =
               WS-RUNH-END-SECS - WS-RUNH-START-SECS.
           IF WS-RUNH-DURATION < 0
               ADD 86400 TO WS-RUNH-DURATION
           END-IF.
           MOVE 'SECS=' TO RC-RUNH-SECS-LABEL.
           MOVE WS-RUNH-DURATION TO RC-RUNH-SECS.
           WRITE RC-RUNH-RECORD.
           CLOSE F-RUN-HISTORY-FILE.
