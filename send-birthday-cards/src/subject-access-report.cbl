       IDENTIFICATION DIVISION.
       PROGRAM-ID. subject-access-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CUSTOMER-ID
                   FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT OPTIONAL F-HISTORY-ARCHIVE-FILE
                   ASSIGN TO 'card-history-archive.dat'
                   ORGANIZATION IS INDEXED
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
               SELECT OPTIONAL F-CASE-FILE
                   ASSIGN TO 'customer-cases.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CASE-KEY
                   FILE STATUS IS WS-CASE-STATUS.
               SELECT OPTIONAL F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-RESP-CODE
                   FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT OPTIONAL F-ALT-ADDRESS-FILE
                   ASSIGN TO 'alternate-addresses.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-EXCEPTION-FILE
                   ASSIGN TO 'customer-exceptions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RETURNED-MAIL-FILE
                   ASSIGN TO 'returned-mail.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REPAIR-REPORT-FILE
                   ASSIGN TO 'address-repair-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-STATUS-FILE
                   ASSIGN TO 'notify-status.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-PREFERENCE-LOG-FILE
                   ASSIGN TO 'preference-log.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-HH-TRACE-FILE
                   ASSIGN TO 'household-trace.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-DISPOSITION-FILE
                   ASSIGN TO 'card-dispositions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-GIFT-FILE
                   ASSIGN TO DYNAMIC WS-SCAN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-PENDING-FILE
                   ASSIGN TO DYNAMIC WS-SCAN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PACKAGE-FILE
                   ASSIGN TO DYNAMIC WS-PACKAGE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REQUEST-LOG-FILE
                   ASSIGN TO 'subject-access-log.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-HISTORY-ARCHIVE-FILE.
           COPY "card-history-record.cpy"
               REPLACING LEADING ==RC== BY ==ARC==.
           FD F-DEPENDENT-FILE.
           COPY "dependent-record.cpy".
           FD F-EVENT-FILE.
           COPY "customer-event-record.cpy".
           FD F-CASE-FILE.
           COPY "customer-case-record.cpy".
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
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
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-FUNCTION PIC X.
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
           FD F-EXCEPTION-FILE.
           01 RC-EXCEPTION-RECORD.
               05 RC-EXCEPTION-CUSTOMER PIC X(500).
               05 RC-EXCEPTION-REASON PIC X(30).
               05 RC-EXCEPTION-DISPOSITION PIC X(9).
               05 FILLER PIC X.
               05 RC-EXCEPTION-RAISED-DATE PIC X(10).
           FD F-RETURNED-MAIL-FILE.
           01 RC-NIXIE-RECORD.
               05 RC-NIXIE-RETURN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-NIXIE-NAME PIC X(40).
               05 FILLER PIC X.
               05 RC-NIXIE-ZIP PIC X(10).
           FD F-REPAIR-REPORT-FILE.
           01 RC-REPAIR-RECORD.
               05 RC-REPAIR-CUSTOMER-ID PIC X(6).
               05 FILLER PIC X.
               05 RC-REPAIR-FINDING PIC X(20).
               05 FILLER PIC X.
               05 RC-REPAIR-NAME PIC X(40).
               05 FILLER PIC X.
               05 RC-REPAIR-ZIP PIC X(10).
           FD F-STATUS-FILE.
           01 RC-STATUS-RECORD.
               05 RC-STAT-CUSTOMER-ID PIC X(6).
               05 FILLER PIC X.
               05 RC-STAT-OUTCOME PIC X(8).
               05 FILLER PIC X.
               05 RC-STAT-DATE PIC X(10).
           FD F-PREFERENCE-LOG-FILE.
           01 RC-PREF-LOG-RECORD.
               05 RC-LOG-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-LOG-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X.
               05 RC-LOG-OLD-FLAG PIC X.
               05 RC-LOG-ARROW PIC X(2).
               05 RC-LOG-NEW-FLAG PIC X.
               05 FILLER PIC X.
               05 RC-LOG-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 RC-LOG-OLD-LANGUAGE PIC X(2).
               05 RC-LOG-LANGUAGE-ARROW PIC X(2).
               05 RC-LOG-NEW-LANGUAGE PIC X(2).
               05 FILLER PIC X.
               05 RC-LOG-OLD-CONSENT-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-LOG-OLD-CONSENT-SOURCE PIC X(8).
           FD F-HH-TRACE-FILE.
           01 RC-HH-TRACE-RECORD.
               05 RC-HHT-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-HHT-MEMBER-COUNT PIC 99.
               05 FILLER PIC X.
               05 RC-HHT-MEMBER-IDS.
                   10 RC-HHT-MEMBER-ID PIC 9(6) OCCURS 6 TIMES.
               05 FILLER PIC X.
               05 RC-HHT-CARD-NAME PIC X(40).
               05 FILLER PIC X.
               05 RC-HHT-ADDRESS PIC X(140).
           FD F-DISPOSITION-FILE.
           COPY "disposition-record.cpy".
      *    gift-order-log.dat and gift-orders-held.dat share the
      *    gift order layout; each is read in turn.
           FD F-GIFT-FILE.
           COPY "gift-order-record.cpy".
      *    pending-changes.dat and its archive of decided items,
      *    pending-change-archive.dat, likewise.
           FD F-PENDING-FILE.
           COPY "pending-change-record.cpy".
           FD F-PACKAGE-FILE.
           01 RC-PACKAGE-LINE PIC X(310).
           FD F-REQUEST-LOG-FILE.
           01 RC-REQUEST-LOG-RECORD.
               05 RC-SAR-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-SAR-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X.
               05 RC-SAR-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-SAR-MASTER-FOUND PIC X.
               05 FILLER PIC X.
               05 RC-SAR-LINE-COUNT PIC 9(6).
               05 FILLER PIC X.
               05 RC-SAR-PACKAGE-NAME PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-DEPENDENT-STATUS PIC XX.
           01 WS-EVENT-STATUS PIC XX.
           01 WS-CASE-STATUS PIC XX.
           01 WS-RESPONSE-STATUS PIC XX.
           01 WS-SCAN-FILENAME PIC X(40).
           01 WS-SESSION-IS-DONE PIC 9.
           01 WS-SCAN-ENDED PIC 9.
           01 WS-MASTER-ON-FILE PIC 9.
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
           01 WS-LOOKUP-ID PIC X(6).
           01 WS-ACCESS-ID PIC 9(6).
           01 WS-ACCESS-NAME PIC X(40).
           01 WS-ACCESS-ZIP PIC X(10).
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-PACKAGE-FILENAME PIC X(40).
           01 WS-PACKAGE-LINES PIC 9(6).
           01 WS-SECTION-COUNT PIC 9(5).
           01 WS-PACKAGE-COUNT PIC 9(4).
           01 WS-SUB PIC 99.
           01 WS-EMPTY-LINE PIC X VALUE SPACE.
           01 WS-BANNER-LINE.
               05 FILLER PIC X(24) VALUE 'SUBJECT ACCESS PACKAGE  '.
               05 FILLER PIC X(9) VALUE 'CUSTOMER '.
               05 WS-BANNER-ID PIC 9(6).
               05 FILLER PIC X(11) VALUE '  PRODUCED '.
               05 WS-BANNER-DATE PIC X(10).
               05 FILLER PIC X(4) VALUE ' BY '.
               05 WS-BANNER-OPERATOR PIC X(8).
           01 WS-SECTION-LINE.
               05 FILLER PIC X(4) VALUE '*** '.
               05 WS-SECTION-TITLE PIC X(40).
               05 FILLER PIC X(8) VALUE ' SOURCE '.
               05 WS-SECTION-SOURCE PIC X(26).
           01 WS-SECTION-END-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-SECTION-END-COUNT PIC ZZZZ9.
               05 FILLER PIC X(18) VALUE ' ENTRY(IES) HELD  '.
           01 WS-FIELD-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-FIELD-LABEL PIC X(24).
               05 WS-FIELD-VALUE PIC X(140).
           01 WS-HISTORY-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-HL-RUN-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HL-OCCASION PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HL-MESSAGE PIC X(56).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HL-VARIANT PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 WS-HL-RESPONSE-CODE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HL-EMAIL-CODE PIC X(10).
           01 WS-JOURNAL-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-JL-STAMP PIC X(14).
               05 FILLER PIC X(6) VALUE ' FUNC '.
               05 WS-JL-FUNCTION PIC X.
               05 FILLER PIC X(10) VALUE ' OPERATOR '.
               05 WS-JL-OPERATOR PIC X(8).
           01 WS-IMAGE-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-IMAGE-TAG PIC X(8).
               05 WS-IMAGE-TEXT PIC X(298).
           01 WS-RECORD-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-RECORD-TEXT PIC X(306).
       PROCEDURE DIVISION.

      *    Subject access: one customer ID in, one printable package
      *    out holding everything the system keeps on the person --
      *    the master record, seasonal addresses, dependents and
      *    personal events, live and archived card history, the
      *    suppression dispositions, every maintenance-journal image,
      *    exceptions, returned-mail and bounce events, preference
      *    changes, household-trace appearances, support cases, gift
      *    orders, queued master changes and offer-code redemptions.
      *    Each package is
      *    its own file, subject-access-<id>-<date>.dat, and each one
      *    produced is logged on subject-access-log.dat with the time
      *    and the operator, so the package handed over can always be
      *    matched to the request.  Nothing is changed on any file.
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-TODAYS-DATE
           END-STRING.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'subject-access-report: an operator ID is '
                   'required -- nothing produced'
               GOBACK
           END-IF.
      *    Only an operator granted this program on
      *    operator-authority.dat may run it; a refusal is logged as a
      *    security violation.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'subject-access-report' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR subject-access-report -- REFUSED'
               GOBACK
           END-IF.
           MOVE 0 TO WS-PACKAGE-COUNT.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN INPUT F-HISTORY-FILE.
           OPEN INPUT F-HISTORY-ARCHIVE-FILE.
           OPEN INPUT F-DEPENDENT-FILE.
           OPEN INPUT F-EVENT-FILE.
           OPEN INPUT F-CASE-FILE.
           MOVE 0 TO WS-SESSION-IS-DONE.
           PERFORM ACCEPT-ONE-REQUEST
               UNTIL WS-SESSION-IS-DONE = 1.
           CLOSE F-CASE-FILE.
           CLOSE F-EVENT-FILE.
           CLOSE F-DEPENDENT-FILE.
           CLOSE F-HISTORY-ARCHIVE-FILE.
           CLOSE F-HISTORY-FILE.
           CLOSE F-CUSTOMER-FILE.
           DISPLAY 'subject-access-report: ' WS-PACKAGE-COUNT
               ' package(s) produced'.
           GOBACK.

           ACCEPT-ONE-REQUEST.
           DISPLAY ' '.
           DISPLAY 'SUBJECT ACCESS -- CUSTOMER ID (6 DIGITS), Q TO '
               'QUIT:'.
           ACCEPT WS-LOOKUP-ID.
           EVALUATE TRUE
               WHEN WS-LOOKUP-ID = 'Q' OR WS-LOOKUP-ID = 'q'
                   MOVE 1 TO WS-SESSION-IS-DONE
               WHEN WS-LOOKUP-ID IS NOT NUMERIC
                   DISPLAY 'CUSTOMER ID MUST BE 6 DIGITS'
               WHEN OTHER
                   MOVE WS-LOOKUP-ID TO WS-ACCESS-ID
                   PERFORM PRODUCE-PACKAGE
           END-EVALUATE.

           PRODUCE-PACKAGE.
           MOVE SPACES TO WS-PACKAGE-FILENAME.
           STRING 'subject-access-' WS-ACCESS-ID '-' WS-TODAYS-DATE
               '.dat' INTO WS-PACKAGE-FILENAME
           END-STRING.
           MOVE 0 TO WS-PACKAGE-LINES.
           OPEN OUTPUT F-PACKAGE-FILE.
           MOVE WS-ACCESS-ID TO WS-BANNER-ID.
           MOVE WS-TODAYS-DATE TO WS-BANNER-DATE.
           MOVE WS-OPERATOR-ID TO WS-BANNER-OPERATOR.
           MOVE WS-BANNER-LINE TO RC-PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           PERFORM PRINT-MASTER-RECORD.
           PERFORM PRINT-SEASONAL-ADDRESSES.
           PERFORM PRINT-DEPENDENTS.
           PERFORM PRINT-PERSONAL-EVENTS.
           PERFORM PRINT-LIVE-HISTORY.
           PERFORM PRINT-ARCHIVED-HISTORY.
           PERFORM PRINT-DISPOSITIONS.
           PERFORM PRINT-JOURNAL-IMAGES.
           PERFORM PRINT-EXCEPTIONS.
           PERFORM PRINT-RETURNED-MAIL.
           PERFORM PRINT-BOUNCE-EVENTS.
           PERFORM PRINT-PREFERENCE-CHANGES.
           PERFORM PRINT-HOUSEHOLD-TRACE.
           PERFORM PRINT-CUSTOMER-CASES.
           PERFORM PRINT-GIFT-ORDERS.
           PERFORM PRINT-PENDING-CHANGES.
           PERFORM PRINT-REDEMPTIONS.
           CLOSE F-PACKAGE-FILE.
           PERFORM LOG-REQUEST.
           ADD 1 TO WS-PACKAGE-COUNT.
           IF WS-MASTER-ON-FILE = 0
               DISPLAY 'NOTE: CUSTOMER ' WS-ACCESS-ID
                   ' IS NOT ON THE MASTER FILE'
           END-IF.
           DISPLAY 'PACKAGE WRITTEN TO ' WS-PACKAGE-FILENAME
               ' (' WS-PACKAGE-LINES ' LINES)'.

           WRITE-PACKAGE-LINE.
           WRITE RC-PACKAGE-LINE.
           ADD 1 TO WS-PACKAGE-LINES.
           MOVE SPACES TO RC-PACKAGE-LINE.

           START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE WS-EMPTY-LINE TO RC-PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           MOVE WS-SECTION-LINE TO RC-PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE.

           END-SECTION.
           MOVE WS-SECTION-COUNT TO WS-SECTION-END-COUNT.
           MOVE WS-SECTION-END-LINE TO RC-PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE.

           WRITE-FIELD-LINE.
           MOVE WS-FIELD-LINE TO RC-PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE.

           WRITE-RECORD-LINE.
           MOVE WS-RECORD-LINE TO RC-PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           ADD 1 TO WS-SECTION-COUNT.

      *    The master record is set out field by field, the way the
      *    customer would recognise it, rather than as the raw image.
      *    The name and ZIP found here are what returned mail is
      *    matched on further down.
           PRINT-MASTER-RECORD.
           MOVE 'CUSTOMER MASTER RECORD' TO WS-SECTION-TITLE.
           MOVE 'customers.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-MASTER-ON-FILE.
           MOVE SPACES TO WS-ACCESS-NAME.
           MOVE SPACES TO WS-ACCESS-ZIP.
           MOVE WS-ACCESS-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               MOVE 1 TO WS-MASTER-ON-FILE
               MOVE 1 TO WS-SECTION-COUNT
               MOVE RC-CUSTOMER-NAME TO WS-ACCESS-NAME
               MOVE RC-ADDR-ZIP TO WS-ACCESS-ZIP
               PERFORM PRINT-MASTER-FIELDS
           ELSE
               MOVE 'NOT ON FILE' TO WS-FIELD-LABEL
               MOVE SPACES TO WS-FIELD-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.
           PERFORM END-SECTION.

           PRINT-MASTER-FIELDS.
           MOVE 'NAME' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-NAME TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'NAME PARTS' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING RC-NAME-TITLE ' ' RC-NAME-FIRST ' ' RC-NAME-MIDDLE
               ' ' RC-NAME-LAST ' ' RC-NAME-SUFFIX
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'SALUTATION' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-SALUTATION TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'ADDRESS' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING RC-ADDR-STREET ' ' RC-ADDR-CITY ' ' RC-ADDR-STATE
               ' ' RC-ADDR-ZIP ' ' RC-CUSTOMER-COUNTRY
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'DATE OF BIRTH' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-DOB TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'JOB' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-JOB TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'E-MAIL' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-EMAIL TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'MOBILE' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-MOBILE TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'TEXT CONSENT' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING RC-CUSTOMER-SMS-CONSENT-DATE ' '
               RC-CUSTOMER-SMS-CONSENT-SOURCE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'CHANNEL / LANGUAGE' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING RC-CUSTOMER-CHANNEL ' / ' RC-CUSTOMER-LANGUAGE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'ACCESSIBLE FORMAT' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-ACCESS-FORMAT TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'DO NOT MAIL' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-DO-NOT-MAIL TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'DECEASED / DATE' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING RC-CUSTOMER-DECEASED ' / '
               RC-CUSTOMER-DECEASED-DATE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'RETURNS / SUPPRESSED' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING RC-CUSTOMER-RETURN-COUNT ' / '
               RC-CUSTOMER-MAIL-SUPPRESSED
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'E-MAIL BOUNCES' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-BOUNCE-COUNT TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'ENROLLED' TO WS-FIELD-LABEL.
           MOVE RC-CUSTOMER-ENROLL-DATE TO WS-FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'BRAND / REP' TO WS-FIELD-LABEL.
           MOVE SPACES TO WS-FIELD-VALUE.
           STRING RC-CUSTOMER-BRAND ' / ' RC-CUSTOMER-REP-ID
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-STRING.
           PERFORM WRITE-FIELD-LINE.

           PRINT-SEASONAL-ADDRESSES.
           MOVE 'SEASONAL ADDRESSES' TO WS-SECTION-TITLE.
           MOVE 'alternate-addresses.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-ALT-ADDRESS-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-ALT-ADDRESS-FILE
                   NOT AT END
                       IF RC-ALT-CUSTOMER-ID = WS-LOOKUP-ID
                           MOVE RC-ALT-ADDR-RECORD
                               TO WS-RECORD-TEXT
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ALT-ADDRESS-FILE.
           PERFORM END-SECTION.

           PRINT-DEPENDENTS.
           MOVE 'CHILDREN' TO WS-SECTION-TITLE.
           MOVE 'dependents.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE WS-ACCESS-ID TO RC-DEP-CUSTOMER-ID.
           MOVE 0 TO RC-DEP-SEQ.
           START F-DEPENDENT-FILE
               KEY IS >= RC-DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-DEPENDENT-FILE NEXT
                   NOT AT END
                       IF RC-DEP-CUSTOMER-ID NOT = WS-ACCESS-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           MOVE SPACES TO WS-RECORD-TEXT
                           STRING RC-DEP-FIRST-NAME ' BORN '
                               RC-DEP-DOB ' ADDED '
                               RC-DEP-ADDED-DATE
                               DELIMITED BY SIZE
                               INTO WS-RECORD-TEXT
                           END-STRING
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           PERFORM END-SECTION.

           PRINT-PERSONAL-EVENTS.
           MOVE 'PERSONAL EVENTS' TO WS-SECTION-TITLE.
           MOVE 'customer-events.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE WS-ACCESS-ID TO RC-EVT-CUSTOMER-ID.
           MOVE LOW-VALUES TO RC-EVT-TYPE.
           START F-EVENT-FILE
               KEY IS >= RC-EVT-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-EVENT-FILE NEXT
                   NOT AT END
                       IF RC-EVT-CUSTOMER-ID NOT = WS-ACCESS-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           MOVE SPACES TO WS-RECORD-TEXT
                           STRING RC-EVT-TYPE ' ' RC-EVT-DATE ' '
                               RC-EVT-NAME-LINE ' ADDED '
                               RC-EVT-ADDED-DATE
                               DELIMITED BY SIZE
                               INTO WS-RECORD-TEXT
                           END-STRING
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           PERFORM END-SECTION.

           PRINT-LIVE-HISTORY.
           MOVE 'CARDS AND NOTIFICATIONS SENT' TO WS-SECTION-TITLE.
           MOVE 'card-history.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE WS-ACCESS-ID TO RC-HIST-CUSTOMER-ID.
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
                       IF RC-HIST-CUSTOMER-ID NOT = WS-ACCESS-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           MOVE RC-HIST-RUN-DATE TO WS-HL-RUN-DATE
                           MOVE RC-HIST-OCCASION TO WS-HL-OCCASION
                           MOVE RC-HIST-MESSAGE TO WS-HL-MESSAGE
                           MOVE RC-HIST-VARIANT TO WS-HL-VARIANT
                           MOVE RC-HIST-RESPONSE-CODE
                               TO WS-HL-RESPONSE-CODE
                           MOVE RC-HIST-EMAIL-CODE
                               TO WS-HL-EMAIL-CODE
                           PERFORM WRITE-HISTORY-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           PERFORM END-SECTION.

           PRINT-ARCHIVED-HISTORY.
           MOVE 'CARDS SENT, ARCHIVED' TO WS-SECTION-TITLE.
           MOVE 'card-history-archive.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE WS-ACCESS-ID TO ARC-HIST-CUSTOMER-ID.
           MOVE SPACES TO ARC-HIST-RUN-DATE.
           MOVE SPACES TO ARC-HIST-OCCASION.
           START F-HISTORY-ARCHIVE-FILE
               KEY IS >= ARC-HIST-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-HISTORY-ARCHIVE-FILE NEXT
                   NOT AT END
                       IF ARC-HIST-CUSTOMER-ID NOT = WS-ACCESS-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           MOVE ARC-HIST-RUN-DATE TO WS-HL-RUN-DATE
                           MOVE ARC-HIST-OCCASION TO WS-HL-OCCASION
                           MOVE ARC-HIST-MESSAGE TO WS-HL-MESSAGE
                           MOVE ARC-HIST-VARIANT TO WS-HL-VARIANT
                           MOVE ARC-HIST-RESPONSE-CODE
                               TO WS-HL-RESPONSE-CODE
                           MOVE ARC-HIST-EMAIL-CODE
                               TO WS-HL-EMAIL-CODE
                           PERFORM WRITE-HISTORY-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           PERFORM END-SECTION.

           WRITE-HISTORY-LINE.
           MOVE WS-HISTORY-LINE TO RC-PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           ADD 1 TO WS-SECTION-COUNT.

           PRINT-DISPOSITIONS.
           MOVE 'OCCASIONS WITH NO PIECE SENT' TO WS-SECTION-TITLE.
           MOVE 'card-dispositions.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-DISPOSITION-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-DISPOSITION-FILE
                   NOT AT END
                       IF RC-DISP-CUSTOMER-ID = WS-ACCESS-ID
                           MOVE RC-DISPOSITION-RECORD
                               TO WS-RECORD-TEXT
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DISPOSITION-FILE.
           PERFORM END-SECTION.

      *    The customer ID lives in the first six characters of
      *    whichever image is present, as maintenance-journal-print
      *    reads it.  Both images of a selected entry are shown.
           PRINT-JOURNAL-IMAGES.
           MOVE 'MAINTENANCE CHANGES' TO WS-SECTION-TITLE.
           MOVE 'maintenance-journal.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-JOURNAL-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-JOURNAL-FILE
                   NOT AT END
                       IF RC-JRN-BEFORE(1:6) = WS-LOOKUP-ID
                       OR RC-JRN-AFTER(1:6) = WS-LOOKUP-ID
                           PERFORM PRINT-ONE-JOURNAL-ENTRY
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL-FILE.
           PERFORM END-SECTION.

           PRINT-ONE-JOURNAL-ENTRY.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE RC-JRN-STAMP TO WS-JL-STAMP.
           MOVE RC-JRN-FUNCTION TO WS-JL-FUNCTION.
           MOVE RC-JRN-OPERATOR TO WS-JL-OPERATOR.
           MOVE WS-JOURNAL-LINE TO RC-PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE.
           IF RC-JRN-BEFORE NOT = SPACES
               MOVE 'BEFORE' TO WS-IMAGE-TAG
               MOVE RC-JRN-BEFORE TO WS-IMAGE-TEXT
               MOVE WS-IMAGE-LINE TO RC-PACKAGE-LINE
               PERFORM WRITE-PACKAGE-LINE
           END-IF.
           IF RC-JRN-AFTER NOT = SPACES
               MOVE 'AFTER' TO WS-IMAGE-TAG
               MOVE RC-JRN-AFTER TO WS-IMAGE-TEXT
               MOVE WS-IMAGE-LINE TO RC-PACKAGE-LINE
               PERFORM WRITE-PACKAGE-LINE
           END-IF.

           PRINT-EXCEPTIONS.
           MOVE 'DATA-QUALITY EXCEPTIONS' TO WS-SECTION-TITLE.
           MOVE 'customer-exceptions.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-EXCEPTION-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-EXCEPTION-FILE
                   NOT AT END
                       IF RC-EXCEPTION-CUSTOMER(1:6) = WS-LOOKUP-ID
                           MOVE SPACES TO WS-RECORD-TEXT
                           STRING RC-EXCEPTION-RAISED-DATE ' '
                               RC-EXCEPTION-REASON ' '
                               RC-EXCEPTION-DISPOSITION
                               DELIMITED BY SIZE
                               INTO WS-RECORD-TEXT
                           END-STRING
                           PERFORM WRITE-RECORD-LINE
                           MOVE 'AS HELD' TO WS-IMAGE-TAG
                           MOVE RC-EXCEPTION-CUSTOMER
                               TO WS-IMAGE-TEXT
                           MOVE WS-IMAGE-LINE TO RC-PACKAGE-LINE
                           PERFORM WRITE-PACKAGE-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EXCEPTION-FILE.
           PERFORM END-SECTION.

      *    The vendor's returned-mail feed carries no customer ID, so
      *    returns are matched on name and ZIP exactly as nixie-batch
      *    matches them -- which needs the master record.  What
      *    nixie-batch concluded from them is listed by ID from its
      *    repair report.
           PRINT-RETURNED-MAIL.
           MOVE 'RETURNED MAIL' TO WS-SECTION-TITLE.
           MOVE 'returned-mail.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           IF WS-MASTER-ON-FILE = 1
               MOVE 0 TO WS-SCAN-ENDED
               OPEN INPUT F-RETURNED-MAIL-FILE
               PERFORM UNTIL WS-SCAN-ENDED = 1
                   READ F-RETURNED-MAIL-FILE
                       NOT AT END
                           IF RC-NIXIE-NAME = WS-ACCESS-NAME
                           AND RC-NIXIE-ZIP = WS-ACCESS-ZIP
                               MOVE RC-NIXIE-RECORD
                                   TO WS-RECORD-TEXT
                               PERFORM WRITE-RECORD-LINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-SCAN-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RETURNED-MAIL-FILE
           ELSE
               MOVE 'NOT MATCHED' TO WS-FIELD-LABEL
               MOVE 'NO MASTER RECORD TO MATCH NAME AND ZIP ON'
                   TO WS-FIELD-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.
           PERFORM END-SECTION.
           MOVE 'RETURNED-MAIL FINDINGS' TO WS-SECTION-TITLE.
           MOVE 'address-repair-report.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-REPAIR-REPORT-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-REPAIR-REPORT-FILE
                   NOT AT END
                       IF RC-REPAIR-CUSTOMER-ID = WS-LOOKUP-ID
                           MOVE RC-REPAIR-RECORD TO WS-RECORD-TEXT
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REPAIR-REPORT-FILE.
           PERFORM END-SECTION.

           PRINT-BOUNCE-EVENTS.
           MOVE 'E-MAIL AND TEXT DELIVERY EVENTS' TO WS-SECTION-TITLE.
           MOVE 'notify-status.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-STATUS-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-STATUS-FILE
                   NOT AT END
                       IF RC-STAT-CUSTOMER-ID = WS-LOOKUP-ID
                           MOVE RC-STATUS-RECORD TO WS-RECORD-TEXT
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-STATUS-FILE.
           PERFORM END-SECTION.

           PRINT-PREFERENCE-CHANGES.
           MOVE 'PREFERENCE AND CONSENT CHANGES' TO WS-SECTION-TITLE.
           MOVE 'preference-log.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-PREFERENCE-LOG-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-PREFERENCE-LOG-FILE
                   NOT AT END
                       IF RC-LOG-CUSTOMER-ID = WS-ACCESS-ID
                           MOVE RC-PREF-LOG-RECORD
                               TO WS-RECORD-TEXT
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PREFERENCE-LOG-FILE.
           PERFORM END-SECTION.

      *    A household card names up to six members; the customer
      *    appears wherever the ID is any one of them.
           PRINT-HOUSEHOLD-TRACE.
           MOVE 'HOUSEHOLD CARDS' TO WS-SECTION-TITLE.
           MOVE 'household-trace.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-HH-TRACE-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-HH-TRACE-FILE
                   NOT AT END
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 6
                           IF RC-HHT-MEMBER-ID(WS-SUB) = WS-ACCESS-ID
                               MOVE RC-HH-TRACE-RECORD
                                   TO WS-RECORD-TEXT
                               PERFORM WRITE-RECORD-LINE
                               MOVE 7 TO WS-SUB
                           END-IF
                       END-PERFORM
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-HH-TRACE-FILE.
           PERFORM END-SECTION.

      *    Each case shows its heading line, then the notes and the
      *    resolution as the clerks keyed them.
           PRINT-CUSTOMER-CASES.
           MOVE 'SUPPORT CASES' TO WS-SECTION-TITLE.
           MOVE 'customer-cases.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE WS-ACCESS-ID TO RC-CASE-CUSTOMER-ID.
           MOVE 0 TO RC-CASE-NUMBER.
           START F-CASE-FILE
               KEY IS >= RC-CASE-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-CASE-FILE NEXT
                   NOT AT END
                       IF RC-CASE-CUSTOMER-ID NOT = WS-ACCESS-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           PERFORM PRINT-ONE-CASE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           PERFORM END-SECTION.

           PRINT-ONE-CASE.
           MOVE SPACES TO WS-RECORD-TEXT.
           STRING 'CASE ' RC-CASE-NUMBER ' OPENED '
               RC-CASE-OPEN-DATE ' BY ' RC-CASE-OPENED-BY ' '
               RC-CASE-CATEGORY ' ' RC-CASE-STATUS ' UPDATED '
               RC-CASE-UPDATED-DATE ' BY ' RC-CASE-UPDATED-BY
               DELIMITED BY SIZE
               INTO WS-RECORD-TEXT
           END-STRING.
           PERFORM WRITE-RECORD-LINE.
           IF RC-CASE-NOTES NOT = SPACES
               MOVE 'NOTES' TO WS-IMAGE-TAG
               MOVE RC-CASE-NOTES TO WS-IMAGE-TEXT
               MOVE WS-IMAGE-LINE TO RC-PACKAGE-LINE
               PERFORM WRITE-PACKAGE-LINE
           END-IF.
           IF RC-CASE-RESOLUTION NOT = SPACES
               MOVE 'RESOLVED' TO WS-IMAGE-TAG
               MOVE SPACES TO WS-IMAGE-TEXT
               STRING RC-CASE-RESOLVED-DATE ' BY '
                   RC-CASE-RESOLVED-BY ' ' RC-CASE-RESOLUTION
                   DELIMITED BY SIZE
                   INTO WS-IMAGE-TEXT
               END-STRING
               MOVE WS-IMAGE-LINE TO RC-PACKAGE-LINE
               PERFORM WRITE-PACKAGE-LINE
           END-IF.

      *    A milestone gift is logged once ordered; one held back
      *    for the month's budget waits on gift-orders-held.dat.
           PRINT-GIFT-ORDERS.
           MOVE 'GIFT ORDERS' TO WS-SECTION-TITLE.
           MOVE 'gift-order-log.dat' TO WS-SECTION-SOURCE.
           MOVE 'gift-order-log.dat' TO WS-SCAN-FILENAME.
           PERFORM PRINT-GIFT-FILE.
           MOVE 'GIFT ORDERS HELD FOR BUDGET' TO WS-SECTION-TITLE.
           MOVE 'gift-orders-held.dat' TO WS-SECTION-SOURCE.
           MOVE 'gift-orders-held.dat' TO WS-SCAN-FILENAME.
           PERFORM PRINT-GIFT-FILE.

           PRINT-GIFT-FILE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-GIFT-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-GIFT-FILE
                   NOT AT END
                       IF RC-GIFT-CUSTOMER-ID = WS-ACCESS-ID
                           MOVE RC-GIFT-ORDER-RECORD
                               TO WS-RECORD-TEXT
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GIFT-FILE.
           PERFORM END-SECTION.

      *    Date-of-birth and deceased changes keyed under dual
      *    control, whether still waiting or already decided, and
      *    the decided ones change-approval has since archived.
           PRINT-PENDING-CHANGES.
           MOVE 'QUEUED MASTER CHANGES' TO WS-SECTION-TITLE.
           MOVE 'pending-changes.dat' TO WS-SECTION-SOURCE.
           MOVE 'pending-changes.dat' TO WS-SCAN-FILENAME.
           PERFORM PRINT-PENDING-FILE.
           MOVE 'QUEUED MASTER CHANGES, ARCHIVED' TO WS-SECTION-TITLE.
           MOVE 'pending-change-archive.dat' TO WS-SECTION-SOURCE.
           MOVE 'pending-change-archive.dat' TO WS-SCAN-FILENAME.
           PERFORM PRINT-PENDING-FILE.

           PRINT-PENDING-FILE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-PENDING-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-PENDING-FILE
                   NOT AT END
                       IF RC-PEND-CUSTOMER-ID = WS-ACCESS-ID
                           MOVE RC-PENDING-RECORD
                               TO WS-RECORD-TEXT
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PENDING-FILE.
           PERFORM END-SECTION.

      *    The ledger is keyed by the code, not the customer, so it
      *    is read end to end; only codes the customer has redeemed
      *    are listed -- the codes issued show on the card history.
           PRINT-REDEMPTIONS.
           MOVE 'OFFER CODES REDEEMED' TO WS-SECTION-TITLE.
           MOVE 'response-codes.dat' TO WS-SECTION-SOURCE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN INPUT F-RESPONSE-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-RESPONSE-FILE NEXT
                   NOT AT END
                       IF RC-RESP-CUSTOMER-ID = WS-ACCESS-ID
                       AND RC-RESP-REDEEMED-DATE NOT = SPACES
                           MOVE SPACES TO WS-RECORD-TEXT
                           STRING RC-RESP-CODE ' ISSUED '
                               RC-RESP-RUN-DATE ' '
                               RC-RESP-OCCASION ' CHANNEL '
                               RC-RESP-CHANNEL ' REDEEMED '
                               RC-RESP-REDEEMED-DATE ' '
                               RC-RESP-REFERENCE
                               DELIMITED BY SIZE
                               INTO WS-RECORD-TEXT
                           END-STRING
                           PERFORM WRITE-RECORD-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RESPONSE-FILE.
           PERFORM END-SECTION.

           LOG-REQUEST.
           OPEN EXTEND F-REQUEST-LOG-FILE.
           MOVE SPACES TO RC-REQUEST-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-SAR-STAMP.
           MOVE WS-ACCESS-ID TO RC-SAR-CUSTOMER-ID.
           MOVE WS-OPERATOR-ID TO RC-SAR-OPERATOR.
           IF WS-MASTER-ON-FILE = 1
               MOVE 'Y' TO RC-SAR-MASTER-FOUND
           ELSE
               MOVE 'N' TO RC-SAR-MASTER-FOUND
           END-IF.
           MOVE WS-PACKAGE-LINES TO RC-SAR-LINE-COUNT.
           MOVE WS-PACKAGE-FILENAME TO RC-SAR-PACKAGE-NAME.
           WRITE RC-REQUEST-LOG-RECORD.
           CLOSE F-REQUEST-LOG-FILE.
