       IDENTIFICATION DIVISION.
       PROGRAM-ID. transmission-edit-gate.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO 'card-manifest.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CAMPAIGN-STAMP-FILE
                   ASSIGN TO 'campaign-stamp.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-EDIT-FILE
                   ASSIGN TO DYNAMIC WS-EDIT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EDIT-STATUS.
               SELECT F-GATE-WORK-FILE
                   ASSIGN TO 'transmission-gate-work.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-KEY-FILE
                   ASSIGN TO 'transmission-gate-keys.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RC-KEY-CUSTOMER-OCCASION
                   FILE STATUS IS WS-KEY-STATUS.
               SELECT OPTIONAL F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RC-RESP-CODE
                   FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT OPTIONAL F-ZIP-STATE-FILE
                   ASSIGN TO 'zip-state-ranges.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-WEIGHT-CLASS-FILE
                   ASSIGN TO 'weight-classes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-INSERT-RULES-FILE
                   ASSIGN TO 'insert-rules.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-HOLD-FILE
                   ASSIGN TO 'transmission-hold.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RELEASE-FILE
                   ASSIGN TO 'transmission-release.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-GATE-REPORT-FILE
                   ASSIGN TO DYNAMIC WS-GATE-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-MANIFEST-FILE.
           01 RC-MANIFEST-RECORD.
               05 RC-MANIFEST-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-MANIFEST-FILENAME PIC X(40).
               05 FILLER PIC X.
               05 RC-MANIFEST-LABEL PIC X(6).
               05 RC-MANIFEST-COUNT PIC ZZZZ9.
      *    One row per campaign campaign-mailer has mailed; those
      *    whose mail date is the run date have handoff files today.
           FD F-CAMPAIGN-STAMP-FILE.
           01 RC-CAMPAIGN-STAMP-RECORD.
               05 RC-CST-CODE PIC X(9).
               05 FILLER PIC X.
               05 RC-CST-MAIL-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-CST-RUN-STAMP PIC X(14).
      *    Every file the gate edits is an outbound image -- the
      *    birthday and greeting outbound files, the vendor handoff
      *    files and the international files, campaign ones
      *    included, all carry the same detail layout -- and the two
      *    outbound files add HDR/TRL control records.  The greeting trailer, with its twenty
      *    occasion counts, is the longest record.
           FD F-EDIT-FILE.
           01 RC-EDIT-RECORD PIC X(320).
           01 RC-EDIT-DETAIL.
               05 RC-EDIT-OCCASION PIC X(9).
               05 RC-EDIT-NAME PIC X(40).
               05 RC-EDIT-ADDRESS.
                   10 RC-EDIT-ADDR-STREET PIC X(40).
                   10 RC-EDIT-ADDR-CITY PIC X(30).
                   10 RC-EDIT-ADDR-STATE PIC X(2).
                   10 RC-EDIT-ADDR-ZIP PIC X(10).
                   10 FILLER PIC X(18).
               05 RC-EDIT-MESSAGE PIC X(56).
               05 FILLER PIC X.
               05 RC-EDIT-INSERT-CODE PIC X(8).
               05 FILLER PIC X.
               05 RC-EDIT-WEIGHT-CLASS PIC X(5).
               05 FILLER PIC X.
               05 RC-EDIT-RESPONSE-CODE PIC X(10).
               05 FILLER PIC X(89).
           01 RC-EDIT-HEADER.
               05 RC-EDH-TYPE PIC X(3).
               05 FILLER PIC X.
               05 RC-EDH-RUN-DATE PIC X(10).
               05 FILLER PIC X(306).
           01 RC-EDIT-BDAY-TRAILER.
               05 RC-EBT-TYPE PIC X(3).
               05 FILLER PIC X(57).
               05 RC-EBT-TOTAL-LABEL PIC X(6).
               05 RC-EBT-TOTAL-COUNT PIC ZZZZ9.
               05 FILLER PIC X(249).
           01 RC-EDIT-GREET-TRAILER.
               05 RC-EGT-TYPE PIC X(3).
               05 FILLER PIC X.
               05 RC-EGT-ENTRY OCCURS 20 TIMES.
                   10 RC-EGT-OCCASION PIC X(9).
                   10 RC-EGT-EQUALS PIC X.
                   10 RC-EGT-COUNT PIC ZZZ9.
                   10 FILLER PIC X.
               05 RC-EGT-TOTAL-LABEL PIC X(6).
               05 RC-EGT-TOTAL-COUNT PIC ZZZZ9.
               05 FILLER PIC X(5).
      *    Each record of the file being edited, flagged H for held
      *    or K for kept, so the clean file can be written back once
      *    the whole file has passed its control checks.
           FD F-GATE-WORK-FILE.
           01 RC-GATE-WORK-RECORD.
               05 RC-GWK-FLAG PIC X.
               05 RC-GWK-REASON PIC X(24).
               05 RC-GWK-RECORD PIC X(320).
           FD F-KEY-FILE.
           01 RC-KEY-RECORD.
               05 RC-KEY-CUSTOMER-OCCASION.
                   10 RC-KEY-CUSTOMER-ID PIC 9(6).
                   10 RC-KEY-OCCASION PIC X(9).
               05 RC-KEY-FILENAME PIC X(40).
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
           FD F-ZIP-STATE-FILE.
           01 RC-ZIP-STATE-RECORD.
               05 RC-ZSR-FROM PIC X(3).
               05 FILLER PIC X.
               05 RC-ZSR-TO PIC X(3).
               05 FILLER PIC X.
               05 RC-ZSR-STATE PIC X(2).
           FD F-WEIGHT-CLASS-FILE.
           01 RC-WEIGHT-CLASS-RECORD.
               05 RC-WCL-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-WCL-CLASS PIC X(5).
           FD F-INSERT-RULES-FILE.
           01 RC-INSERT-RULE-RECORD.
               05 RC-INSRULE-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-INSRULE-CODE PIC X(8).
               05 FILLER PIC X.
               05 RC-INSRULE-BRAND PIC X(4).
           FD F-HOLD-FILE.
           01 RC-HOLD-RECORD.
               05 RC-HOLD-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-HOLD-FILENAME PIC X(40).
               05 FILLER PIC X.
               05 RC-HOLD-REASON PIC X(24).
               05 FILLER PIC X.
               05 RC-HOLD-PIECE PIC X(320).
           FD F-RELEASE-FILE.
           01 RC-RELEASE-RECORD.
               05 RC-REL-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REL-FILENAME PIC X(40).
               05 FILLER PIC X.
               05 RC-REL-STATUS PIC X(12).
               05 FILLER PIC X.
               05 RC-REL-LABEL PIC X(6).
               05 RC-REL-COUNT PIC ZZZZ9.
           FD F-GATE-REPORT-FILE.
           01 RC-GATE-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-WORK-IS-ENDED PIC 9.
           01 WS-EDIT-STATUS PIC XX.
           01 WS-KEY-STATUS PIC XX.
           01 WS-RESPONSE-STATUS PIC XX.
               88 WS-RESPONSE-FOUND VALUE '00'.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-EDIT-FILENAME PIC X(40).
           01 WS-GATE-REPORT-FILENAME PIC X(40).
           01 WS-VND-SUB PIC 99.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
      *    Campaigns mailing on the run date, each code as it
      *    appears in campaign-mailer's file names.
           01 WS-CMP-SUB PIC 99.
           01 WS-CMP-COUNT PIC 99 VALUE 0.
           01 WS-CMP-TABLE.
               05 WS-CMP-CODE-TEXT PIC X(9) OCCURS 20 TIMES.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
      *    O birthday outbound, I international, G greeting outbound,
      *    V vendor handoff.  A campaign's vendor and international
      *    files are edited as V and I.
           01 WS-EDIT-KIND PIC X.
               88 WS-KIND-IS-OUTBOUND VALUE 'O'.
               88 WS-KIND-IS-INTL VALUE 'I'.
               88 WS-KIND-IS-GREETING VALUE 'G'.
               88 WS-KIND-IS-VENDOR VALUE 'V'.
           01 WS-IN-RUN-BLOCK PIC 9.
           01 WS-HDR-WAS-SEEN PIC 9.
           01 WS-TRL-WAS-SEEN PIC 9.
           01 WS-FILE-WAS-OPENED PIC 9.
           01 WS-RECORD-COUNT PIC 9(5).
           01 WS-DETAIL-COUNT PIC 9(5).
           01 WS-HELD-COUNT PIC 9(5).
           01 WS-BLOCK-HELD-COUNT PIC 9(5).
           01 WS-TRL-TOTAL PIC 9(5).
           01 WS-ADJUSTED-TOTAL PIC 9(5).
           01 WS-OCC-COUNT-WORK PIC 9(5).
           01 WS-MANIFEST-WAS-FOUND PIC 9.
           01 WS-MANIFEST-PIECES PIC 9(5).
           01 WS-MANIFEST-SEEDS PIC 9(5).
           01 WS-FILE-PROBLEM PIC X(24).
           01 WS-FILE-STATUS-TEXT PIC X(12).
           01 WS-REJECT-REASON PIC X(24).
           01 WS-ZIP-IS-VALID PIC 9.
           01 WS-ZIP-PREFIX-KNOWN PIC 9.
           01 WS-ZIP-STATE-AGREES PIC 9.
           01 WS-STATE-CHECK PIC X(2).
               88 WS-VALID-STATE-CODE VALUE
                   'AL' 'AK' 'AZ' 'AR' 'CA' 'CO' 'CT' 'DE' 'FL' 'GA'
                   'HI' 'ID' 'IL' 'IN' 'IA' 'KS' 'KY' 'LA' 'ME' 'MD'
                   'MA' 'MI' 'MN' 'MS' 'MO' 'MT' 'NE' 'NV' 'NH' 'NJ'
                   'NM' 'NY' 'NC' 'ND' 'OH' 'OK' 'OR' 'PA' 'RI' 'SC'
                   'SD' 'TN' 'TX' 'UT' 'VT' 'VA' 'WA' 'WV' 'WI' 'WY'
                   'DC' 'PR' 'VI' 'GU' 'AS' 'MP'.
           01 WS-ZSR-SUB PIC 9(3).
           01 WS-ZSR-COUNT PIC 9(3) VALUE 0.
           01 WS-ZSR-TABLE.
               05 WS-ZSR-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-ZSR-COUNT.
                   10 WS-ZSR-FROM PIC X(3).
                   10 WS-ZSR-TO PIC X(3).
                   10 WS-ZSR-STATE PIC X(2).
      *    Weight classes the producers can stamp: STD by default,
      *    BRAIL and LGPRT for accessible formats, plus every class
      *    on weight-classes.dat.
           01 WS-WCL-SUB PIC 99.
           01 WS-WCL-FOUND PIC 9.
           01 WS-WCL-COUNT PIC 99 VALUE 0.
           01 WS-WCL-TABLE.
               05 WS-WCL-CLASS PIC X(5) OCCURS 50 TIMES.
           01 WS-INS-SUB PIC 99.
           01 WS-INS-FOUND PIC 9.
           01 WS-INS-COUNT PIC 99 VALUE 0.
           01 WS-INS-TABLE.
               05 WS-INS-CODE PIC X(8) OCCURS 50 TIMES.
      *    Held pieces of the current greeting run block by occasion,
      *    so that block's trailer counts come down with them.
           01 WS-HOC-SUB PIC 99.
           01 WS-HOC-FOUND PIC 99.
           01 WS-HOC-COUNT PIC 99 VALUE 0.
           01 WS-HOC-TABLE.
               05 WS-HOC-ENTRY OCCURS 20 TIMES.
                   10 WS-HOC-OCCASION PIC X(9).
                   10 WS-HOC-HELD PIC 9(5).
           01 WS-FILES-EDITED PIC 9(3).
           01 WS-FILES-RELEASED PIC 9(3).
           01 WS-FILES-WITHHELD PIC 9(3).
           01 WS-TOTAL-HELD PIC 9(6).
           01 WS-HEADING-LINE.
               05 FILLER PIC X(29)
                   VALUE 'PRE-TRANSMISSION EDIT GATE  '.
               05 FILLER PIC X(9) VALUE 'RUN DATE '.
               05 WS-HEAD-DATE PIC X(10).
           01 WS-FILE-LINE.
               05 WS-FLN-FILENAME PIC X(40).
               05 FILLER PIC X(9) VALUE ' RECORDS='.
               05 WS-FLN-RECORDS PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE ' HELD='.
               05 WS-FLN-HELD PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE ' RELEASED='.
               05 WS-FLN-RELEASED PIC ZZZZ9.
               05 FILLER PIC X.
               05 WS-FLN-STATUS PIC X(12).
               05 FILLER PIC X.
               05 WS-FLN-PROBLEM PIC X(24).
           01 WS-HELD-LINE.
               05 FILLER PIC X(8) VALUE '  HELD  '.
               05 WS-HLN-REASON PIC X(24).
               05 FILLER PIC X.
               05 WS-HLN-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 WS-HLN-NAME PIC X(40).
               05 FILLER PIC X.
               05 WS-HLN-STATE PIC X(2).
               05 FILLER PIC X.
               05 WS-HLN-ZIP PIC X(10).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(14) VALUE 'FILES EDITED='.
               05 WS-TLN-EDITED PIC ZZ9.
               05 FILLER PIC X(10) VALUE ' RELEASED='.
               05 WS-TLN-RELEASED PIC ZZ9.
               05 FILLER PIC X(14) VALUE ' NOT RELEASED='.
               05 WS-TLN-WITHHELD PIC ZZ9.
               05 FILLER PIC X(13) VALUE ' PIECES HELD='.
               05 WS-TLN-HELD PIC ZZZZZ9.
           01 WS-SIGNOFF-LINE-1 PIC X(60) VALUE
               'REVIEWED AND RELEASED FOR TRANSMISSION BY:'.
           01 WS-SIGNOFF-LINE-2 PIC X(60) VALUE
               '  OPERATOR ______________  DATE __________  TIME _____'.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Vendors reject a whole file for one malformed record, and
      *    we used to hear of it the next morning.  Before any file
      *    is handed over, every record of the day's birthday
      *    outbound, international, greeting outbound and vendor
      *    handoff files, and of the vendor and international files
      *    of any campaign mailing that day, is edited here: a name line, a ZIP of the
      *    right shape that belongs to a real state (domestic files
      *    only), a weight class and an insert code the producers
      *    know, and -- across the birthday and greeting files -- no
      *    second card to the same customer for the same occasion.
      *    Each file's own controls are checked too: HDR and TRL
      *    present and agreeing with the detail records, and the
      *    record count agreeing with the file's manifest line.
      *    A record that fails goes to transmission-hold.dat with its
      *    reason and the file is written back without it (the TRL
      *    brought down to match, a HELD= line added to the manifest
      *    beneath its COUNT=); a file whose controls fail is not
      *    released at all.  transmission-release.dat tells the
      *    pickup job which files it may send, and the gate report
      *    lists every file and every held piece for the operator to
      *    review and sign.  Return code 4 means pieces were held,
      *    8 means a file was not released.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           MOVE SPACES TO WS-GATE-REPORT-FILENAME.
           STRING 'transmission-gate-' WS-TODAYS-DATE '.dat'
               INTO WS-GATE-REPORT-FILENAME
           END-STRING.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-ZIP-STATE-RANGES.
           PERFORM LOAD-WEIGHT-CLASSES.
           PERFORM LOAD-INSERT-CODES.
           MOVE 0 TO WS-FILES-EDITED.
           MOVE 0 TO WS-FILES-RELEASED.
           MOVE 0 TO WS-FILES-WITHHELD.
           MOVE 0 TO WS-TOTAL-HELD.
           OPEN INPUT F-RESPONSE-FILE.
           OPEN OUTPUT F-KEY-FILE.
           OPEN EXTEND F-HOLD-FILE.
           OPEN EXTEND F-RELEASE-FILE.
           OPEN OUTPUT F-GATE-REPORT-FILE.
           MOVE WS-TODAYS-DATE TO WS-HEAD-DATE.
           WRITE RC-GATE-REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO RC-GATE-REPORT-LINE.
           WRITE RC-GATE-REPORT-LINE.
      *    The birthday files go first, so a customer who also turns
      *    up in the greeting file keeps the birthday run's card.
           MOVE 'O' TO WS-EDIT-KIND.
           MOVE SPACES TO WS-EDIT-FILENAME.
           STRING 'outbound-mail-' WS-TODAYS-DATE '.dat'
               INTO WS-EDIT-FILENAME
           END-STRING.
           PERFORM EDIT-ONE-FILE.
           MOVE 'I' TO WS-EDIT-KIND.
           MOVE SPACES TO WS-EDIT-FILENAME.
           STRING 'intl-mail-' WS-TODAYS-DATE '.dat'
               INTO WS-EDIT-FILENAME
           END-STRING.
           PERFORM EDIT-ONE-FILE.
           MOVE 'G' TO WS-EDIT-KIND.
           MOVE 'greeting-outbound-mail.dat' TO WS-EDIT-FILENAME.
           PERFORM EDIT-ONE-FILE.
           MOVE 'V' TO WS-EDIT-KIND.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               MOVE SPACES TO WS-EDIT-FILENAME
               STRING 'vendor-'
                   FUNCTION LOWER-CASE(WS-VND-CODE(WS-VND-SUB))
                   '-mail-' WS-TODAYS-DATE '.dat'
                   INTO WS-EDIT-FILENAME
               END-STRING
               PERFORM EDIT-ONE-FILE
           END-PERFORM.
           PERFORM LOAD-TODAYS-CAMPAIGNS.
           PERFORM EDIT-CAMPAIGN-FILES
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-COUNT.
           MOVE WS-FILES-EDITED TO WS-TLN-EDITED.
           MOVE WS-FILES-RELEASED TO WS-TLN-RELEASED.
           MOVE WS-FILES-WITHHELD TO WS-TLN-WITHHELD.
           MOVE WS-TOTAL-HELD TO WS-TLN-HELD.
           MOVE SPACES TO RC-GATE-REPORT-LINE.
           WRITE RC-GATE-REPORT-LINE.
           WRITE RC-GATE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO RC-GATE-REPORT-LINE.
           WRITE RC-GATE-REPORT-LINE.
           WRITE RC-GATE-REPORT-LINE FROM WS-SIGNOFF-LINE-1.
           WRITE RC-GATE-REPORT-LINE FROM WS-SIGNOFF-LINE-2.
           CLOSE F-GATE-REPORT-FILE.
           CLOSE F-RELEASE-FILE.
           CLOSE F-HOLD-FILE.
           CLOSE F-KEY-FILE.
           CLOSE F-RESPONSE-FILE.
           MOVE WS-GATE-REPORT-FILENAME TO WS-RPF-REPORT-FILE.
           MOVE 'transmission-edit-gate' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'transmission-edit-gate: ' WS-TODAYS-DATE ' -- '
               WS-FILES-RELEASED ' file(s) released, '
               WS-FILES-WITHHELD ' not released, '
               WS-TOTAL-HELD ' piece(s) held'.
           IF WS-FILES-WITHHELD > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-HELD > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
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

           LOAD-VENDOR-TABLE.
           MOVE 'L' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-TODAYS-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.

           LOAD-ZIP-STATE-RANGES.
           MOVE 0 TO WS-ZSR-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ZIP-STATE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ZIP-STATE-FILE
                   NOT AT END
                       IF WS-ZSR-COUNT < 500
                       AND RC-ZSR-FROM IS NUMERIC
                       AND RC-ZSR-TO IS NUMERIC
                           ADD 1 TO WS-ZSR-COUNT
                           MOVE RC-ZSR-FROM
                               TO WS-ZSR-FROM(WS-ZSR-COUNT)
                           MOVE RC-ZSR-TO
                               TO WS-ZSR-TO(WS-ZSR-COUNT)
                           MOVE RC-ZSR-STATE
                               TO WS-ZSR-STATE(WS-ZSR-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ZIP-STATE-FILE.

           LOAD-WEIGHT-CLASSES.
           MOVE 3 TO WS-WCL-COUNT.
           MOVE 'STD' TO WS-WCL-CLASS(1).
           MOVE 'BRAIL' TO WS-WCL-CLASS(2).
           MOVE 'LGPRT' TO WS-WCL-CLASS(3).
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-WEIGHT-CLASS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WEIGHT-CLASS-FILE
                   NOT AT END
                       IF WS-WCL-COUNT < 50
                       AND RC-WCL-OCCASION NOT = SPACES
                       AND RC-WCL-CLASS NOT = SPACES
                           ADD 1 TO WS-WCL-COUNT
                           MOVE RC-WCL-CLASS
                               TO WS-WCL-CLASS(WS-WCL-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-WEIGHT-CLASS-FILE.

      *    A blank insert code is always good (no enclosure); NONE
      *    never reaches a file, the producers blank it.
           LOAD-INSERT-CODES.
           MOVE 0 TO WS-INS-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INSERT-RULES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INSERT-RULES-FILE
                   NOT AT END
                       IF WS-INS-COUNT < 50
                       AND RC-INSRULE-CODE NOT = SPACES
                       AND RC-INSRULE-CODE NOT = 'NONE'
                           ADD 1 TO WS-INS-COUNT
                           MOVE RC-INSRULE-CODE
                               TO WS-INS-CODE(WS-INS-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-INSERT-RULES-FILE.

      *    The code is made up as campaign-mailer makes it for its
      *    file names: trimmed, embedded spaces turned to hyphens.
           LOAD-TODAYS-CAMPAIGNS.
           MOVE 0 TO WS-CMP-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CAMPAIGN-STAMP-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CAMPAIGN-STAMP-FILE
                   NOT AT END
                       IF RC-CST-MAIL-DATE = WS-TODAYS-DATE
                       AND RC-CST-CODE NOT = SPACES
                       AND WS-CMP-COUNT < 20
                           ADD 1 TO WS-CMP-COUNT
                           MOVE FUNCTION TRIM(RC-CST-CODE)
                               TO WS-CMP-CODE-TEXT(WS-CMP-COUNT)
                           INSPECT WS-CMP-CODE-TEXT(WS-CMP-COUNT)
                               REPLACING ALL ' ' BY '-'
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CAMPAIGN-STAMP-FILE.

      *    campaign-<code>-<vendor>-<date>.dat for every vendor and
      *    campaign-<code>-intl-<date>.dat, as campaign-mailer names
      *    them; the campaign's pieces take part in the duplicate
      *    check under the campaign code as their occasion.
           EDIT-CAMPAIGN-FILES.
           MOVE 'V' TO WS-EDIT-KIND.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               MOVE SPACES TO WS-EDIT-FILENAME
               STRING 'campaign-'
                   FUNCTION TRIM(WS-CMP-CODE-TEXT(WS-CMP-SUB)) '-'
                   FUNCTION LOWER-CASE(WS-VND-CODE(WS-VND-SUB))
                   '-' WS-TODAYS-DATE '.dat'
                   DELIMITED BY SIZE INTO WS-EDIT-FILENAME
               END-STRING
               PERFORM EDIT-ONE-FILE
           END-PERFORM.
           MOVE 'I' TO WS-EDIT-KIND.
           MOVE SPACES TO WS-EDIT-FILENAME.
           STRING 'campaign-'
               FUNCTION TRIM(WS-CMP-CODE-TEXT(WS-CMP-SUB)) '-intl-'
               WS-TODAYS-DATE '.dat'
               DELIMITED BY SIZE INTO WS-EDIT-FILENAME
           END-STRING.
           PERFORM EDIT-ONE-FILE.

           EDIT-ONE-FILE.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO WS-HDR-WAS-SEEN.
           MOVE 0 TO WS-TRL-WAS-SEEN.
           MOVE 0 TO WS-TRL-TOTAL.
           MOVE 0 TO WS-IN-RUN-BLOCK.
           MOVE 0 TO WS-FILE-WAS-OPENED.
           MOVE SPACES TO WS-FILE-PROBLEM.
           PERFORM FIND-MANIFEST-FIGURES.
           OPEN INPUT F-EDIT-FILE.
           IF WS-EDIT-STATUS(1:1) = '0'
               MOVE 1 TO WS-FILE-WAS-OPENED
               OPEN OUTPUT F-GATE-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-EDIT-FILE
                       NOT AT END
                           PERFORM EDIT-ONE-RECORD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-GATE-WORK-FILE
               CLOSE F-EDIT-FILE
           END-IF.
           PERFORM CHECK-FILE-CONTROLS.
           ADD 1 TO WS-FILES-EDITED.
           MOVE WS-EDIT-FILENAME TO WS-FLN-FILENAME.
           MOVE WS-DETAIL-COUNT TO WS-FLN-RECORDS.
           MOVE WS-HELD-COUNT TO WS-FLN-HELD.
           MOVE WS-FILE-PROBLEM TO WS-FLN-PROBLEM.
           EVALUATE TRUE
               WHEN WS-FILE-STATUS-TEXT = 'NOTHING SENT'
                   MOVE 0 TO WS-FLN-RELEASED
               WHEN WS-FILE-PROBLEM NOT = SPACES
                   MOVE 'NOT RELEASED' TO WS-FILE-STATUS-TEXT
                   MOVE 0 TO WS-FLN-RELEASED
                   ADD 1 TO WS-FILES-WITHHELD
               WHEN OTHER
                   MOVE 'RELEASED' TO WS-FILE-STATUS-TEXT
                   COMPUTE WS-FLN-RELEASED =
                       WS-DETAIL-COUNT - WS-HELD-COUNT
                   ADD 1 TO WS-FILES-RELEASED
           END-EVALUATE.
           MOVE WS-FILE-STATUS-TEXT TO WS-FLN-STATUS.
           WRITE RC-GATE-REPORT-LINE FROM WS-FILE-LINE.
           IF WS-FILE-STATUS-TEXT = 'RELEASED'
           AND WS-HELD-COUNT > 0
               PERFORM RELEASE-CLEAN-FILE
               PERFORM WRITE-HELD-MANIFEST-RECORD
               ADD WS-HELD-COUNT TO WS-TOTAL-HELD
           END-IF.
           IF WS-FILE-STATUS-TEXT NOT = 'NOTHING SENT'
               MOVE SPACES TO RC-RELEASE-RECORD
               MOVE WS-TODAYS-DATE TO RC-REL-DATE
               MOVE WS-EDIT-FILENAME TO RC-REL-FILENAME
               MOVE WS-FILE-STATUS-TEXT TO RC-REL-STATUS
               MOVE 'COUNT=' TO RC-REL-LABEL
               MOVE WS-FLN-RELEASED TO RC-REL-COUNT
               WRITE RC-RELEASE-RECORD
           END-IF.

      *    The file's COUNT= and SEEDS= lines for the run date; a
      *    rerun's later lines replace earlier ones.
           FIND-MANIFEST-FIGURES.
           MOVE 0 TO WS-MANIFEST-WAS-FOUND.
           MOVE 0 TO WS-MANIFEST-PIECES.
           MOVE 0 TO WS-MANIFEST-SEEDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   NOT AT END
                       IF RC-MANIFEST-DATE = WS-TODAYS-DATE
                       AND RC-MANIFEST-FILENAME = WS-EDIT-FILENAME
                           PERFORM TAKE-ONE-MANIFEST-FIGURE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

           TAKE-ONE-MANIFEST-FIGURE.
           EVALUATE RC-MANIFEST-LABEL
               WHEN 'COUNT='
                   MOVE 1 TO WS-MANIFEST-WAS-FOUND
                   COMPUTE WS-MANIFEST-PIECES =
                       FUNCTION NUMVAL(RC-MANIFEST-COUNT)
                   MOVE 0 TO WS-MANIFEST-SEEDS
               WHEN 'SEEDS='
                   COMPUTE WS-MANIFEST-SEEDS =
                       FUNCTION NUMVAL(RC-MANIFEST-COUNT)
           END-EVALUATE.

      *    The greeting outbound file keeps every run, each between
      *    its own HDR and TRL; only the run date's block is edited,
      *    the rest is carried through untouched.
           EDIT-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE 'K' TO RC-GWK-FLAG.
           MOVE SPACES TO RC-GWK-REASON.
           EVALUATE TRUE
               WHEN RC-EDH-TYPE = 'HDR'
               AND (WS-KIND-IS-OUTBOUND OR WS-KIND-IS-GREETING)
                   IF WS-KIND-IS-OUTBOUND
                   OR RC-EDH-RUN-DATE = WS-TODAYS-DATE
                       MOVE 1 TO WS-HDR-WAS-SEEN
                       MOVE 1 TO WS-IN-RUN-BLOCK
                       MOVE 0 TO WS-BLOCK-HELD-COUNT
                       MOVE 0 TO WS-HOC-COUNT
                   ELSE
                       MOVE 0 TO WS-IN-RUN-BLOCK
                   END-IF
               WHEN RC-EDH-TYPE = 'TRL'
               AND (WS-KIND-IS-OUTBOUND OR WS-KIND-IS-GREETING)
                   IF WS-IN-RUN-BLOCK = 1
                       MOVE 1 TO WS-TRL-WAS-SEEN
                       PERFORM ADJUST-TRAILER
                   END-IF
                   MOVE 0 TO WS-IN-RUN-BLOCK
               WHEN WS-KIND-IS-GREETING
               AND WS-IN-RUN-BLOCK = 0
                   CONTINUE
               WHEN OTHER
                   PERFORM EDIT-ONE-DETAIL
           END-EVALUATE.
           MOVE RC-EDIT-RECORD TO RC-GWK-RECORD.
           WRITE RC-GATE-WORK-RECORD.

      *    The trailer's own total is taken for the control check
      *    before it is brought down by the pieces held.  Only TOTAL=
      *    moves on the birthday trailer -- its occasion figures
      *    count every card of the day, e-mail and foreign included,
      *    not the records in the file; the greeting trailer's
      *    occasion counts are its records, and come down too.
           ADJUST-TRAILER.
           IF WS-KIND-IS-OUTBOUND
               COMPUTE WS-TRL-TOTAL = WS-TRL-TOTAL
                   + FUNCTION NUMVAL(RC-EBT-TOTAL-COUNT)
               IF WS-BLOCK-HELD-COUNT > 0
                   COMPUTE WS-ADJUSTED-TOTAL =
                       FUNCTION NUMVAL(RC-EBT-TOTAL-COUNT)
                       - WS-BLOCK-HELD-COUNT
                   MOVE WS-ADJUSTED-TOTAL TO RC-EBT-TOTAL-COUNT
               END-IF
           ELSE
               COMPUTE WS-TRL-TOTAL = WS-TRL-TOTAL
                   + FUNCTION NUMVAL(RC-EGT-TOTAL-COUNT)
               IF WS-BLOCK-HELD-COUNT > 0
                   COMPUTE WS-ADJUSTED-TOTAL =
                       FUNCTION NUMVAL(RC-EGT-TOTAL-COUNT)
                       - WS-BLOCK-HELD-COUNT
                   MOVE WS-ADJUSTED-TOTAL TO RC-EGT-TOTAL-COUNT
                   PERFORM ADJUST-GREETING-OCCASION-COUNT
                       VARYING WS-HOC-SUB FROM 1 BY 1
                       UNTIL WS-HOC-SUB > WS-HOC-COUNT
               END-IF
           END-IF.

           ADJUST-GREETING-OCCASION-COUNT.
           PERFORM VARYING WS-HOC-FOUND FROM 1 BY 1
               UNTIL WS-HOC-FOUND > 20
               IF RC-EGT-OCCASION(WS-HOC-FOUND)
                   = WS-HOC-OCCASION(WS-HOC-SUB)
               AND RC-EGT-OCCASION(WS-HOC-FOUND) NOT = SPACES
                   COMPUTE WS-OCC-COUNT-WORK =
                       FUNCTION NUMVAL(RC-EGT-COUNT(WS-HOC-FOUND))
                   IF WS-OCC-COUNT-WORK >= WS-HOC-HELD(WS-HOC-SUB)
                       SUBTRACT WS-HOC-HELD(WS-HOC-SUB)
                           FROM WS-OCC-COUNT-WORK
                   END-IF
                   MOVE WS-OCC-COUNT-WORK
                       TO RC-EGT-COUNT(WS-HOC-FOUND)
               END-IF
           END-PERFORM.

           EDIT-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           PERFORM CHECK-ONE-DETAIL.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'H' TO RC-GWK-FLAG
               MOVE WS-REJECT-REASON TO RC-GWK-REASON
               ADD 1 TO WS-HELD-COUNT
               ADD 1 TO WS-BLOCK-HELD-COUNT
               IF WS-KIND-IS-GREETING
                   PERFORM NOTE-HELD-OCCASION
               END-IF
           END-IF.

           NOTE-HELD-OCCASION.
           MOVE 0 TO WS-HOC-FOUND.
           PERFORM VARYING WS-HOC-SUB FROM 1 BY 1
               UNTIL WS-HOC-SUB > WS-HOC-COUNT
               OR WS-HOC-FOUND > 0
               IF WS-HOC-OCCASION(WS-HOC-SUB) = RC-EDIT-OCCASION
                   MOVE WS-HOC-SUB TO WS-HOC-FOUND
               END-IF
           END-PERFORM.
           IF WS-HOC-FOUND = 0
           AND WS-HOC-COUNT < 20
               ADD 1 TO WS-HOC-COUNT
               MOVE WS-HOC-COUNT TO WS-HOC-FOUND
               MOVE RC-EDIT-OCCASION TO WS-HOC-OCCASION(WS-HOC-FOUND)
               MOVE 0 TO WS-HOC-HELD(WS-HOC-FOUND)
           END-IF.
           IF WS-HOC-FOUND > 0
               ADD 1 TO WS-HOC-HELD(WS-HOC-FOUND)
           END-IF.

      *    The first edit a record fails is the reason it is held.
      *    Foreign addresses on the international file have no ZIP
      *    or state of ours to check.  A ZIP prefix the postal table
      *    does not know passes, as it does in the filterer.
           CHECK-ONE-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RC-EDIT-NAME = SPACES
               MOVE 'NAME LINE BLANK' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
           AND NOT WS-KIND-IS-INTL
               PERFORM CHECK-ZIP-FORMAT
               MOVE RC-EDIT-ADDR-STATE TO WS-STATE-CHECK
               IF WS-ZIP-IS-VALID = 0
                   MOVE 'INVALID ZIP' TO WS-REJECT-REASON
               ELSE
                   IF NOT WS-VALID-STATE-CODE
                       MOVE 'INVALID STATE' TO WS-REJECT-REASON
                   ELSE
                       IF WS-ZSR-COUNT > 0
                           PERFORM CHECK-ZIP-STATE-AGREEMENT
                           IF WS-ZIP-PREFIX-KNOWN = 1
                           AND WS-ZIP-STATE-AGREES = 0
                               MOVE 'ZIP NOT IN STATE'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE 0 TO WS-WCL-FOUND
               PERFORM VARYING WS-WCL-SUB FROM 1 BY 1
                   UNTIL WS-WCL-SUB > WS-WCL-COUNT
                   IF WS-WCL-CLASS(WS-WCL-SUB) = RC-EDIT-WEIGHT-CLASS
                       MOVE 1 TO WS-WCL-FOUND
                   END-IF
               END-PERFORM
               IF WS-WCL-FOUND = 0
                   MOVE 'UNKNOWN WEIGHT CLASS' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
           AND RC-EDIT-INSERT-CODE NOT = SPACES
               MOVE 0 TO WS-INS-FOUND
               PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB > WS-INS-COUNT
                   IF WS-INS-CODE(WS-INS-SUB) = RC-EDIT-INSERT-CODE
                       MOVE 1 TO WS-INS-FOUND
                   END-IF
               END-PERFORM
               IF WS-INS-FOUND = 0
                   MOVE 'UNKNOWN INSERT CODE' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
           AND NOT WS-KIND-IS-VENDOR
               PERFORM CHECK-DUPLICATE-CARD
           END-IF.

      *    The vendor files are the outbound file again, split by
      *    vendor, so only the outbound, international and greeting
      *    files take part.  The card's response code names the
      *    customer it was picked for; a piece without one (seed
      *    pieces, simulation output) cannot be checked.
           CHECK-DUPLICATE-CARD.
           IF RC-EDIT-RESPONSE-CODE NOT = SPACES
           AND RC-EDIT-RESPONSE-CODE(1:2) NOT = 'SD'
               MOVE RC-EDIT-RESPONSE-CODE TO RC-RESP-CODE
               READ F-RESPONSE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RESPONSE-FOUND
                   MOVE RC-RESP-CUSTOMER-ID TO RC-KEY-CUSTOMER-ID
                   MOVE RC-EDIT-OCCASION TO RC-KEY-OCCASION
                   MOVE WS-EDIT-FILENAME TO RC-KEY-FILENAME
                   WRITE RC-KEY-RECORD
                       INVALID KEY
                           MOVE 'DUPLICATE CUSTOMER/OCC'
                               TO WS-REJECT-REASON
                   END-WRITE
               END-IF
           END-IF.

      *    Accepts the 5-digit and ZIP+4 (NNNNN-NNNN) formats only.
           CHECK-ZIP-FORMAT.
           MOVE 0 TO WS-ZIP-IS-VALID.
           IF RC-EDIT-ADDR-ZIP(1:5) IS NUMERIC
               IF RC-EDIT-ADDR-ZIP(6:5) = SPACES
                   MOVE 1 TO WS-ZIP-IS-VALID
               ELSE
                   IF RC-EDIT-ADDR-ZIP(6:1) = '-'
                   AND RC-EDIT-ADDR-ZIP(7:4) IS NUMERIC
                       MOVE 1 TO WS-ZIP-IS-VALID
                   END-IF
               END-IF
           END-IF.

           CHECK-ZIP-STATE-AGREEMENT.
           MOVE 0 TO WS-ZIP-PREFIX-KNOWN.
           MOVE 0 TO WS-ZIP-STATE-AGREES.
           PERFORM VARYING WS-ZSR-SUB FROM 1 BY 1
               UNTIL WS-ZSR-SUB > WS-ZSR-COUNT
               IF RC-EDIT-ADDR-ZIP(1:3) >= WS-ZSR-FROM(WS-ZSR-SUB)
               AND RC-EDIT-ADDR-ZIP(1:3) <= WS-ZSR-TO(WS-ZSR-SUB)
                   MOVE 1 TO WS-ZIP-PREFIX-KNOWN
                   IF WS-ZSR-STATE(WS-ZSR-SUB) = RC-EDIT-ADDR-STATE
                       MOVE 1 TO WS-ZIP-STATE-AGREES
                   END-IF
               END-IF
           END-PERFORM.

      *    The greeting run may simply not have run for the date;
      *    that is NOTHING SENT, not a failure.  Every other file is
      *    produced every night, empty or not.  The outbound file's
      *    TRL must match its manifest COUNT=; a vendor or the
      *    international file holds its COUNT= pieces plus its
      *    SEEDS= pieces.  The greeting pass writes no COUNT= line
      *    for its file, so its HDR/TRL is its only control.
           CHECK-FILE-CONTROLS.
           MOVE SPACES TO WS-FILE-STATUS-TEXT.
           IF WS-KIND-IS-GREETING
           AND WS-HDR-WAS-SEEN = 0
               MOVE 'NOTHING SENT' TO WS-FILE-STATUS-TEXT
           ELSE
               IF WS-FILE-WAS-OPENED = 0
                   MOVE 'FILE NOT FOUND' TO WS-FILE-PROBLEM
               END-IF
           END-IF.
           IF WS-FILE-PROBLEM = SPACES
           AND WS-FILE-STATUS-TEXT = SPACES
           AND (WS-KIND-IS-OUTBOUND OR WS-KIND-IS-GREETING)
               EVALUATE TRUE
                   WHEN WS-HDR-WAS-SEEN = 0
                       MOVE 'HEADER MISSING' TO WS-FILE-PROBLEM
                   WHEN WS-TRL-WAS-SEEN = 0
                       MOVE 'TRAILER MISSING' TO WS-FILE-PROBLEM
                   WHEN WS-TRL-TOTAL NOT = WS-DETAIL-COUNT
                       MOVE 'TRAILER COUNT DISAGREES'
                           TO WS-FILE-PROBLEM
               END-EVALUATE
           END-IF.
           IF WS-FILE-PROBLEM = SPACES
           AND WS-FILE-STATUS-TEXT = SPACES
           AND NOT WS-KIND-IS-GREETING
               IF WS-MANIFEST-WAS-FOUND = 0
                   MOVE 'NO MANIFEST LINE' TO WS-FILE-PROBLEM
               ELSE
                   IF WS-MANIFEST-PIECES + WS-MANIFEST-SEEDS
                       NOT = WS-DETAIL-COUNT
                       MOVE 'MANIFEST DISAGREES' TO WS-FILE-PROBLEM
                   END-IF
               END-IF
           END-IF.

      *    The work file becomes the file again, held records going
      *    to the hold file and the gate report instead.
           RELEASE-CLEAN-FILE.
           OPEN INPUT F-GATE-WORK-FILE.
           OPEN OUTPUT F-EDIT-FILE.
           MOVE 0 TO WS-WORK-IS-ENDED.
           PERFORM UNTIL WS-WORK-IS-ENDED = 1
               READ F-GATE-WORK-FILE
                   NOT AT END
                       IF RC-GWK-FLAG = 'H'
                           PERFORM WRITE-HELD-PIECE
                       ELSE
                           WRITE RC-EDIT-RECORD FROM RC-GWK-RECORD
                       END-IF
                   AT END
                       MOVE 1 TO WS-WORK-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EDIT-FILE.
           CLOSE F-GATE-WORK-FILE.

           WRITE-HELD-PIECE.
           MOVE SPACES TO RC-HOLD-RECORD.
           MOVE WS-TODAYS-DATE TO RC-HOLD-DATE.
           MOVE WS-EDIT-FILENAME TO RC-HOLD-FILENAME.
           MOVE RC-GWK-REASON TO RC-HOLD-REASON.
           MOVE RC-GWK-RECORD TO RC-HOLD-PIECE.
           WRITE RC-HOLD-RECORD.
           MOVE RC-GWK-RECORD TO RC-EDIT-RECORD.
           MOVE RC-GWK-REASON TO WS-HLN-REASON.
           MOVE RC-EDIT-OCCASION TO WS-HLN-OCCASION.
           MOVE RC-EDIT-NAME TO WS-HLN-NAME.
           MOVE RC-EDIT-ADDR-STATE TO WS-HLN-STATE.
           MOVE RC-EDIT-ADDR-ZIP TO WS-HLN-ZIP.
           WRITE RC-GATE-REPORT-LINE FROM WS-HELD-LINE.

      *    Held pieces stay in the file's COUNT= -- they were
      *    produced -- and are listed under HELD= beneath it, so the
      *    acknowledgment and invoice checks expect that many fewer
      *    from the vendor.
           WRITE-HELD-MANIFEST-RECORD.
           OPEN EXTEND F-MANIFEST-FILE.
           MOVE SPACES TO RC-MANIFEST-RECORD.
           MOVE WS-TODAYS-DATE TO RC-MANIFEST-DATE.
           MOVE WS-EDIT-FILENAME TO RC-MANIFEST-FILENAME.
           MOVE 'HELD=' TO RC-MANIFEST-LABEL.
           MOVE WS-HELD-COUNT TO RC-MANIFEST-COUNT.
           WRITE RC-MANIFEST-RECORD.
           CLOSE F-MANIFEST-FILE.
