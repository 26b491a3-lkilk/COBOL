           FD F-MERGE-STAMP-FILE.
           01 RC-MERGE-STAMP PIC X(10).
           FD F-PART-IN-FILE.
           01 RC-PART-IN-RECORD PIC X(600).
           01 RC-PART-IN-OUTBOUND
               REDEFINES RC-PART-IN-RECORD.
               05 RC-PIN-OCCASION PIC X(9).
               05 FILLER PIC X(591).
           01 RC-PART-IN-HEADER
               REDEFINES RC-PART-IN-RECORD.
               05 RC-PIH-TYPE PIC X(3).
               05 FILLER PIC X(12).
               05 RC-PIH-SOURCE PIC X(24).
               05 FILLER PIC X.
               05 RC-PIH-BRAND PIC X(4).
               05 FILLER PIC X(556).
           FD F-MERGED-OUT-FILE.
           01 RC-MERGED-OUT-RECORD PIC X(600).
           01 RC-MERGED-HEADER REDEFINES RC-MERGED-OUT-RECORD.
               05 RC-OBH-TYPE PIC X(3).
               05 FILLER PIC X.
               05 RC-OBH-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-OBH-SOURCE PIC X(24).
               05 FILLER PIC X.
               05 RC-OBH-BRAND PIC X(4).
               05 FILLER PIC X.
               05 RC-OBH-BRAND-NAME PIC X(30).
               05 FILLER PIC X(525).
           01 RC-MERGED-TRAILER REDEFINES RC-MERGED-OUT-RECORD.
               05 RC-OBT-TYPE PIC X(3).
               05 FILLER PIC X.
               05 FILLER PIC X.
               05 RC-OBT-TOTAL-LABEL PIC X(6).
               05 RC-OBT-TOTAL-COUNT PIC ZZZZ9.
               05 FILLER PIC X(529).
           FD F-PART-MANIFEST-FILE.
           01 RC-PART-MANIFEST-RECORD.
               05 RC-PMF-DATE PIC X(10).
               05 RC-PAU-HOUSEHOLD-LABEL PIC X(10).
               05 RC-PAU-HOUSEHOLD-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-PAU-VENDORS-LABEL PIC X(8).
               05 RC-PAU-VENDORS-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 FILLER PIC X(12).
               05 FILLER PIC X.
               05 RC-PAU-INTL-LABEL PIC X(5).
               05 RC-PAU-INTL-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-PAU-CHILD-LABEL PIC X(6).
               05 RC-PAU-CHILD-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-PAU-LARGE-LABEL PIC X(6).
               05 RC-PAU-LARGE-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-PAU-BRAILLE-LABEL PIC X(8).
               05 RC-PAU-BRAILLE-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-PAU-WELCOME-LABEL PIC X(8).
               05 RC-PAU-WELCOME-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-PAU-BELATED-LABEL PIC X(8).
               05 RC-PAU-BELATED-COUNT PIC ZZZ9.
      *    A partition's per-brand volume lines: BRAND= and the code,
      *    then the figures laid out as on the volume line.
           01 RC-PART-AUDIT-BRAND-RECORD.
               05 RC-PAB-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-PAB-LABEL PIC X(6).
               05 RC-PAB-BRAND PIC X(4).
               05 RC-PAB-VOLUMES PIC X(168).
      *    A partition's translation-fallback lines, one per
      *    language, occasion and source, after its volume line.
           01 RC-PART-AUDIT-FALLBACK-RECORD.
               05 RC-PAF-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-PAF-LABEL PIC X(10).
               05 RC-PAF-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-PAF-LANGUAGE-LABEL PIC X(5).
               05 RC-PAF-LANGUAGE PIC X(2).
               05 FILLER PIC X.
               05 RC-PAF-OCCASION-LABEL PIC X(9).
               05 RC-PAF-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-PAF-SOURCE-LABEL PIC X(7).
               05 RC-PAF-SOURCE PIC X(5).
      *    A partition's per-vendor lines, one per print vendor.
           01 RC-PART-AUDIT-VENDOR-RECORD.
               05 RC-PAV-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-PAV-LABEL PIC X(7).
               05 RC-PAV-VENDOR PIC X.
               05 FILLER PIC X.
               05 RC-PAV-COUNT-LABEL PIC X(6).
               05 RC-PAV-COUNT PIC ZZZZ9.
           FD F-PART-BALANCE-FILE.
           01 RC-PART-BALANCE-RECORD.
               05 RC-PBL-DATE PIC X(10).
               05 RC-AUDIT-HOUSEHOLD-LABEL PIC X(10).
               05 RC-AUDIT-HOUSEHOLD-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-VENDORS-LABEL PIC X(8).
               05 RC-AUDIT-VENDORS-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 FILLER PIC X(12).
               05 FILLER PIC X.
               05 RC-AUDIT-INTL-LABEL PIC X(5).
               05 RC-AUDIT-INTL-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-CHILD-LABEL PIC X(6).
               05 RC-AUDIT-CHILD-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-LARGE-LABEL PIC X(6).
               05 RC-AUDIT-LARGE-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-BRAILLE-LABEL PIC X(8).
               05 RC-AUDIT-BRAILLE-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-WELCOME-LABEL PIC X(8).
               05 RC-AUDIT-WELCOME-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-BELATED-LABEL PIC X(8).
               05 RC-AUDIT-BELATED-COUNT PIC ZZZ9.
           01 RC-AUDIT-BRAND-RECORD.
               05 RC-ABR-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-ABR-LABEL PIC X(6).
               05 RC-ABR-BRAND PIC X(4).
               05 RC-ABR-VOLUMES PIC X(168).
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
           01 RC-AUDIT-VENDOR-RECORD.
               05 RC-AVN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-AVN-LABEL PIC X(7).
               05 RC-AVN-VENDOR PIC X.
               05 FILLER PIC X.
               05 RC-AVN-COUNT-LABEL PIC X(6).
               05 RC-AVN-COUNT PIC ZZZZ9.
           FD F-BALANCE-FILE.
           01 RC-BALANCE-RECORD.
               05 RC-BALANCE-DATE PIC X(10).
               05 FILLER PIC X(20) VALUE 'werewolfs-'.
               05 FILLER PIC X(20) VALUE 'milestone-cards-'.
               05 FILLER PIC X(20) VALUE 'e-notifications-'.
               05 FILLER PIC X(20) VALUE 'sms-notifications-'.
               05 FILLER PIC X(20) VALUE 'intl-mail-'.
               05 FILLER PIC X(20) VALUE 'accessible-mail-'.
               05 FILLER PIC X(20) VALUE 'remail-cards-'.
               05 FILLER PIC X(20) VALUE 'eligible-customers-'.
               05 FILLER PIC X(20) VALUE 'gift-orders-'.
           01 WS-BASE-PREFIX-TABLE REDEFINES WS-BASE-PREFIXES.
               05 WS-BASE-PREFIX PIC X(20) OCCURS 11 TIMES.
      *    The print vendors' files are merged by the vendor table,
      *    one per vendor.
           01 WS-VND-SUB PIC 99.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-COPIED-COUNT PIC 9(6).
           01 WS-OUT-IS-OPEN PIC 9.
           01 WS-OB-BIRTHDAY-COUNT PIC 9(5).
           01 WS-OB-TAX-COUNT PIC 9(5).
           01 WS-OB-WEREWOLF-COUNT PIC 9(5).
           01 WS-OB-TOTAL-COUNT PIC 9(5).
           01 WS-MF-SUB PIC 999.
           01 WS-MF-FOUND PIC 9.
           01 WS-MF-NAME-WORK PIC X(40).
           01 WS-MF-NAME-LENGTH PIC 99.
           01 WS-SFX-COMPARE PIC X(4).
           01 WS-MF-LENGTH-SUB PIC 99.
           01 WS-MF-COUNT PIC 999 VALUE 0.
           01 WS-MF-TABLE.
               05 WS-MF-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-MF-COUNT.
                   10 WS-MF-FILENAME PIC X(40).
                   10 WS-MF-LABEL PIC X(6).
           01 WS-AU-TAX PIC 9(6).
           01 WS-AU-WEREWOLF PIC 9(6).
           01 WS-AU-HOUSEHOLD PIC 9(6).
           01 WS-AU-VENDORS PIC 9(6).
           01 WS-AU-INTL PIC 9(6).
           01 WS-AU-CHILD PIC 9(6).
           01 WS-AU-LARGE PIC 9(6).
           01 WS-AU-BRAILLE PIC 9(6).
           01 WS-AU-WELCOME PIC 9(6).
           01 WS-AU-BELATED PIC 9(6).
           01 WS-AU-ROWS PIC 99.
      *    Brand volume lines summed across the partitions by brand.
           01 WS-AB-SUB PIC 99.
           01 WS-AB-FOUND PIC 99.
           01 WS-AB-WANT-BRAND PIC X(4).
           01 WS-AB-VOLUMES PIC X(168).
           01 WS-AB-FIGURES PIC X(168).
           01 WS-AB-COUNT PIC 99 VALUE 0.
           01 WS-AB-TABLE.
               05 WS-AB-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-AB-COUNT.
                   10 WS-AB-BRAND PIC X(4).
                   10 WS-AB-BIRTHDAY PIC 9(6).
                   10 WS-AB-MILESTONE PIC 9(6).
                   10 WS-AB-TAX PIC 9(6).
                   10 WS-AB-WEREWOLF PIC 9(6).
                   10 WS-AB-HOUSEHOLD PIC 9(6).
                   10 WS-AB-VENDORS PIC 9(6).
                   10 WS-AB-INTL PIC 9(6).
                   10 WS-AB-CHILD PIC 9(6).
                   10 WS-AB-LARGE PIC 9(6).
                   10 WS-AB-BRAILLE PIC 9(6).
                   10 WS-AB-WELCOME PIC 9(6).
                   10 WS-AB-BELATED PIC 9(6).
      *    Vendor lines summed across the partitions by vendor, in
      *    the order the vendors first appear.
           01 WS-AV-SUB PIC 99.
           01 WS-AV-FOUND PIC 99.
           01 WS-AV-COUNT PIC 99 VALUE 0.
           01 WS-AV-TABLE.
               05 WS-AV-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-AV-COUNT.
                   10 WS-AV-VENDOR PIC X.
                   10 WS-AV-PIECES PIC 9(6).
      *    The first range's header records stand for the night: its
      *    own HDR gives the source text, and its per-brand HDRs are
      *    carried into the merged file as they stand.
           01 WS-HDR-SOURCE PIC X(24).
           01 WS-BH-SUB PIC 99.
           01 WS-BH-COUNT PIC 99 VALUE 0.
           01 WS-BH-TABLE.
               05 WS-BH-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-BH-COUNT.
                   10 WS-BH-IMAGE PIC X(80).
           01 WS-FALLBACK-SUB PIC 99.
           01 WS-FALLBACK-FOUND PIC 99.
           01 WS-FALLBACK-COUNT PIC 99 VALUE 0.
           01 WS-FALLBACK-TABLE.
               05 WS-FALLBACK-ENTRY OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-FALLBACK-COUNT.
                   10 WS-FALLBACK-LANGUAGE PIC X(2).
                   10 WS-FALLBACK-OCCASION PIC X(9).
                   10 WS-FALLBACK-SOURCE PIC X(5).
                   10 WS-FALLBACK-TALLY PIC 9(6).
           01 WS-BL-READ PIC 9(6).
           01 WS-BL-EXCEPT PIC 9(6).
           01 WS-BL-INELIG PIC 9(6).
      *    append, range by range in plan order.
           MERGE-PLAIN-FILES.
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
               UNTIL WS-BASE-SUB > 11
               MOVE SPACES TO WS-MERGED-OUT-FILENAME
               STRING FUNCTION TRIM(WS-BASE-PREFIX(WS-BASE-SUB))
                   WS-TODAYS-DATE '.dat'
                   INTO WS-MERGED-OUT-FILENAME
               END-STRING
               PERFORM MERGE-ONE-PLAIN-FILE
           END-PERFORM.
           MOVE 'L' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-TODAYS-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               MOVE SPACES TO WS-MERGED-OUT-FILENAME
               STRING 'vendor-'
                   FUNCTION LOWER-CASE(WS-VND-CODE(WS-VND-SUB))
                   '-mail-' WS-TODAYS-DATE '.dat'
                   INTO WS-MERGED-OUT-FILENAME
               END-STRING
               PERFORM MERGE-ONE-PLAIN-FILE
           END-PERFORM.

           MERGE-ONE-PLAIN-FILE.
           MOVE 0 TO WS-OUT-IS-OPEN.
           PERFORM VARYING WS-SFX-SUB FROM 1 BY 1
               UNTIL WS-SFX-SUB > WS-SFX-COUNT
               PERFORM COPY-ONE-RANGE-FILE
           END-PERFORM.
           IF WS-OUT-IS-OPEN = 1
               CLOSE F-MERGED-OUT-FILE
           END-IF.

           COPY-ONE-RANGE-FILE.
           MOVE SPACES TO WS-PART-IN-FILENAME.
           STRING FUNCTION TRIM(WS-MERGED-OUT-FILENAME) '.'
           STRING 'outbound-mail-' WS-TODAYS-DATE '.dat'
               INTO WS-MERGED-OUT-FILENAME
           END-STRING.
           PERFORM LOAD-FIRST-RANGE-HEADERS.
           OPEN OUTPUT F-MERGED-OUT-FILE.
           MOVE SPACES TO RC-MERGED-OUT-RECORD.
           MOVE 'HDR' TO RC-OBH-TYPE.
           MOVE WS-TODAYS-DATE TO RC-OBH-RUN-DATE.
           MOVE WS-HDR-SOURCE TO RC-OBH-SOURCE.
           WRITE RC-MERGED-OUT-RECORD.
           PERFORM VARYING WS-BH-SUB FROM 1 BY 1
               UNTIL WS-BH-SUB > WS-BH-COUNT
               MOVE SPACES TO RC-MERGED-OUT-RECORD
               MOVE WS-BH-IMAGE(WS-BH-SUB)
                   TO RC-MERGED-OUT-RECORD(1:80)
               WRITE RC-MERGED-OUT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-SFX-SUB FROM 1 BY 1
               UNTIL WS-SFX-SUB > WS-SFX-COUNT
               PERFORM COPY-ONE-OUTBOUND-RANGE
           WRITE RC-MERGED-OUT-RECORD.
           CLOSE F-MERGED-OUT-FILE.

           LOAD-FIRST-RANGE-HEADERS.
           MOVE 'send-birthday-cards' TO WS-HDR-SOURCE.
           MOVE 0 TO WS-BH-COUNT.
           MOVE SPACES TO WS-PART-IN-FILENAME.
           STRING 'outbound-mail-' WS-TODAYS-DATE '.dat.'
               WS-SFX-VALUE(1)
               INTO WS-PART-IN-FILENAME
           END-STRING.
           MOVE 0 TO WS-COPY-FILE-ENDED.
           OPEN INPUT F-PART-IN-FILE.
           PERFORM UNTIL WS-COPY-FILE-ENDED = 1
               READ F-PART-IN-FILE
                   NOT AT END
                       IF RC-PIH-TYPE = 'HDR'
                           PERFORM KEEP-ONE-RANGE-HEADER
                       ELSE
                           MOVE 1 TO WS-COPY-FILE-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-COPY-FILE-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PART-IN-FILE.

           KEEP-ONE-RANGE-HEADER.
           IF RC-PIH-BRAND = SPACES
               IF RC-PIH-SOURCE NOT = SPACES
                   MOVE RC-PIH-SOURCE TO WS-HDR-SOURCE
               END-IF
           ELSE
               IF WS-BH-COUNT < 20
                   ADD 1 TO WS-BH-COUNT
                   MOVE RC-PART-IN-RECORD(1:80)
                       TO WS-BH-IMAGE(WS-BH-COUNT)
               END-IF
           END-IF.

           COPY-ONE-OUTBOUND-RANGE.
           MOVE SPACES TO WS-PART-IN-FILENAME.
           STRING 'outbound-mail-' WS-TODAYS-DATE '.dat.'
               END-IF
           END-PERFORM.
           IF WS-MF-FOUND = 0
           AND WS-MF-COUNT < 300
               ADD 1 TO WS-MF-COUNT
               MOVE WS-MF-NAME-WORK TO WS-MF-FILENAME(WS-MF-COUNT)
               MOVE RC-PMF-LABEL TO WS-MF-LABEL(WS-MF-COUNT)
           MOVE 0 TO WS-AU-TAX.
           MOVE 0 TO WS-AU-WEREWOLF.
           MOVE 0 TO WS-AU-HOUSEHOLD.
           MOVE 0 TO WS-AU-VENDORS.
           MOVE 0 TO WS-AU-INTL.
           MOVE 0 TO WS-AU-CHILD.
           MOVE 0 TO WS-AU-LARGE.
           MOVE 0 TO WS-AU-BRAILLE.
           MOVE 0 TO WS-AU-WELCOME.
           MOVE 0 TO WS-AU-BELATED.
           MOVE 0 TO WS-AU-ROWS.
           MOVE 0 TO WS-AB-COUNT.
           MOVE 0 TO WS-AV-COUNT.
           MOVE 0 TO WS-FALLBACK-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PART-AUDIT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PART-AUDIT-FILE
                   NOT AT END
                       IF RC-PAU-DATE = WS-TODAYS-DATE
                       AND RC-PAU-BIRTHDAY-LABEL = 'FALLBACK='
                           PERFORM MERGE-ONE-FALLBACK-ROW
                       END-IF
                       IF RC-PAU-DATE = WS-TODAYS-DATE
                       AND RC-PAV-LABEL = 'VENDOR='
                           PERFORM MERGE-ONE-VENDOR-ROW
                       END-IF
                       IF RC-PAU-DATE = WS-TODAYS-DATE
                       AND RC-PAU-BIRTHDAY-LABEL NOT = 'FALLBACK='
                       AND RC-PAB-LABEL NOT = 'BRAND='
                       AND RC-PAV-LABEL NOT = 'VENDOR='
                           ADD 1 TO WS-AU-ROWS
                           COMPUTE WS-AU-BIRTHDAY = WS-AU-BIRTHDAY
                               + FUNCTION NUMVAL(
                           COMPUTE WS-AU-HOUSEHOLD = WS-AU-HOUSEHOLD
                               + FUNCTION NUMVAL(
                                   RC-PAU-HOUSEHOLD-COUNT)
                           COMPUTE WS-AU-VENDORS = WS-AU-VENDORS
                               + FUNCTION NUMVAL(
                                   RC-PAU-VENDORS-COUNT)
                           COMPUTE WS-AU-INTL = WS-AU-INTL
                               + FUNCTION NUMVAL(RC-PAU-INTL-COUNT)
                           IF RC-PAU-CHILD-COUNT NOT = SPACES
                               COMPUTE WS-AU-CHILD = WS-AU-CHILD
                                   + FUNCTION NUMVAL(
                                       RC-PAU-CHILD-COUNT)
                           END-IF
                           IF RC-PAU-LARGE-COUNT NOT = SPACES
                               COMPUTE WS-AU-LARGE = WS-AU-LARGE
                                   + FUNCTION NUMVAL(
                                       RC-PAU-LARGE-COUNT)
                           END-IF
                           IF RC-PAU-BRAILLE-COUNT NOT = SPACES
                               COMPUTE WS-AU-BRAILLE = WS-AU-BRAILLE
                                   + FUNCTION NUMVAL(
                                       RC-PAU-BRAILLE-COUNT)
                           END-IF
                           IF RC-PAU-WELCOME-COUNT NOT = SPACES
                               COMPUTE WS-AU-WELCOME = WS-AU-WELCOME
                                   + FUNCTION NUMVAL(
                                       RC-PAU-WELCOME-COUNT)
                           END-IF
                           IF RC-PAU-BELATED-COUNT NOT = SPACES
                               COMPUTE WS-AU-BELATED = WS-AU-BELATED
                                   + FUNCTION NUMVAL(
                                       RC-PAU-BELATED-COUNT)
                           END-IF
                       END-IF
      *                Last, as it reuses the record area.
                       IF RC-PAU-DATE = WS-TODAYS-DATE
                       AND RC-PAB-LABEL = 'BRAND='
                           PERFORM MERGE-ONE-BRAND-ROW
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               MOVE WS-AU-WEREWOLF TO RC-AUDIT-WEREWOLF-COUNT
               MOVE 'HOUSEHOLD=' TO RC-AUDIT-HOUSEHOLD-LABEL
               MOVE WS-AU-HOUSEHOLD TO RC-AUDIT-HOUSEHOLD-COUNT
               MOVE 'VENDORS=' TO RC-AUDIT-VENDORS-LABEL
               MOVE WS-AU-VENDORS TO RC-AUDIT-VENDORS-COUNT
               MOVE 'INTL=' TO RC-AUDIT-INTL-LABEL
               MOVE WS-AU-INTL TO RC-AUDIT-INTL-COUNT
               MOVE 'CHILD=' TO RC-AUDIT-CHILD-LABEL
               MOVE WS-AU-CHILD TO RC-AUDIT-CHILD-COUNT
               MOVE 'LARGE=' TO RC-AUDIT-LARGE-LABEL
               MOVE WS-AU-LARGE TO RC-AUDIT-LARGE-COUNT
               MOVE 'BRAILLE=' TO RC-AUDIT-BRAILLE-LABEL
               MOVE WS-AU-BRAILLE TO RC-AUDIT-BRAILLE-COUNT
               MOVE 'WELCOME=' TO RC-AUDIT-WELCOME-LABEL
               MOVE WS-AU-WELCOME TO RC-AUDIT-WELCOME-COUNT
               MOVE 'BELATED=' TO RC-AUDIT-BELATED-LABEL
               MOVE WS-AU-BELATED TO RC-AUDIT-BELATED-COUNT
               MOVE RC-AUDIT-RECORD(11:168) TO WS-AB-VOLUMES
               WRITE RC-AUDIT-RECORD
               PERFORM VARYING WS-AB-SUB FROM 1 BY 1
                   UNTIL WS-AB-SUB > WS-AB-COUNT
                   PERFORM WRITE-ONE-BRAND-AUDIT-LINE
               END-PERFORM
               PERFORM VARYING WS-AV-SUB FROM 1 BY 1
                   UNTIL WS-AV-SUB > WS-AV-COUNT
                   MOVE SPACES TO RC-AUDIT-VENDOR-RECORD
                   MOVE WS-TODAYS-DATE TO RC-AVN-DATE
                   MOVE 'VENDOR=' TO RC-AVN-LABEL
                   MOVE WS-AV-VENDOR(WS-AV-SUB) TO RC-AVN-VENDOR
                   MOVE 'COUNT=' TO RC-AVN-COUNT-LABEL
                   MOVE WS-AV-PIECES(WS-AV-SUB) TO RC-AVN-COUNT
                   WRITE RC-AUDIT-VENDOR-RECORD
               END-PERFORM
               PERFORM VARYING WS-FALLBACK-SUB FROM 1 BY 1
                   UNTIL WS-FALLBACK-SUB > WS-FALLBACK-COUNT
                   MOVE SPACES TO RC-AUDIT-FALLBACK-RECORD
                   MOVE WS-TODAYS-DATE TO RC-AFB-DATE
                   MOVE 'FALLBACK=' TO RC-AFB-LABEL
                   MOVE WS-FALLBACK-TALLY(WS-FALLBACK-SUB)
                       TO RC-AFB-COUNT
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
               END-PERFORM
               CLOSE F-AUDIT-FILE
           END-IF.

      *    The brand line's figures are laid back under the date in
      *    the partition record area, so they read through the same
      *    volume-line fields as the partition's own volume line.
           MERGE-ONE-BRAND-ROW.
           MOVE RC-PAB-BRAND TO WS-AB-WANT-BRAND.
           MOVE RC-PAB-VOLUMES TO WS-AB-FIGURES.
           MOVE SPACES TO RC-PART-AUDIT-RECORD.
           MOVE WS-TODAYS-DATE TO RC-PAU-DATE.
           MOVE WS-AB-FIGURES TO RC-PART-AUDIT-RECORD(11:168).
           MOVE 0 TO WS-AB-FOUND.
           PERFORM VARYING WS-AB-SUB FROM 1 BY 1
               UNTIL WS-AB-SUB > WS-AB-COUNT
               IF WS-AB-BRAND(WS-AB-SUB) = WS-AB-WANT-BRAND
                   MOVE WS-AB-SUB TO WS-AB-FOUND
                   MOVE WS-AB-COUNT TO WS-AB-SUB
               END-IF
           END-PERFORM.
           IF WS-AB-FOUND = 0
           AND WS-AB-COUNT < 20
               ADD 1 TO WS-AB-COUNT
               MOVE WS-AB-COUNT TO WS-AB-FOUND
               MOVE WS-AB-WANT-BRAND TO WS-AB-BRAND(WS-AB-FOUND)
               MOVE 0 TO WS-AB-BIRTHDAY(WS-AB-FOUND)
               MOVE 0 TO WS-AB-MILESTONE(WS-AB-FOUND)
               MOVE 0 TO WS-AB-TAX(WS-AB-FOUND)
               MOVE 0 TO WS-AB-WEREWOLF(WS-AB-FOUND)
               MOVE 0 TO WS-AB-HOUSEHOLD(WS-AB-FOUND)
               MOVE 0 TO WS-AB-VENDORS(WS-AB-FOUND)
               MOVE 0 TO WS-AB-INTL(WS-AB-FOUND)
               MOVE 0 TO WS-AB-CHILD(WS-AB-FOUND)
               MOVE 0 TO WS-AB-LARGE(WS-AB-FOUND)
               MOVE 0 TO WS-AB-BRAILLE(WS-AB-FOUND)
               MOVE 0 TO WS-AB-WELCOME(WS-AB-FOUND)
               MOVE 0 TO WS-AB-BELATED(WS-AB-FOUND)
           END-IF.
           IF WS-AB-FOUND > 0
               COMPUTE WS-AB-BIRTHDAY(WS-AB-FOUND) =
                   WS-AB-BIRTHDAY(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-BIRTHDAY-COUNT)
               COMPUTE WS-AB-MILESTONE(WS-AB-FOUND) =
                   WS-AB-MILESTONE(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-MILESTONE-COUNT)
               COMPUTE WS-AB-TAX(WS-AB-FOUND) =
                   WS-AB-TAX(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-TAX-COUNT)
               COMPUTE WS-AB-WEREWOLF(WS-AB-FOUND) =
                   WS-AB-WEREWOLF(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-WEREWOLF-COUNT)
               COMPUTE WS-AB-HOUSEHOLD(WS-AB-FOUND) =
                   WS-AB-HOUSEHOLD(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-HOUSEHOLD-COUNT)
               COMPUTE WS-AB-VENDORS(WS-AB-FOUND) =
                   WS-AB-VENDORS(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-VENDORS-COUNT)
               COMPUTE WS-AB-INTL(WS-AB-FOUND) =
                   WS-AB-INTL(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-INTL-COUNT)
               COMPUTE WS-AB-CHILD(WS-AB-FOUND) =
                   WS-AB-CHILD(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-CHILD-COUNT)
               COMPUTE WS-AB-LARGE(WS-AB-FOUND) =
                   WS-AB-LARGE(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-LARGE-COUNT)
               COMPUTE WS-AB-BRAILLE(WS-AB-FOUND) =
                   WS-AB-BRAILLE(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-BRAILLE-COUNT)
               COMPUTE WS-AB-WELCOME(WS-AB-FOUND) =
                   WS-AB-WELCOME(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-WELCOME-COUNT)
               COMPUTE WS-AB-BELATED(WS-AB-FOUND) =
                   WS-AB-BELATED(WS-AB-FOUND)
                   + FUNCTION NUMVAL(RC-PAU-BELATED-COUNT)
           END-IF.

           WRITE-ONE-BRAND-AUDIT-LINE.
           MOVE SPACES TO RC-AUDIT-RECORD.
           MOVE WS-AB-VOLUMES TO RC-AUDIT-RECORD(11:168).
           MOVE WS-AB-BIRTHDAY(WS-AB-SUB) TO RC-AUDIT-BIRTHDAY-COUNT.
           MOVE WS-AB-MILESTONE(WS-AB-SUB)
               TO RC-AUDIT-MILESTONE-COUNT.
           MOVE WS-AB-TAX(WS-AB-SUB) TO RC-AUDIT-TAX-COUNT.
           MOVE WS-AB-WEREWOLF(WS-AB-SUB) TO RC-AUDIT-WEREWOLF-COUNT.
           MOVE WS-AB-HOUSEHOLD(WS-AB-SUB)
               TO RC-AUDIT-HOUSEHOLD-COUNT.
           MOVE WS-AB-VENDORS(WS-AB-SUB) TO RC-AUDIT-VENDORS-COUNT.
           MOVE WS-AB-INTL(WS-AB-SUB) TO RC-AUDIT-INTL-COUNT.
           MOVE WS-AB-CHILD(WS-AB-SUB) TO RC-AUDIT-CHILD-COUNT.
           MOVE WS-AB-LARGE(WS-AB-SUB) TO RC-AUDIT-LARGE-COUNT.
           MOVE WS-AB-BRAILLE(WS-AB-SUB) TO RC-AUDIT-BRAILLE-COUNT.
           MOVE WS-AB-WELCOME(WS-AB-SUB) TO RC-AUDIT-WELCOME-COUNT.
           MOVE WS-AB-BELATED(WS-AB-SUB) TO RC-AUDIT-BELATED-COUNT.
           MOVE RC-AUDIT-RECORD(11:168) TO WS-AB-FIGURES.
           MOVE SPACES TO RC-AUDIT-BRAND-RECORD.
           MOVE WS-TODAYS-DATE TO RC-ABR-DATE.
           MOVE 'BRAND=' TO RC-ABR-LABEL.
           MOVE WS-AB-BRAND(WS-AB-SUB) TO RC-ABR-BRAND.
           MOVE WS-AB-FIGURES TO RC-ABR-VOLUMES.
           WRITE RC-AUDIT-BRAND-RECORD.

           MERGE-ONE-VENDOR-ROW.
           MOVE 0 TO WS-AV-FOUND.
           PERFORM VARYING WS-AV-SUB FROM 1 BY 1
               UNTIL WS-AV-SUB > WS-AV-COUNT
               IF WS-AV-VENDOR(WS-AV-SUB) = RC-PAV-VENDOR
                   MOVE WS-AV-SUB TO WS-AV-FOUND
                   MOVE WS-AV-COUNT TO WS-AV-SUB
               END-IF
           END-PERFORM.
           IF WS-AV-FOUND = 0
           AND WS-AV-COUNT < 20
               ADD 1 TO WS-AV-COUNT
               MOVE WS-AV-COUNT TO WS-AV-FOUND
               MOVE RC-PAV-VENDOR TO WS-AV-VENDOR(WS-AV-FOUND)
               MOVE 0 TO WS-AV-PIECES(WS-AV-FOUND)
           END-IF.
           IF WS-AV-FOUND > 0
               COMPUTE WS-AV-PIECES(WS-AV-FOUND) =
                   WS-AV-PIECES(WS-AV-FOUND)
                   + FUNCTION NUMVAL(RC-PAV-COUNT)
           END-IF.

      *    The same language, occasion and source falling back in
      *    several partitions is one line on the run audit.
           MERGE-ONE-FALLBACK-ROW.
           MOVE 0 TO WS-FALLBACK-FOUND.
           PERFORM VARYING WS-FALLBACK-SUB FROM 1 BY 1
               UNTIL WS-FALLBACK-SUB > WS-FALLBACK-COUNT
               IF WS-FALLBACK-LANGUAGE(WS-FALLBACK-SUB) =
                   RC-PAF-LANGUAGE
               AND WS-FALLBACK-OCCASION(WS-FALLBACK-SUB) =
                   RC-PAF-OCCASION
               AND WS-FALLBACK-SOURCE(WS-FALLBACK-SUB) =
                   RC-PAF-SOURCE
                   MOVE WS-FALLBACK-SUB TO WS-FALLBACK-FOUND
                   MOVE WS-FALLBACK-COUNT TO WS-FALLBACK-SUB
               END-IF
           END-PERFORM.
           IF WS-FALLBACK-FOUND = 0
           AND WS-FALLBACK-COUNT < 60
               ADD 1 TO WS-FALLBACK-COUNT
               MOVE WS-FALLBACK-COUNT TO WS-FALLBACK-FOUND
               MOVE RC-PAF-LANGUAGE
                   TO WS-FALLBACK-LANGUAGE(WS-FALLBACK-FOUND)
               MOVE RC-PAF-OCCASION
                   TO WS-FALLBACK-OCCASION(WS-FALLBACK-FOUND)
               MOVE RC-PAF-SOURCE
                   TO WS-FALLBACK-SOURCE(WS-FALLBACK-FOUND)
               MOVE 0 TO WS-FALLBACK-TALLY(WS-FALLBACK-FOUND)
           END-IF.
           IF WS-FALLBACK-FOUND > 0
               COMPUTE WS-FALLBACK-TALLY(WS-FALLBACK-FOUND) =
                   WS-FALLBACK-TALLY(WS-FALLBACK-FOUND)
                   + FUNCTION NUMVAL(RC-PAF-COUNT)
           END-IF.

           MERGE-BALANCE-ROWS.
           MOVE 0 TO WS-BL-READ.
           MOVE 0 TO WS-BL-EXCEPT.
