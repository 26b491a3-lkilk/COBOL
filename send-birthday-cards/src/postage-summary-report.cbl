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
      *    A brand's share of the day: BRAND= and the brand code
      *    ahead of figures laid out as on the volume line.
           01 RC-AUDIT-BRAND-VIEW.
               05 FILLER PIC X(11).
               05 RC-AUDIT-BRAND-LABEL PIC X(6).
               05 RC-AUDIT-BRAND-CODE PIC X(4).
               05 RC-AUDIT-BRAND-VOLUMES PIC X(168).
           FD F-RATE-FILE.
           01 RC-RATE-RECORD.
               05 RC-RATE-CLASS PIC X(9).
               05 FILLER PIC X.
               05 RC-SUMMARY-COST-LABEL PIC X(7).
               05 RC-SUMMARY-COST PIC ZZZZZ9.99.
      *        Children's birthday cards, trailing so the TOTAL$=
      *        column stays where postage-variance looks for it.
               05 FILLER PIC X.
               05 RC-SUMMARY-CHILD-LABEL PIC X(6) VALUE 'CHILD='.
               05 RC-SUMMARY-CHILD-COUNT PIC ZZZZ9.
      *        Accessible-format pieces, trailing for the same reason.
               05 FILLER PIC X.
               05 RC-SUMMARY-LARGE-LABEL PIC X(6) VALUE 'LARGE='.
               05 RC-SUMMARY-LARGE-COUNT PIC ZZZZ9.
               05 FILLER PIC X.
               05 RC-SUMMARY-BRAILLE-LABEL PIC X(8) VALUE 'BRAILLE='.
               05 RC-SUMMARY-BRAILLE-COUNT PIC ZZZZ9.
      *        Welcome cards to new customers, trailing likewise.
               05 FILLER PIC X.
               05 RC-SUMMARY-WELCOME-LABEL PIC X(8) VALUE 'WELCOME='.
               05 RC-SUMMARY-WELCOME-COUNT PIC ZZZZ9.
      *        Belated birthday cards after a DOB correction.
               05 FILLER PIC X.
               05 RC-SUMMARY-BELATED-LABEL PIC X(8) VALUE 'BELATED='.
               05 RC-SUMMARY-BELATED-COUNT PIC ZZZZ9.
           01 RC-YTD-RECORD.
               05 RC-YTD-LABEL PIC X(4).
               05 RC-YTD-YEAR PIC X(4).
               05 FILLER PIC X.
               05 RC-YTD-COST-LABEL PIC X(7).
               05 RC-YTD-COST PIC ZZZZZZZ9.99.
      *    Each brand's month, so the brand can be billed for its own
      *    mail.  The line opens non-numerically, so postage-variance
      *    passes it by as it does the YTD lines.
           01 RC-BRAND-SUMMARY-RECORD.
               05 RC-BS-LABEL PIC X(6).
               05 RC-BS-BRAND PIC X(5).
               05 FILLER PIC X.
               05 RC-BS-MONTH PIC X(7).
               05 FILLER PIC X.
               05 RC-BS-PIECES-LABEL PIC X(7).
               05 RC-BS-PIECES PIC ZZZZZ9.
               05 FILLER PIC X.
               05 RC-BS-COST-LABEL PIC X(7).
               05 RC-BS-COST PIC ZZZZZ9.99.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-TAX-COUNT PIC 9(4).
           01 WS-AUDIT-WEREWOLF-COUNT PIC 9(4).
           01 WS-AUDIT-INTL-COUNT PIC 9(4).
           01 WS-AUDIT-CHILD-COUNT PIC 9(4).
           01 WS-AUDIT-LARGE-COUNT PIC 9(4).
           01 WS-AUDIT-BRAILLE-COUNT PIC 9(4).
           01 WS-AUDIT-WELCOME-COUNT PIC 9(4).
           01 WS-AUDIT-BELATED-COUNT PIC 9(4).
           01 WS-DAY-COST PIC 9(7)V99.
           01 WS-CLASS-RATE PIC 99V99.
           01 WS-RATE-CLASS-WANTED PIC X(9).
                   10 WS-MONTH-TAX-COUNT PIC 9(5).
                   10 WS-MONTH-WEREWOLF-COUNT PIC 9(5).
                   10 WS-MONTH-INTL-COUNT PIC 9(5).
                   10 WS-MONTH-CHILD-COUNT PIC 9(5).
                   10 WS-MONTH-LARGE-COUNT PIC 9(5).
                   10 WS-MONTH-BRAILLE-COUNT PIC 9(5).
                   10 WS-MONTH-WELCOME-COUNT PIC 9(5).
                   10 WS-MONTH-BELATED-COUNT PIC 9(5).
                   10 WS-MONTH-COST PIC 9(7)V99.
           01 WS-YEAR-SUB PIC 99.
           01 WS-YEAR-COUNT PIC 99 VALUE 0.
               DEPENDING ON WS-YEAR-COUNT.
                   10 WS-YEAR-KEY PIC X(4).
                   10 WS-YEAR-COST PIC 9(9)V99.
           01 WS-AUDIT-BRAND PIC X(4).
           01 WS-BRAND-PIECES PIC 9(6).
           01 WS-BRAND-IMAGE.
               05 WS-BRAND-IMAGE-DATE PIC X(10).
               05 WS-BRAND-IMAGE-VOLUMES PIC X(168).
           01 WS-BM-SUB PIC 999.
           01 WS-BM-FOUND PIC 999.
           01 WS-BM-COUNT PIC 999 VALUE 0.
           01 WS-BM-TABLE.
               05 WS-BM-ENTRY OCCURS 0 TO 400 TIMES
               DEPENDING ON WS-BM-COUNT.
                   10 WS-BM-MONTH PIC X(7).
                   10 WS-BM-BRAND PIC X(4).
                   10 WS-BM-PIECES PIC 9(6).
                   10 WS-BM-COST PIC 9(7)V99.

           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           PERFORM LOAD-POSTAGE-RATES.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
      *                Translation-fallback lines carry no volumes;
      *                brand lines split the day's volume line;
      *                vendor lines only say where it was printed.
                       IF RC-AUDIT-BRAND-LABEL = 'BRAND='
                           PERFORM ACCUMULATE-BRAND-RECORD
                       ELSE
                           IF RC-AUDIT-BIRTHDAY-LABEL NOT = 'FALLBACK='
                           AND RC-AUDIT-BIRTHDAY-LABEL(1:7)
                               NOT = 'VENDOR='
                               PERFORM ACCUMULATE-AUDIT-RECORD
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
      *    a mid-month or mid-year rate change split correctly.
           ACCUMULATE-AUDIT-RECORD.
           MOVE RC-AUDIT-DATE(1:7) TO WS-SEARCH-KEY.
           PERFORM READ-AUDIT-COUNTS.
           PERFORM FIND-OR-ADD-MONTH.
           SET MON-IDX TO WS-FOUND-IDX.
           ADD WS-AUDIT-BIRTHDAY-COUNT
               TO WS-MONTH-WEREWOLF-COUNT(MON-IDX).
           ADD WS-AUDIT-INTL-COUNT
               TO WS-MONTH-INTL-COUNT(MON-IDX).
           ADD WS-AUDIT-CHILD-COUNT
               TO WS-MONTH-CHILD-COUNT(MON-IDX).
           ADD WS-AUDIT-LARGE-COUNT
               TO WS-MONTH-LARGE-COUNT(MON-IDX).
           ADD WS-AUDIT-BRAILLE-COUNT
               TO WS-MONTH-BRAILLE-COUNT(MON-IDX).
           ADD WS-AUDIT-WELCOME-COUNT
               TO WS-MONTH-WELCOME-COUNT(MON-IDX).
           ADD WS-AUDIT-BELATED-COUNT
               TO WS-MONTH-BELATED-COUNT(MON-IDX).
           PERFORM COST-OUT-ONE-DAY.
           ADD WS-DAY-COST TO WS-MONTH-COST(MON-IDX).
           PERFORM ADD-TO-YEAR-TO-DATE.

      *    A brand line's figures are laid back under the date and
      *    costed at the day's rates exactly as the volume line is;
      *    the brand's pieces and dollars roll up by month.  The
      *    monthly and year-to-date totals come from the volume line
      *    alone, which already holds every brand's pieces.
           ACCUMULATE-BRAND-RECORD.
           MOVE RC-AUDIT-BRAND-CODE TO WS-AUDIT-BRAND.
           MOVE RC-AUDIT-DATE TO WS-BRAND-IMAGE-DATE.
           MOVE RC-AUDIT-BRAND-VOLUMES TO WS-BRAND-IMAGE-VOLUMES.
           MOVE WS-BRAND-IMAGE TO RC-AUDIT-RECORD.
           PERFORM READ-AUDIT-COUNTS.
           PERFORM COST-OUT-ONE-DAY.
           COMPUTE WS-BRAND-PIECES = WS-AUDIT-BIRTHDAY-COUNT
               + WS-AUDIT-MILESTONE-COUNT + WS-AUDIT-TAX-COUNT
               + WS-AUDIT-WEREWOLF-COUNT + WS-AUDIT-INTL-COUNT
               + WS-AUDIT-CHILD-COUNT + WS-AUDIT-LARGE-COUNT
               + WS-AUDIT-BRAILLE-COUNT + WS-AUDIT-WELCOME-COUNT
               + WS-AUDIT-BELATED-COUNT.
           MOVE 0 TO WS-BM-FOUND.
           PERFORM VARYING WS-BM-SUB FROM 1 BY 1
               UNTIL WS-BM-SUB > WS-BM-COUNT
               IF WS-BM-MONTH(WS-BM-SUB) = RC-AUDIT-DATE(1:7)
               AND WS-BM-BRAND(WS-BM-SUB) = WS-AUDIT-BRAND
                   MOVE WS-BM-SUB TO WS-BM-FOUND
               END-IF
           END-PERFORM.
           IF WS-BM-FOUND = 0
           AND WS-BM-COUNT < 400
               ADD 1 TO WS-BM-COUNT
               MOVE RC-AUDIT-DATE(1:7) TO WS-BM-MONTH(WS-BM-COUNT)
               MOVE WS-AUDIT-BRAND TO WS-BM-BRAND(WS-BM-COUNT)
               MOVE 0 TO WS-BM-PIECES(WS-BM-COUNT)
               MOVE 0 TO WS-BM-COST(WS-BM-COUNT)
               MOVE WS-BM-COUNT TO WS-BM-FOUND
           END-IF.
           IF WS-BM-FOUND > 0
               ADD WS-BRAND-PIECES TO WS-BM-PIECES(WS-BM-FOUND)
               ADD WS-DAY-COST TO WS-BM-COST(WS-BM-FOUND)
           END-IF.

           READ-AUDIT-COUNTS.
           MOVE RC-AUDIT-BIRTHDAY-COUNT TO WS-AUDIT-BIRTHDAY-COUNT.
           MOVE RC-AUDIT-MILESTONE-COUNT TO WS-AUDIT-MILESTONE-COUNT.
           MOVE RC-AUDIT-TAX-COUNT TO WS-AUDIT-TAX-COUNT.
           MOVE RC-AUDIT-WEREWOLF-COUNT TO WS-AUDIT-WEREWOLF-COUNT.
      *    Audit records from before the international stream have no
      *    INTL= figure; they read back blank and count as zero.
           IF RC-AUDIT-INTL-COUNT = SPACES
               MOVE 0 TO WS-AUDIT-INTL-COUNT
           ELSE
               COMPUTE WS-AUDIT-INTL-COUNT =
                   FUNCTION NUMVAL(RC-AUDIT-INTL-COUNT)
           END-IF.
           IF RC-AUDIT-CHILD-COUNT = SPACES
               MOVE 0 TO WS-AUDIT-CHILD-COUNT
           ELSE
               COMPUTE WS-AUDIT-CHILD-COUNT =
                   FUNCTION NUMVAL(RC-AUDIT-CHILD-COUNT)
           END-IF.
           IF RC-AUDIT-LARGE-COUNT = SPACES
               MOVE 0 TO WS-AUDIT-LARGE-COUNT
           ELSE
               COMPUTE WS-AUDIT-LARGE-COUNT =
                   FUNCTION NUMVAL(RC-AUDIT-LARGE-COUNT)
           END-IF.
           IF RC-AUDIT-BRAILLE-COUNT = SPACES
               MOVE 0 TO WS-AUDIT-BRAILLE-COUNT
           ELSE
               COMPUTE WS-AUDIT-BRAILLE-COUNT =
                   FUNCTION NUMVAL(RC-AUDIT-BRAILLE-COUNT)
           END-IF.
           IF RC-AUDIT-WELCOME-COUNT = SPACES
               MOVE 0 TO WS-AUDIT-WELCOME-COUNT
           ELSE
               COMPUTE WS-AUDIT-WELCOME-COUNT =
                   FUNCTION NUMVAL(RC-AUDIT-WELCOME-COUNT)
           END-IF.
           IF RC-AUDIT-BELATED-COUNT = SPACES
               MOVE 0 TO WS-AUDIT-BELATED-COUNT
           ELSE
               COMPUTE WS-AUDIT-BELATED-COUNT =
                   FUNCTION NUMVAL(RC-AUDIT-BELATED-COUNT)
           END-IF.

           COST-OUT-ONE-DAY.
           MOVE 0 TO WS-DAY-COST.
           MOVE RC-AUDIT-DATE TO WS-RATE-DATE-WANTED.
           PERFORM FIND-RATE-FOR-OCCASION.
           COMPUTE WS-DAY-COST = WS-DAY-COST
               + WS-AUDIT-WEREWOLF-COUNT * WS-CLASS-RATE.
      *    Children's cards go on birthday stock unless the rate or
      *    weight-class table prices them on their own.
           MOVE 'CHILDBDAY' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-FOR-OCCASION.
           IF WS-CLASS-RATE = 0
               MOVE 'BIRTHDAY' TO WS-RATE-OCCASION
               PERFORM FIND-RATE-FOR-OCCASION
           END-IF.
           COMPUTE WS-DAY-COST = WS-DAY-COST
               + WS-AUDIT-CHILD-COUNT * WS-CLASS-RATE.
      *    Welcome cards the same way: their own rate if one is on
      *    file, else birthday stock.
           MOVE 'WELCOME' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-FOR-OCCASION.
           IF WS-CLASS-RATE = 0
               MOVE 'BIRTHDAY' TO WS-RATE-OCCASION
               PERFORM FIND-RATE-FOR-OCCASION
           END-IF.
           COMPUTE WS-DAY-COST = WS-DAY-COST
               + WS-AUDIT-WELCOME-COUNT * WS-CLASS-RATE.
      *    Belated birthday cards are birthday stock unless they
      *    carry a rate of their own.
           MOVE 'BELATED' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-FOR-OCCASION.
           IF WS-CLASS-RATE = 0
               MOVE 'BIRTHDAY' TO WS-RATE-OCCASION
               PERFORM FIND-RATE-FOR-OCCASION
           END-IF.
           COMPUTE WS-DAY-COST = WS-DAY-COST
               + WS-AUDIT-BELATED-COUNT * WS-CLASS-RATE.
      *    Foreign pieces are counted apart from the occasion volumes
      *    and priced at the INTL class, not as domestic mail.
           MOVE 'INTL' TO WS-RATE-CLASS-WANTED.
           PERFORM FIND-RATE-FOR-CLASS.
           COMPUTE WS-DAY-COST = WS-DAY-COST
               + WS-AUDIT-INTL-COUNT * WS-CLASS-RATE.
      *    Accessible-format pieces are likewise counted apart.  Large
      *    print pays the LGPRT class, or the birthday rate where no
      *    LGPRT rate is on file; braille goes as free matter for the
      *    blind and costs nothing unless a BRAIL rate says otherwise.
           MOVE 'LGPRT' TO WS-RATE-CLASS-WANTED.
           PERFORM FIND-RATE-FOR-CLASS.
           IF WS-CLASS-RATE = 0
               MOVE 'BIRTHDAY' TO WS-RATE-OCCASION
               PERFORM FIND-RATE-FOR-OCCASION
           END-IF.
           COMPUTE WS-DAY-COST = WS-DAY-COST
               + WS-AUDIT-LARGE-COUNT * WS-CLASS-RATE.
           MOVE 'BRAIL' TO WS-RATE-CLASS-WANTED.
           PERFORM FIND-RATE-FOR-CLASS.
           COMPUTE WS-DAY-COST = WS-DAY-COST
               + WS-AUDIT-BRAILLE-COUNT * WS-CLASS-RATE.

           ADD-TO-YEAR-TO-DATE.
           MOVE 0 TO WS-FOUND-IDX.
               MOVE 0 TO WS-MONTH-TAX-COUNT(MON-IDX)
               MOVE 0 TO WS-MONTH-WEREWOLF-COUNT(MON-IDX)
               MOVE 0 TO WS-MONTH-INTL-COUNT(MON-IDX)
               MOVE 0 TO WS-MONTH-CHILD-COUNT(MON-IDX)
               MOVE 0 TO WS-MONTH-LARGE-COUNT(MON-IDX)
               MOVE 0 TO WS-MONTH-BRAILLE-COUNT(MON-IDX)
               MOVE 0 TO WS-MONTH-WELCOME-COUNT(MON-IDX)
               MOVE 0 TO WS-MONTH-BELATED-COUNT(MON-IDX)
               MOVE 0 TO WS-MONTH-COST(MON-IDX)
               SET WS-FOUND-IDX TO MON-IDX
           END-IF.
               MOVE 'INTL=' TO RC-SUMMARY-INTL-LABEL
               MOVE WS-MONTH-INTL-COUNT(MON-IDX)
                   TO RC-SUMMARY-INTL-COUNT
               MOVE 'CHILD=' TO RC-SUMMARY-CHILD-LABEL
               MOVE WS-MONTH-CHILD-COUNT(MON-IDX)
                   TO RC-SUMMARY-CHILD-COUNT
               MOVE 'LARGE=' TO RC-SUMMARY-LARGE-LABEL
               MOVE WS-MONTH-LARGE-COUNT(MON-IDX)
                   TO RC-SUMMARY-LARGE-COUNT
               MOVE 'BRAILLE=' TO RC-SUMMARY-BRAILLE-LABEL
               MOVE WS-MONTH-BRAILLE-COUNT(MON-IDX)
                   TO RC-SUMMARY-BRAILLE-COUNT
               MOVE 'WELCOME=' TO RC-SUMMARY-WELCOME-LABEL
               MOVE WS-MONTH-WELCOME-COUNT(MON-IDX)
                   TO RC-SUMMARY-WELCOME-COUNT
               MOVE 'BELATED=' TO RC-SUMMARY-BELATED-LABEL
               MOVE WS-MONTH-BELATED-COUNT(MON-IDX)
                   TO RC-SUMMARY-BELATED-COUNT
               MOVE 'TOTAL$=' TO RC-SUMMARY-COST-LABEL
               MOVE WS-MONTH-COST(MON-IDX) TO RC-SUMMARY-COST
               WRITE RC-SUMMARY-RECORD
               END-WRITE
           END-PERFORM.
           PERFORM VARYING WS-BM-SUB FROM 1 BY 1
               UNTIL WS-BM-SUB > WS-BM-COUNT
               MOVE SPACES TO RC-BRAND-SUMMARY-RECORD
               MOVE 'BRAND=' TO RC-BS-LABEL
               IF WS-BM-BRAND(WS-BM-SUB) = SPACES
                   MOVE 'HOUSE' TO RC-BS-BRAND
               ELSE
                   MOVE WS-BM-BRAND(WS-BM-SUB) TO RC-BS-BRAND
               END-IF
               MOVE WS-BM-MONTH(WS-BM-SUB) TO RC-BS-MONTH
               MOVE 'PIECES=' TO RC-BS-PIECES-LABEL
               MOVE WS-BM-PIECES(WS-BM-SUB) TO RC-BS-PIECES
               MOVE 'TOTAL$=' TO RC-BS-COST-LABEL
               MOVE WS-BM-COST(WS-BM-SUB) TO RC-BS-COST
               WRITE RC-BRAND-SUMMARY-RECORD
               END-WRITE
           END-PERFORM.
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
               UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
               MOVE SPACES TO RC-YTD-RECORD
               END-WRITE
           END-PERFORM.
           CLOSE F-SUMMARY-FILE.
           MOVE 'postage-summary.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'postage-summary-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
