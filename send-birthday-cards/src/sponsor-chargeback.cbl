       IDENTIFICATION DIVISION.
       PROGRAM-ID. sponsor-chargeback.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-MONTH-FILE
                   ASSIGN TO 'chargeback-month.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SPONSOR-FILE
                   ASSIGN TO 'occasion-sponsors.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-AUDIT-FILE
                   ASSIGN TO 'run-audit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-GREETING-AUDIT-FILE
                   ASSIGN TO 'greeting-run-audit.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO 'card-manifest.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RATE-FILE
                   ASSIGN TO 'postage-rates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-WEIGHT-CLASS-FILE
                   ASSIGN TO 'weight-classes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-JOURNAL-FILE
                   ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-STATEMENT-FILE
                   ASSIGN TO DYNAMIC WS-STATEMENT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-MONTH-FILE.
           01 RC-MONTH-PARM PIC X(7).
      *    One line per occasion code: the cost center that sponsors
      *    it and the department's name for the statement.  The line
      *    with occasion * names the operations cost center, which
      *    carries every unsponsored occasion and is credited with
      *    whatever is charged out.
           FD F-SPONSOR-FILE.
           01 RC-SPONSOR-RECORD.
               05 RC-SPN-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-SPN-COST-CENTER PIC X(8).
               05 FILLER PIC X.
               05 RC-SPN-DEPARTMENT PIC X(30).
           FD F-AUDIT-FILE.
           01 RC-AUDIT-RECORD.
               05 RC-AUDIT-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-AUDIT-BIRTHDAY-LABEL PIC X(10).
               05 RC-AUDIT-BIRTHDAY-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-MILESTONE-LABEL PIC X(10).
               05 RC-AUDIT-MILESTONE-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-TAX-LABEL PIC X(6).
               05 RC-AUDIT-TAX-COUNT PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-AUDIT-WEREWOLF-LABEL PIC X(10).
               05 RC-AUDIT-WEREWOLF-COUNT PIC ZZZ9.
               05 FILLER PIC X.
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
           01 RC-AUDIT-BRAND-VIEW.
               05 FILLER PIC X(11).
               05 RC-AUDIT-BRAND-LABEL PIC X(6).
               05 FILLER PIC X(172).
           FD F-GREETING-AUDIT-FILE.
           01 RC-GREETING-AUDIT-RECORD.
               05 RC-GAU-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-GAU-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-GAU-LABEL PIC X(6).
               05 RC-GAU-COUNT PIC ZZZ9.
           FD F-MANIFEST-FILE.
           01 RC-MANIFEST-RECORD.
               05 RC-MANIFEST-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-MANIFEST-FILENAME.
                   10 RC-MANIFEST-STOCK-TAG PIC X(6).
                   10 RC-MANIFEST-STOCK-VENDOR PIC X.
                   10 FILLER PIC X.
                   10 RC-MANIFEST-STOCK-OCCASION PIC X(9).
                   10 FILLER PIC X(23).
               05 FILLER PIC X.
               05 RC-MANIFEST-LABEL PIC X(6).
               05 RC-MANIFEST-COUNT PIC ZZZZ9.
           FD F-RATE-FILE.
           01 RC-RATE-RECORD.
               05 RC-RATE-CLASS PIC X(9).
               05 FILLER PIC X.
               05 RC-RATE-EFF-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-RATE-DOLLARS PIC 99.
               05 FILLER PIC X.
               05 RC-RATE-CENTS PIC 99.
           FD F-WEIGHT-CLASS-FILE.
           01 RC-WEIGHT-CLASS-RECORD.
               05 RC-WCL-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-WCL-CLASS PIC X(5).
      *    General-ledger journal: one debit to the sponsor and one
      *    matching credit to operations per cost center and expense
      *    account, then a trailer the ledger load balances against.
           FD F-JOURNAL-FILE.
           01 RC-GL-RECORD.
               05 RC-GL-JOURNAL-ID PIC X(12).
               05 FILLER PIC X.
               05 RC-GL-POST-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-GL-LINE-NUMBER PIC 9(4).
               05 FILLER PIC X.
               05 RC-GL-COST-CENTER PIC X(8).
               05 FILLER PIC X.
               05 RC-GL-ACCOUNT PIC X(8).
               05 FILLER PIC X.
               05 RC-GL-DEBIT-CREDIT PIC X(2).
               05 FILLER PIC X.
               05 RC-GL-AMOUNT PIC 9(9).99.
               05 FILLER PIC X.
               05 RC-GL-DESCRIPTION PIC X(40).
           01 RC-GL-TRAILER.
               05 RC-GLT-JOURNAL-ID PIC X(12).
               05 FILLER PIC X.
               05 RC-GLT-TYPE PIC X(3).
               05 FILLER PIC X.
               05 RC-GLT-LINES-LABEL PIC X(6).
               05 RC-GLT-LINES PIC ZZZ9.
               05 FILLER PIC X.
               05 RC-GLT-DEBIT-LABEL PIC X(3).
               05 RC-GLT-DEBITS PIC 9(9).99.
               05 FILLER PIC X.
               05 RC-GLT-CREDIT-LABEL PIC X(3).
               05 RC-GLT-CREDITS PIC 9(9).99.
           FD F-STATEMENT-FILE.
           01 RC-STATEMENT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-MONTH-YEAR PIC 9999.
           01 WS-MONTH-MONTH PIC 99.
           01 WS-JOURNAL-FILENAME PIC X(40).
           01 WS-STATEMENT-FILENAME PIC X(40).
           01 WS-JOURNAL-ID PIC X(12).
           01 WS-POST-DATE PIC X(10).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
      *    Expense accounts the chargeback moves between cost
      *    centers: postage paid to the mail stream, and the print
      *    vendors' per-piece charge.
           01 WS-POSTAGE-ACCOUNT PIC X(8) VALUE 'POSTAGE'.
           01 WS-PRINT-ACCOUNT PIC X(8) VALUE 'PRINTING'.
           01 WS-OPS-COST-CENTER PIC X(8) VALUE 'OPS'.
           01 WS-OPS-DEPARTMENT PIC X(30) VALUE 'OPERATIONS'.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-DATE PIC X(10).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-VND-SUB PIC 99.
           01 WS-RATE-SUB PIC 99.
           01 WS-RATE-COUNT PIC 99 VALUE 0.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 50 TIMES.
                   10 WS-RATE-CLASS PIC X(9).
                   10 WS-RATE-EFF-DATE PIC X(10).
                   10 WS-RATE-AMOUNT PIC 99V99.
           01 WS-RATE-DATE-WANTED PIC X(10).
           01 WS-RATE-CLASS-WANTED PIC X(9).
           01 WS-RATE-OCCASION PIC X(9).
           01 WS-BEST-EFF-DATE PIC X(10).
           01 WS-CLASS-RATE PIC 99V99.
           01 WS-WCL-SUB PIC 99.
           01 WS-WCL-COUNT PIC 99 VALUE 0.
           01 WS-WCL-TABLE.
               05 WS-WCL-ENTRY OCCURS 20 TIMES.
                   10 WS-WCL-OCCASION PIC X(9).
                   10 WS-WCL-CLASS PIC X(5).
           01 WS-SPN-SUB PIC 99.
           01 WS-SPN-FOUND PIC 99.
           01 WS-SPN-COUNT PIC 99 VALUE 0.
           01 WS-SPN-TABLE.
               05 WS-SPN-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-SPN-COUNT.
                   10 WS-SPN-OCCASION PIC X(9).
                   10 WS-SPN-COST-CENTER PIC X(8).
                   10 WS-SPN-DEPARTMENT PIC X(30).
      *    One day's volumes off a run-audit line, before pricing.
           01 WS-DAY-PIECES PIC 9(5).
           01 WS-DAY-COUNTS.
               05 WS-DAY-BIRTHDAY PIC 9(5).
               05 WS-DAY-MILESTONE PIC 9(5).
               05 WS-DAY-TAX PIC 9(5).
               05 WS-DAY-WEREWOLF PIC 9(5).
               05 WS-DAY-INTL PIC 9(5).
               05 WS-DAY-CHILD PIC 9(5).
               05 WS-DAY-LARGE PIC 9(5).
               05 WS-DAY-BRAILLE PIC 9(5).
               05 WS-DAY-WELCOME PIC 9(5).
               05 WS-DAY-BELATED PIC 9(5).
      *    What each occasion cost in the month, by source: postage
      *    off the card run (C) or the greeting run (G), print off
      *    the manifest's stock lines (V, with the vendor).  This is
      *    the "why" on each department's statement.
           01 WS-CHG-SOURCE PIC X.
           01 WS-CHG-OCCASION PIC X(9).
           01 WS-CHG-VENDOR PIC X.
           01 WS-CHG-AMOUNT PIC 9(7)V99.
           01 WS-CHG-SUB PIC 999.
           01 WS-CHG-FOUND PIC 999.
           01 WS-CHG-COUNT PIC 999 VALUE 0.
           01 WS-CHG-TABLE.
               05 WS-CHG-ENTRY OCCURS 0 TO 300 TIMES
               DEPENDING ON WS-CHG-COUNT.
                   10 WS-CHG-ENTRY-SOURCE PIC X.
                   10 WS-CHG-ENTRY-OCCASION PIC X(9).
                   10 WS-CHG-ENTRY-VENDOR PIC X.
                   10 WS-CHG-ENTRY-PIECES PIC 9(7).
                   10 WS-CHG-ENTRY-UNPRICED PIC 9(7).
                   10 WS-CHG-ENTRY-AMOUNT PIC 9(7)V99.
                   10 WS-CHG-ENTRY-SPONSOR PIC 99.
      *    The day's stock lines for the month; a rerun's line for
      *    the same day, vendor and occasion replaces the first.
           01 WS-STK-SUB PIC 9(4).
           01 WS-STK-FOUND PIC 9(4).
           01 WS-STK-COUNT PIC 9(4) VALUE 0.
           01 WS-STK-TABLE.
               05 WS-STK-ENTRY OCCURS 0 TO 3000 TIMES
               DEPENDING ON WS-STK-COUNT.
                   10 WS-STK-DATE PIC X(10).
                   10 WS-STK-VENDOR PIC X.
                   10 WS-STK-OCCASION PIC X(9).
                   10 WS-STK-PIECES PIC 9(5).
      *    Totals by cost center.  Slot 1 is always operations.
           01 WS-CC-SUB PIC 99.
           01 WS-CC-FOUND PIC 99.
           01 WS-CC-COUNT PIC 99 VALUE 0.
           01 WS-CC-TABLE.
               05 WS-CC-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-CC-COUNT.
                   10 WS-CC-COST-CENTER PIC X(8).
                   10 WS-CC-DEPARTMENT PIC X(30).
                   10 WS-CC-POSTAGE PIC 9(7)V99.
                   10 WS-CC-PRINT PIC 9(7)V99.
           01 WS-GL-LINE-COUNT PIC 9(4) VALUE 0.
           01 WS-GL-DEBITS PIC 9(9)V99 VALUE 0.
           01 WS-GL-CREDITS PIC 9(9)V99 VALUE 0.
           01 WS-GL-AMOUNT PIC 9(7)V99.
           01 WS-GL-ACCOUNT PIC X(8).
           01 WS-CHARGED-OUT PIC 9(9)V99 VALUE 0.
           01 WS-UNPRICED-PIECES PIC 9(7) VALUE 0.
           01 WS-CC-TOTAL PIC 9(7)V99.
           01 WS-UNIT-COST PIC 9(3)V999.
           01 WS-STMT-HEADING.
               05 FILLER PIC X(18) VALUE 'SPONSOR STATEMENT '.
               05 WS-STH-MONTH PIC X(7).
               05 FILLER PIC X(14) VALUE '  COST CENTER '.
               05 WS-STH-COST-CENTER PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-STH-DEPARTMENT PIC X(30).
           01 WS-STMT-COLUMNS.
               05 FILLER PIC X(27)
                   VALUE 'CHARGE   SOURCE    OCCASION'.
               05 FILLER PIC X(17) VALUE '   VND   PIECES  '.
               05 FILLER PIC X(31)
                   VALUE 'PER PIECE      AMOUNT  BASIS'.
           01 WS-STMT-DETAIL.
               05 WS-STD-CHARGE PIC X(8).
               05 FILLER PIC X.
               05 WS-STD-SOURCE PIC X(9).
               05 FILLER PIC X.
               05 WS-STD-OCCASION PIC X(9).
               05 FILLER PIC X(3).
               05 WS-STD-VENDOR PIC X.
               05 FILLER PIC X(2).
               05 WS-STD-PIECES PIC Z(6)9.
               05 FILLER PIC X(2).
               05 WS-STD-UNIT-COST PIC ZZ9.999.
               05 FILLER PIC X(2).
               05 WS-STD-AMOUNT PIC Z(6)9.99.
               05 FILLER PIC X(2).
               05 WS-STD-BASIS PIC X(44).
           01 WS-STMT-TOTAL.
               05 WS-STT-LABEL PIC X(46).
               05 WS-STT-AMOUNT PIC Z(8)9.99.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Postage and print for the cards all land in the operations
      *    cost center when the bills are paid.  Each month this
      *    prices the month's pieces by occasion -- postage off the
      *    run audits at the postage-rates.dat rate for the day, print
      *    off the manifest's stock lines at the vendor's piece
      *    price -- and charges each occasion's cost to the cost
      *    center that sponsors it on occasion-sponsors.dat.  The
      *    journal debits every sponsor and credits operations by the
      *    same amount, account by account; the statement shows each
      *    department its charge occasion by occasion.  Rerunning a
      *    month rewrites both files.
           PERFORM APPLY-MONTH-OVERRIDE.
           PERFORM LOAD-SPONSORS.
           PERFORM LOAD-POSTAGE-RATES.
           PERFORM LOAD-WEIGHT-CLASSES.
           MOVE 'L' TO WS-VTB-FUNCTION.
           MOVE SPACES TO WS-VTB-DATE.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-VTB-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           PERFORM PRICE-CARD-RUN-POSTAGE.
           PERFORM PRICE-GREETING-POSTAGE.
           PERFORM LOAD-STOCK-LINES.
           PERFORM PRICE-STOCK-LINE
               VARYING WS-STK-SUB FROM 1 BY 1
               UNTIL WS-STK-SUB > WS-STK-COUNT.
           PERFORM ASSIGN-ONE-CHARGE
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT.
           PERFORM WRITE-GL-JOURNAL.
           PERFORM WRITE-SPONSOR-STATEMENTS.
           MOVE WS-JOURNAL-FILENAME TO WS-RPF-REPORT-FILE.
           MOVE 'sponsor-chargeback' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           MOVE WS-STATEMENT-FILENAME TO WS-RPF-REPORT-FILE.
           MOVE 'sponsor-chargeback' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'sponsor-chargeback: ' WS-REPORT-MONTH
               ' -- charged out ' WS-CHARGED-OUT
               ' in ' WS-GL-LINE-COUNT ' journal line(s)'.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               DISPLAY 'sponsor-chargeback: journal out of balance'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNPRICED-PIECES > 0
                   DISPLAY 'sponsor-chargeback: ' WS-UNPRICED-PIECES
                       ' piece(s) had no rate on file'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *    Operations drops a chargeback-month.dat control record of
      *    YYYY-MM for the month to charge; defaults to the month
      *    before the current one, the month just closed.
           APPLY-MONTH-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-MONTH-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH-MONTH.
           IF WS-MONTH-MONTH = 1
               MOVE 12 TO WS-MONTH-MONTH
               SUBTRACT 1 FROM WS-MONTH-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MONTH
           END-IF.
           MOVE SPACES TO WS-REPORT-MONTH.
           STRING WS-MONTH-YEAR '-' WS-MONTH-MONTH
               INTO WS-REPORT-MONTH
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MONTH-FILE.
           READ F-MONTH-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-MONTH-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-MONTH-PARM NOT = SPACES
               MOVE RC-MONTH-PARM TO WS-REPORT-MONTH
               MOVE RC-MONTH-PARM(1:4) TO WS-MONTH-YEAR
               MOVE RC-MONTH-PARM(6:2) TO WS-MONTH-MONTH
           END-IF.
      *    The journal posts on the last day of the month: the first
      *    of the next month, less a day.
           MOVE SPACES TO WS-DS-DATE-1.
           IF WS-MONTH-MONTH = 12
               COMPUTE WS-MONTH-YEAR = WS-MONTH-YEAR + 1
               STRING WS-MONTH-YEAR '-01-01'
                   INTO WS-DS-DATE-1
               END-STRING
           ELSE
               COMPUTE WS-MONTH-MONTH = WS-MONTH-MONTH + 1
               STRING WS-MONTH-YEAR '-' WS-MONTH-MONTH '-01'
                   INTO WS-DS-DATE-1
               END-STRING
           END-IF.
           MOVE 'AD' TO WS-DS-FUNCTION.
           COMPUTE WS-DS-DAYS = 0 - 1.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DATE-2 TO WS-POST-DATE.
           MOVE SPACES TO WS-JOURNAL-ID.
           STRING 'CHGBK' WS-REPORT-MONTH(1:4) WS-REPORT-MONTH(6:2)
               INTO WS-JOURNAL-ID
           END-STRING.
           MOVE SPACES TO WS-JOURNAL-FILENAME.
           STRING 'chargeback-journal-' WS-REPORT-MONTH '.dat'
               INTO WS-JOURNAL-FILENAME
           END-STRING.
           MOVE SPACES TO WS-STATEMENT-FILENAME.
           STRING 'sponsor-statement-' WS-REPORT-MONTH '.dat'
               INTO WS-STATEMENT-FILENAME
           END-STRING.

      *    The * line, if there is one, renames the operations cost
      *    center; it always takes the first cost-center slot.
           LOAD-SPONSORS.
           MOVE 0 TO WS-SPN-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPONSOR-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPONSOR-FILE
                   NOT AT END
                       PERFORM STORE-ONE-SPONSOR
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SPONSOR-FILE.
           MOVE 1 TO WS-CC-COUNT.
           MOVE WS-OPS-COST-CENTER TO WS-CC-COST-CENTER(1).
           MOVE WS-OPS-DEPARTMENT TO WS-CC-DEPARTMENT(1).
           MOVE 0 TO WS-CC-POSTAGE(1).
           MOVE 0 TO WS-CC-PRINT(1).

           STORE-ONE-SPONSOR.
           IF RC-SPN-OCCASION = '*'
           AND RC-SPN-COST-CENTER NOT = SPACES
               MOVE RC-SPN-COST-CENTER TO WS-OPS-COST-CENTER
               IF RC-SPN-DEPARTMENT NOT = SPACES
                   MOVE RC-SPN-DEPARTMENT TO WS-OPS-DEPARTMENT
               END-IF
           ELSE
               IF RC-SPN-OCCASION NOT = SPACES
               AND RC-SPN-COST-CENTER NOT = SPACES
               AND WS-SPN-COUNT < 50
                   ADD 1 TO WS-SPN-COUNT
                   MOVE RC-SPN-OCCASION
                       TO WS-SPN-OCCASION(WS-SPN-COUNT)
                   MOVE RC-SPN-COST-CENTER
                       TO WS-SPN-COST-CENTER(WS-SPN-COUNT)
                   MOVE RC-SPN-DEPARTMENT
                       TO WS-SPN-DEPARTMENT(WS-SPN-COUNT)
               END-IF
           END-IF.

           LOAD-POSTAGE-RATES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT F-RATE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RATE-FILE
                   NOT AT END
                       PERFORM STORE-ONE-RATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RATE-FILE.

           STORE-ONE-RATE.
           IF WS-RATE-COUNT < 50
           AND RC-RATE-DOLLARS IS NUMERIC
           AND RC-RATE-CENTS IS NUMERIC
               ADD 1 TO WS-RATE-COUNT
               MOVE RC-RATE-CLASS TO WS-RATE-CLASS(WS-RATE-COUNT)
               MOVE RC-RATE-EFF-DATE
                   TO WS-RATE-EFF-DATE(WS-RATE-COUNT)
               COMPUTE WS-RATE-AMOUNT(WS-RATE-COUNT) =
                   RC-RATE-DOLLARS + RC-RATE-CENTS / 100
           END-IF.

           LOAD-WEIGHT-CLASSES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-WCL-COUNT.
           OPEN INPUT F-WEIGHT-CLASS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
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
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-WEIGHT-CLASS-FILE.

      *    Same rate rules as postage-summary-report: the occasion's
      *    weight class first, then a rate keyed by the occasion name.
           FIND-RATE-FOR-OCCASION.
           MOVE SPACES TO WS-RATE-CLASS-WANTED.
           PERFORM VARYING WS-WCL-SUB FROM 1 BY 1
               UNTIL WS-WCL-SUB > WS-WCL-COUNT
               IF WS-WCL-OCCASION(WS-WCL-SUB) = WS-RATE-OCCASION
                   MOVE WS-WCL-CLASS(WS-WCL-SUB)
                       TO WS-RATE-CLASS-WANTED
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CLASS-RATE.
           IF WS-RATE-CLASS-WANTED NOT = SPACES
               PERFORM FIND-RATE-FOR-CLASS
           END-IF.
           IF WS-CLASS-RATE = 0
               MOVE WS-RATE-OCCASION TO WS-RATE-CLASS-WANTED
               PERFORM FIND-RATE-FOR-CLASS
           END-IF.

           FIND-RATE-FOR-CLASS.
           MOVE 0 TO WS-CLASS-RATE.
           MOVE SPACES TO WS-BEST-EFF-DATE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-CLASS(WS-RATE-SUB) = WS-RATE-CLASS-WANTED
               AND WS-RATE-EFF-DATE(WS-RATE-SUB)
                   <= WS-RATE-DATE-WANTED
               AND WS-RATE-EFF-DATE(WS-RATE-SUB)
                   >= WS-BEST-EFF-DATE
                   MOVE WS-RATE-EFF-DATE(WS-RATE-SUB)
                       TO WS-BEST-EFF-DATE
                   MOVE WS-RATE-AMOUNT(WS-RATE-SUB)
                       TO WS-CLASS-RATE
               END-IF
           END-PERFORM.

      *    Children's, welcome and belated cards, and large print,
      *    go at the birthday rate where they have none of their own,
      *    as on the postage summary.
           FIND-RATE-OR-BIRTHDAY.
           PERFORM FIND-RATE-FOR-OCCASION.
           IF WS-CLASS-RATE = 0
               MOVE 'BIRTHDAY' TO WS-RATE-OCCASION
               PERFORM FIND-RATE-FOR-OCCASION
           END-IF.

      *    The card run's volume lines for the month; brand, vendor
      *    and translation-fallback lines carry no extra pieces.
           PRICE-CARD-RUN-POSTAGE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AUDIT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE
                   NOT AT END
                       IF RC-AUDIT-DATE(1:7) = WS-REPORT-MONTH
                       AND RC-AUDIT-BRAND-LABEL NOT = 'BRAND='
                       AND RC-AUDIT-BIRTHDAY-LABEL NOT = 'FALLBACK='
                       AND RC-AUDIT-BIRTHDAY-LABEL(1:7) NOT = 'VENDOR='
                           PERFORM PRICE-ONE-AUDIT-DAY
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT-FILE.

           PRICE-ONE-AUDIT-DAY.
           PERFORM READ-AUDIT-COUNTS.
           MOVE RC-AUDIT-DATE TO WS-RATE-DATE-WANTED.
           MOVE 'C' TO WS-CHG-SOURCE.
           MOVE SPACE TO WS-CHG-VENDOR.
           MOVE 'BIRTHDAY' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-FOR-OCCASION.
           MOVE WS-DAY-BIRTHDAY TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.
           MOVE 'MILESTONE' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-FOR-OCCASION.
           MOVE WS-DAY-MILESTONE TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.
           MOVE 'TAX' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-FOR-OCCASION.
           MOVE WS-DAY-TAX TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.
           MOVE 'WEREWOLF' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-FOR-OCCASION.
           MOVE WS-DAY-WEREWOLF TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.
           MOVE 'CHILDBDAY' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-OR-BIRTHDAY.
           MOVE 'CHILDBDAY' TO WS-RATE-OCCASION.
           MOVE WS-DAY-CHILD TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.
           MOVE 'WELCOME' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-OR-BIRTHDAY.
           MOVE 'WELCOME' TO WS-RATE-OCCASION.
           MOVE WS-DAY-WELCOME TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.
           MOVE 'BELATED' TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-OR-BIRTHDAY.
           MOVE 'BELATED' TO WS-RATE-OCCASION.
           MOVE WS-DAY-BELATED TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.
      *    Foreign and accessible-format pieces are counted apart
      *    from the occasions; they are charged under their class
      *    name, which the sponsor table may map like an occasion.
           MOVE 'INTL' TO WS-RATE-CLASS-WANTED.
           PERFORM FIND-RATE-FOR-CLASS.
           MOVE 'INTL' TO WS-RATE-OCCASION.
           MOVE WS-DAY-INTL TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.
           MOVE 'LGPRT' TO WS-RATE-CLASS-WANTED.
           PERFORM FIND-RATE-FOR-CLASS.
           IF WS-CLASS-RATE = 0
               MOVE 'BIRTHDAY' TO WS-RATE-OCCASION
               PERFORM FIND-RATE-FOR-OCCASION
           END-IF.
           MOVE 'LGPRT' TO WS-RATE-OCCASION.
           MOVE WS-DAY-LARGE TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.
      *    Braille goes free for the blind unless a BRAIL rate says
      *    otherwise, so a zero rate here is not a missing rate.
           MOVE 'BRAIL' TO WS-RATE-CLASS-WANTED.
           PERFORM FIND-RATE-FOR-CLASS.
           MOVE 'BRAIL' TO WS-RATE-OCCASION.
           MOVE WS-DAY-BRAILLE TO WS-DAY-PIECES.
           IF WS-CLASS-RATE = 0
               MOVE 0 TO WS-DAY-PIECES
           END-IF.
           PERFORM ADD-POSTAGE-CHARGE.

           READ-AUDIT-COUNTS.
           MOVE RC-AUDIT-BIRTHDAY-COUNT TO WS-DAY-BIRTHDAY.
           MOVE RC-AUDIT-MILESTONE-COUNT TO WS-DAY-MILESTONE.
           MOVE RC-AUDIT-TAX-COUNT TO WS-DAY-TAX.
           MOVE RC-AUDIT-WEREWOLF-COUNT TO WS-DAY-WEREWOLF.
      *    Figures added to the line over the years read back blank
      *    on older records and count as zero.
           MOVE 0 TO WS-DAY-INTL WS-DAY-CHILD WS-DAY-LARGE
               WS-DAY-BRAILLE WS-DAY-WELCOME WS-DAY-BELATED.
           IF RC-AUDIT-INTL-COUNT NOT = SPACES
               COMPUTE WS-DAY-INTL =
                   FUNCTION NUMVAL(RC-AUDIT-INTL-COUNT)
           END-IF.
           IF RC-AUDIT-CHILD-COUNT NOT = SPACES
               COMPUTE WS-DAY-CHILD =
                   FUNCTION NUMVAL(RC-AUDIT-CHILD-COUNT)
           END-IF.
           IF RC-AUDIT-LARGE-COUNT NOT = SPACES
               COMPUTE WS-DAY-LARGE =
                   FUNCTION NUMVAL(RC-AUDIT-LARGE-COUNT)
           END-IF.
           IF RC-AUDIT-BRAILLE-COUNT NOT = SPACES
               COMPUTE WS-DAY-BRAILLE =
                   FUNCTION NUMVAL(RC-AUDIT-BRAILLE-COUNT)
           END-IF.
           IF RC-AUDIT-WELCOME-COUNT NOT = SPACES
               COMPUTE WS-DAY-WELCOME =
                   FUNCTION NUMVAL(RC-AUDIT-WELCOME-COUNT)
           END-IF.
           IF RC-AUDIT-BELATED-COUNT NOT = SPACES
               COMPUTE WS-DAY-BELATED =
                   FUNCTION NUMVAL(RC-AUDIT-BELATED-COUNT)
           END-IF.

      *    The greeting run writes one COUNT= line per occasion per
      *    day -- Valentine's and the floating holidays among them.
      *    An occasion with no rate of its own goes as a standard
      *    card at the birthday rate.
           PRICE-GREETING-POSTAGE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GREETING-AUDIT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GREETING-AUDIT-FILE
                   NOT AT END
                       IF RC-GAU-DATE(1:7) = WS-REPORT-MONTH
                       AND RC-GAU-LABEL = 'COUNT='
                       AND RC-GAU-OCCASION NOT = SPACES
                           PERFORM PRICE-ONE-GREETING-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GREETING-AUDIT-FILE.

           PRICE-ONE-GREETING-LINE.
           MOVE RC-GAU-DATE TO WS-RATE-DATE-WANTED.
           MOVE 'G' TO WS-CHG-SOURCE.
           MOVE SPACE TO WS-CHG-VENDOR.
           MOVE RC-GAU-OCCASION TO WS-RATE-OCCASION.
           PERFORM FIND-RATE-OR-BIRTHDAY.
           MOVE RC-GAU-OCCASION TO WS-RATE-OCCASION.
           COMPUTE WS-DAY-PIECES = FUNCTION NUMVAL(RC-GAU-COUNT).
           PERFORM ADD-POSTAGE-CHARGE.

      *    Pieces at the rate found for WS-RATE-OCCASION's day, added
      *    to the occasion's charge.  Pieces with no rate are kept
      *    apart so the statement says so rather than charging zero
      *    quietly.
           ADD-POSTAGE-CHARGE.
           IF WS-DAY-PIECES > 0
               MOVE WS-RATE-OCCASION TO WS-CHG-OCCASION
               COMPUTE WS-CHG-AMOUNT = WS-DAY-PIECES * WS-CLASS-RATE
               PERFORM FIND-OR-ADD-CHARGE
               IF WS-CHG-FOUND > 0
                   ADD WS-DAY-PIECES
                       TO WS-CHG-ENTRY-PIECES(WS-CHG-FOUND)
                   ADD WS-CHG-AMOUNT
                       TO WS-CHG-ENTRY-AMOUNT(WS-CHG-FOUND)
                   IF WS-CLASS-RATE = 0
                       ADD WS-DAY-PIECES
                           TO WS-CHG-ENTRY-UNPRICED(WS-CHG-FOUND)
                       ADD WS-DAY-PIECES TO WS-UNPRICED-PIECES
                   END-IF
               END-IF
           END-IF.

           FIND-OR-ADD-CHARGE.
           MOVE 0 TO WS-CHG-FOUND.
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-ENTRY-SOURCE(WS-CHG-SUB) = WS-CHG-SOURCE
               AND WS-CHG-ENTRY-OCCASION(WS-CHG-SUB) = WS-CHG-OCCASION
               AND WS-CHG-ENTRY-VENDOR(WS-CHG-SUB) = WS-CHG-VENDOR
                   MOVE WS-CHG-SUB TO WS-CHG-FOUND
               END-IF
           END-PERFORM.
           IF WS-CHG-FOUND = 0
               IF WS-CHG-COUNT < 300
                   ADD 1 TO WS-CHG-COUNT
                   MOVE WS-CHG-SOURCE
                       TO WS-CHG-ENTRY-SOURCE(WS-CHG-COUNT)
                   MOVE WS-CHG-OCCASION
                       TO WS-CHG-ENTRY-OCCASION(WS-CHG-COUNT)
                   MOVE WS-CHG-VENDOR
                       TO WS-CHG-ENTRY-VENDOR(WS-CHG-COUNT)
                   MOVE 0 TO WS-CHG-ENTRY-PIECES(WS-CHG-COUNT)
                   MOVE 0 TO WS-CHG-ENTRY-UNPRICED(WS-CHG-COUNT)
                   MOVE 0 TO WS-CHG-ENTRY-AMOUNT(WS-CHG-COUNT)
                   MOVE 1 TO WS-CHG-ENTRY-SPONSOR(WS-CHG-COUNT)
                   MOVE WS-CHG-COUNT TO WS-CHG-FOUND
               ELSE
                   DISPLAY 'sponsor-chargeback: more than 300 '
                       'charge lines -- ' WS-CHG-OCCASION
                       ' not charged'
               END-IF
           END-IF.

      *    Print is charged off the STOCK lines the card run leaves
      *    on the manifest: pieces by vendor and occasion for the day.
           LOAD-STOCK-LINES.
           MOVE 0 TO WS-STK-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   NOT AT END
                       IF RC-MANIFEST-DATE(1:7) = WS-REPORT-MONTH
                       AND RC-MANIFEST-STOCK-TAG = 'STOCK '
                       AND RC-MANIFEST-LABEL = 'COUNT='
                           PERFORM STORE-ONE-STOCK-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

           STORE-ONE-STOCK-LINE.
           MOVE 0 TO WS-STK-FOUND.
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
               UNTIL WS-STK-SUB > WS-STK-COUNT
               IF WS-STK-DATE(WS-STK-SUB) = RC-MANIFEST-DATE
               AND WS-STK-VENDOR(WS-STK-SUB) = RC-MANIFEST-STOCK-VENDOR
               AND WS-STK-OCCASION(WS-STK-SUB)
                   = RC-MANIFEST-STOCK-OCCASION
                   MOVE WS-STK-SUB TO WS-STK-FOUND
               END-IF
           END-PERFORM.
           IF WS-STK-FOUND = 0
               IF WS-STK-COUNT < 3000
                   ADD 1 TO WS-STK-COUNT
                   MOVE WS-STK-COUNT TO WS-STK-FOUND
                   MOVE RC-MANIFEST-DATE TO WS-STK-DATE(WS-STK-FOUND)
                   MOVE RC-MANIFEST-STOCK-VENDOR
                       TO WS-STK-VENDOR(WS-STK-FOUND)
                   MOVE RC-MANIFEST-STOCK-OCCASION
                       TO WS-STK-OCCASION(WS-STK-FOUND)
               ELSE
                   DISPLAY 'sponsor-chargeback: more than 3000 '
                       'stock lines -- remainder not charged'
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-IF
           END-IF.
           IF WS-STK-FOUND > 0
               COMPUTE WS-STK-PIECES(WS-STK-FOUND) =
                   FUNCTION NUMVAL(RC-MANIFEST-COUNT)
           END-IF.

      *    Same price as vendor-invoice-audit: the vendor master's
      *    piece price where the contract sets one, else the rate
      *    file's VENDOR class for the vendor on the day.
           PRICE-STOCK-LINE.
           MOVE SPACES TO WS-RATE-CLASS-WANTED.
           STRING 'VENDOR' WS-STK-VENDOR(WS-STK-SUB)
               INTO WS-RATE-CLASS-WANTED
           END-STRING.
           MOVE WS-STK-DATE(WS-STK-SUB) TO WS-RATE-DATE-WANTED.
           PERFORM FIND-RATE-FOR-CLASS.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               IF WS-VND-CODE(WS-VND-SUB) = WS-STK-VENDOR(WS-STK-SUB)
               AND WS-VND-PIECE-PRICE(WS-VND-SUB) > 0
                   MOVE WS-VND-PIECE-PRICE(WS-VND-SUB)
                       TO WS-CLASS-RATE
               END-IF
           END-PERFORM.
           MOVE 'V' TO WS-CHG-SOURCE.
           MOVE WS-STK-VENDOR(WS-STK-SUB) TO WS-CHG-VENDOR.
           MOVE WS-STK-OCCASION(WS-STK-SUB) TO WS-RATE-OCCASION.
           MOVE WS-STK-PIECES(WS-STK-SUB) TO WS-DAY-PIECES.
           PERFORM ADD-POSTAGE-CHARGE.

      *    An occasion's own line on the sponsor table wins.  The
      *    milestone, children's and belated birthday cards are part
      *    of the birthday program and follow its sponsor when they
      *    have none of their own; anything else stays with
      *    operations.
           ASSIGN-ONE-CHARGE.
           MOVE WS-CHG-ENTRY-OCCASION(WS-CHG-SUB) TO WS-CHG-OCCASION.
           PERFORM FIND-SPONSOR.
           IF WS-SPN-FOUND = 0
               IF WS-CHG-OCCASION = 'MILESTONE'
               OR WS-CHG-OCCASION = 'CHILDBDAY'
               OR WS-CHG-OCCASION = 'BELATED'
                   MOVE 'BIRTHDAY' TO WS-CHG-OCCASION
                   PERFORM FIND-SPONSOR
               END-IF
           END-IF.
           MOVE 1 TO WS-CC-FOUND.
           IF WS-SPN-FOUND > 0
               PERFORM FIND-OR-ADD-COST-CENTER
           END-IF.
           MOVE WS-CC-FOUND TO WS-CHG-ENTRY-SPONSOR(WS-CHG-SUB).
           IF WS-CHG-ENTRY-SOURCE(WS-CHG-SUB) = 'V'
               ADD WS-CHG-ENTRY-AMOUNT(WS-CHG-SUB)
                   TO WS-CC-PRINT(WS-CC-FOUND)
           ELSE
               ADD WS-CHG-ENTRY-AMOUNT(WS-CHG-SUB)
                   TO WS-CC-POSTAGE(WS-CC-FOUND)
           END-IF.

           FIND-SPONSOR.
           MOVE 0 TO WS-SPN-FOUND.
           PERFORM VARYING WS-SPN-SUB FROM 1 BY 1
               UNTIL WS-SPN-SUB > WS-SPN-COUNT
               IF WS-SPN-OCCASION(WS-SPN-SUB) = WS-CHG-OCCASION
                   MOVE WS-SPN-SUB TO WS-SPN-FOUND
               END-IF
           END-PERFORM.

      *    A sponsor line naming the operations cost center itself
      *    lands in slot 1 and is not charged out.
           FIND-OR-ADD-COST-CENTER.
           MOVE 0 TO WS-CC-FOUND.
           PERFORM VARYING WS-CC-SUB FROM 1 BY 1
               UNTIL WS-CC-SUB > WS-CC-COUNT
               IF WS-CC-COST-CENTER(WS-CC-SUB)
                   = WS-SPN-COST-CENTER(WS-SPN-FOUND)
                   MOVE WS-CC-SUB TO WS-CC-FOUND
               END-IF
           END-PERFORM.
           IF WS-CC-FOUND = 0
               IF WS-CC-COUNT < 50
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT TO WS-CC-FOUND
                   MOVE WS-SPN-COST-CENTER(WS-SPN-FOUND)
                       TO WS-CC-COST-CENTER(WS-CC-FOUND)
                   MOVE WS-SPN-DEPARTMENT(WS-SPN-FOUND)
                       TO WS-CC-DEPARTMENT(WS-CC-FOUND)
                   MOVE 0 TO WS-CC-POSTAGE(WS-CC-FOUND)
                   MOVE 0 TO WS-CC-PRINT(WS-CC-FOUND)
               ELSE
                   MOVE 1 TO WS-CC-FOUND
               END-IF
           END-IF.

      *    Operations (slot 1) keeps what it sponsors; every other
      *    cost center gets a debit and operations the matching
      *    credit, postage and print separately.
           WRITE-GL-JOURNAL.
           OPEN OUTPUT F-JOURNAL-FILE.
           PERFORM VARYING WS-CC-SUB FROM 2 BY 1
               UNTIL WS-CC-SUB > WS-CC-COUNT
               MOVE WS-POSTAGE-ACCOUNT TO WS-GL-ACCOUNT
               MOVE WS-CC-POSTAGE(WS-CC-SUB) TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR
               MOVE WS-PRINT-ACCOUNT TO WS-GL-ACCOUNT
               MOVE WS-CC-PRINT(WS-CC-SUB) TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR
           END-PERFORM.
           MOVE SPACES TO RC-GL-TRAILER.
           MOVE WS-JOURNAL-ID TO RC-GLT-JOURNAL-ID.
           MOVE 'TRL' TO RC-GLT-TYPE.
           MOVE 'LINES=' TO RC-GLT-LINES-LABEL.
           MOVE WS-GL-LINE-COUNT TO RC-GLT-LINES.
           MOVE 'DR=' TO RC-GLT-DEBIT-LABEL.
           MOVE WS-GL-DEBITS TO RC-GLT-DEBITS.
           MOVE 'CR=' TO RC-GLT-CREDIT-LABEL.
           MOVE WS-GL-CREDITS TO RC-GLT-CREDITS.
           WRITE RC-GL-TRAILER.
           CLOSE F-JOURNAL-FILE.

           WRITE-GL-PAIR.
           IF WS-GL-AMOUNT > 0
               MOVE SPACES TO RC-GL-RECORD
               MOVE WS-JOURNAL-ID TO RC-GL-JOURNAL-ID
               MOVE WS-POST-DATE TO RC-GL-POST-DATE
               ADD 1 TO WS-GL-LINE-COUNT
               MOVE WS-GL-LINE-COUNT TO RC-GL-LINE-NUMBER
               MOVE WS-CC-COST-CENTER(WS-CC-SUB) TO RC-GL-COST-CENTER
               MOVE WS-GL-ACCOUNT TO RC-GL-ACCOUNT
               MOVE 'DR' TO RC-GL-DEBIT-CREDIT
               MOVE WS-GL-AMOUNT TO RC-GL-AMOUNT
               STRING 'CARD ' WS-GL-ACCOUNT ' ' WS-REPORT-MONTH
                   ' CHARGEBACK'
                   DELIMITED BY SIZE INTO RC-GL-DESCRIPTION
               END-STRING
               WRITE RC-GL-RECORD
               ADD WS-GL-AMOUNT TO WS-GL-DEBITS
               ADD 1 TO WS-GL-LINE-COUNT
               MOVE WS-GL-LINE-COUNT TO RC-GL-LINE-NUMBER
               MOVE WS-CC-COST-CENTER(1) TO RC-GL-COST-CENTER
               MOVE 'CR' TO RC-GL-DEBIT-CREDIT
               MOVE SPACES TO RC-GL-DESCRIPTION
               STRING 'CARD ' WS-GL-ACCOUNT ' TO '
                   WS-CC-COST-CENTER(WS-CC-SUB)
                   DELIMITED BY SIZE INTO RC-GL-DESCRIPTION
               END-STRING
               WRITE RC-GL-RECORD
               ADD WS-GL-AMOUNT TO WS-GL-CREDITS
               ADD WS-GL-AMOUNT TO WS-CHARGED-OUT
           END-IF.

      *    One statement per cost center, operations last: every
      *    charge line that landed there with its pieces, the
      *    average per piece and where the figure came from.
           WRITE-SPONSOR-STATEMENTS.
           OPEN OUTPUT F-STATEMENT-FILE.
           PERFORM VARYING WS-CC-SUB FROM 2 BY 1
               UNTIL WS-CC-SUB > WS-CC-COUNT
               PERFORM WRITE-ONE-STATEMENT
           END-PERFORM.
           MOVE 1 TO WS-CC-SUB.
           PERFORM WRITE-ONE-STATEMENT.
           CLOSE F-STATEMENT-FILE.

           WRITE-ONE-STATEMENT.
           MOVE WS-REPORT-MONTH TO WS-STH-MONTH.
           MOVE WS-CC-COST-CENTER(WS-CC-SUB) TO WS-STH-COST-CENTER.
           MOVE WS-CC-DEPARTMENT(WS-CC-SUB) TO WS-STH-DEPARTMENT.
           WRITE RC-STATEMENT-LINE FROM WS-STMT-HEADING.
           WRITE RC-STATEMENT-LINE FROM WS-STMT-COLUMNS.
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-ENTRY-SPONSOR(WS-CHG-SUB) = WS-CC-SUB
                   PERFORM WRITE-STATEMENT-DETAIL
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-STMT-TOTAL.
           MOVE 'POSTAGE' TO WS-STT-LABEL.
           MOVE WS-CC-POSTAGE(WS-CC-SUB) TO WS-STT-AMOUNT.
           WRITE RC-STATEMENT-LINE FROM WS-STMT-TOTAL.
           MOVE 'PRINTING' TO WS-STT-LABEL.
           MOVE WS-CC-PRINT(WS-CC-SUB) TO WS-STT-AMOUNT.
           WRITE RC-STATEMENT-LINE FROM WS-STMT-TOTAL.
           COMPUTE WS-CC-TOTAL = WS-CC-POSTAGE(WS-CC-SUB)
               + WS-CC-PRINT(WS-CC-SUB).
           IF WS-CC-SUB = 1
               MOVE 'RETAINED BY OPERATIONS' TO WS-STT-LABEL
               MOVE WS-CC-TOTAL TO WS-STT-AMOUNT
               WRITE RC-STATEMENT-LINE FROM WS-STMT-TOTAL
               MOVE 'CHARGED OUT TO SPONSORS' TO WS-STT-LABEL
               MOVE WS-CHARGED-OUT TO WS-STT-AMOUNT
           ELSE
               MOVE SPACES TO WS-STT-LABEL
               STRING 'CHARGED TO ' WS-CC-COST-CENTER(WS-CC-SUB)
                   ' JOURNAL ' WS-JOURNAL-ID
                   DELIMITED BY SIZE INTO WS-STT-LABEL
               END-STRING
               MOVE WS-CC-TOTAL TO WS-STT-AMOUNT
           END-IF.
           WRITE RC-STATEMENT-LINE FROM WS-STMT-TOTAL.
           MOVE SPACES TO RC-STATEMENT-LINE.
           WRITE RC-STATEMENT-LINE.

           WRITE-STATEMENT-DETAIL.
           MOVE SPACES TO WS-STMT-DETAIL.
           MOVE WS-CHG-ENTRY-OCCASION(WS-CHG-SUB) TO WS-STD-OCCASION.
           MOVE WS-CHG-ENTRY-PIECES(WS-CHG-SUB) TO WS-STD-PIECES.
           MOVE WS-CHG-ENTRY-AMOUNT(WS-CHG-SUB) TO WS-STD-AMOUNT.
           MOVE 0 TO WS-UNIT-COST.
           IF WS-CHG-ENTRY-PIECES(WS-CHG-SUB) > 0
               COMPUTE WS-UNIT-COST ROUNDED =
                   WS-CHG-ENTRY-AMOUNT(WS-CHG-SUB)
                   / WS-CHG-ENTRY-PIECES(WS-CHG-SUB)
           END-IF.
           MOVE WS-UNIT-COST TO WS-STD-UNIT-COST.
           EVALUATE WS-CHG-ENTRY-SOURCE(WS-CHG-SUB)
               WHEN 'C'
                   MOVE 'POSTAGE' TO WS-STD-CHARGE
                   MOVE 'CARD RUN' TO WS-STD-SOURCE
                   MOVE 'run-audit.dat pieces at the day''s rate'
                       TO WS-STD-BASIS
               WHEN 'G'
                   MOVE 'POSTAGE' TO WS-STD-CHARGE
                   MOVE 'GREETING' TO WS-STD-SOURCE
                   MOVE 'greeting run pieces at the day''s rate'
                       TO WS-STD-BASIS
               WHEN 'V'
                   MOVE 'PRINTING' TO WS-STD-CHARGE
                   MOVE 'VENDOR' TO WS-STD-SOURCE
                   MOVE WS-CHG-ENTRY-VENDOR(WS-CHG-SUB)
                       TO WS-STD-VENDOR
                   MOVE 'manifest stock pieces at vendor piece price'
                       TO WS-STD-BASIS
           END-EVALUATE.
           IF WS-CHG-ENTRY-UNPRICED(WS-CHG-SUB) > 0
               MOVE SPACES TO WS-STD-BASIS
               STRING 'NO RATE ON FILE FOR '
                   WS-CHG-ENTRY-UNPRICED(WS-CHG-SUB) ' PIECE(S)'
                   DELIMITED BY SIZE INTO WS-STD-BASIS
               END-STRING
           END-IF.
           WRITE RC-STATEMENT-LINE FROM WS-STMT-DETAIL.
