       IDENTIFICATION DIVISION.
       PROGRAM-ID. occasion-budget.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-BUDGET-FILE
                   ASSIGN TO 'occasion-budget.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-LEDGER-FILE
                   ASSIGN TO 'occasion-budget-ledger.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RATE-FILE
                   ASSIGN TO 'postage-rates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-WEIGHT-CLASS-FILE
                   ASSIGN TO 'weight-classes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    Finance's cap per occasion: occasion, YYYY-MM (blank for
      *    a standing cap every month; a dated line wins over the
      *    standing one), P for a piece cap or D for dollars, and
      *    the cap itself.
           FD F-BUDGET-FILE.
           01 RC-BUDGET-RECORD.
               05 RC-BUD-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-BUD-MONTH PIC X(7).
               05 FILLER PIC X.
               05 RC-BUD-CAP-TYPE PIC X.
               05 FILLER PIC X.
               05 RC-BUD-CAP PIC X(11).
      *    Running spend per month per capped occasion: the cap in
      *    force, pieces and postage charged against it, and the
      *    customers turned away once it was reached (of whom the
      *    EMAILED count went by e-mail instead).
           FD F-LEDGER-FILE.
           01 RC-LEDGER-RECORD.
               05 RC-LDG-MONTH PIC X(7).
               05 FILLER PIC X.
               05 RC-LDG-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-LDG-CAP-TYPE PIC X.
               05 FILLER PIC X.
               05 RC-LDG-CAP PIC 9(7)V99.
               05 FILLER PIC X.
               05 RC-LDG-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 RC-LDG-DOLLARS PIC 9(7)V99.
               05 FILLER PIC X.
               05 RC-LDG-HITS PIC 9(7).
               05 FILLER PIC X.
               05 RC-LDG-EMAILED PIC 9(7).
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
           WORKING-STORAGE SECTION.
           01 WS-BUDGET-IS-OPEN PIC 9 VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RUN-MONTH PIC X(7).
           01 WS-RUN-DATE PIC X(10).
           01 WS-CAP-AMOUNT PIC 9(7)V99.
           01 WS-PIECE-RATE PIC 99V99.
           01 WS-SUB PIC 9(4).
           01 WS-CAP-SUB PIC 9(4).
           01 WS-LEDGER-SUB PIC 9(4) VALUE 0.
           01 WS-CAP-COUNT PIC 9(4) VALUE 0.
           01 WS-CAP-TABLE.
               05 WS-CAP-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-CAP-COUNT.
                   10 WS-CAP-OCCASION PIC X(9).
                   10 WS-CAP-IS-DATED PIC 9.
                   10 WS-CAP-TYPE PIC X.
                   10 WS-CAP-LIMIT PIC 9(7)V99.
           01 WS-LEDGER-COUNT PIC 9(4) VALUE 0.
           01 WS-LEDGER-TABLE.
               05 WS-LEDGER-ENTRY OCCURS 0 TO 600 TIMES
               DEPENDING ON WS-LEDGER-COUNT.
                   10 WS-LDG-MONTH PIC X(7).
                   10 WS-LDG-OCCASION PIC X(9).
                   10 WS-LDG-CAP-TYPE PIC X.
                   10 WS-LDG-CAP PIC 9(7)V99.
                   10 WS-LDG-PIECES PIC 9(7).
                   10 WS-LDG-DOLLARS PIC 9(7)V99.
                   10 WS-LDG-HITS PIC 9(7).
                   10 WS-LDG-EMAILED PIC 9(7).
           01 WS-WCL-COUNT PIC 99 VALUE 0.
           01 WS-WCL-TABLE.
               05 WS-WCL-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-WCL-COUNT.
                   10 WS-WCL-OCCASION PIC X(9).
                   10 WS-WCL-CLASS PIC X(5).
           01 WS-RATE-CLASS-WANTED PIC X(9).
           01 WS-BEST-EFF-DATE PIC X(10).
           01 WS-CLASS-RATE PIC 99V99.
           01 WS-RATE-SUB PIC 99.
           01 WS-RATE-COUNT PIC 99 VALUE 0.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-RATE-COUNT.
                   10 WS-RATE-CLASS PIC X(9).
                   10 WS-RATE-EFF-DATE PIC X(10).
                   10 WS-RATE-AMOUNT PIC 99V99.
           LINKAGE SECTION.
           01 LS-OBG-FUNCTION PIC X.
           01 LS-OBG-RUN-DATE PIC X(10).
           01 LS-OBG-OCCASION PIC X(9).
           01 LS-OBG-RESULT PIC 9.
       PROCEDURE DIVISION USING LS-OBG-FUNCTION LS-OBG-RUN-DATE
           LS-OBG-OCCASION LS-OBG-RESULT.

      *    Monthly piece or dollar caps per occasion, shared by
      *    customer-filterer and greeting-card-generator so the two
      *    draw down the same month's budget.  Function O loads the
      *    caps, the postage rates and the ledger for the run date's
      *    month; Q charges one physical piece of the occasion and
      *    answers 1 when the cap would be exceeded (nothing is
      *    charged -- the caller sends it by e-mail or holds it); F
      *    notes that the piece just refused went out by e-mail
      *    instead; C writes the ledger back.  A simulation run
      *    opens and queries but never closes, so the live ledger
      *    is untouched.  An occasion with no cap is never refused.
           MOVE 0 TO LS-OBG-RESULT.
           EVALUATE LS-OBG-FUNCTION
               WHEN 'O'
                   PERFORM OPEN-BUDGET
               WHEN 'Q'
                   PERFORM CHARGE-ONE-PIECE
               WHEN 'F'
                   PERFORM NOTE-EMAIL-FALLBACK
               WHEN 'C'
                   PERFORM CLOSE-BUDGET
               WHEN OTHER
                   MOVE 9 TO LS-OBG-RESULT
           END-EVALUATE.
           GOBACK.

           OPEN-BUDGET.
           MOVE LS-OBG-RUN-DATE TO WS-RUN-DATE.
           MOVE LS-OBG-RUN-DATE(1:7) TO WS-RUN-MONTH.
           MOVE 0 TO WS-LEDGER-SUB.
           PERFORM LOAD-OCCASION-CAPS.
           PERFORM LOAD-POSTAGE-RATES.
           PERFORM LOAD-WEIGHT-CLASSES.
           PERFORM LOAD-BUDGET-LEDGER.
           MOVE 1 TO WS-BUDGET-IS-OPEN.

           LOAD-OCCASION-CAPS.
           MOVE 0 TO WS-CAP-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BUDGET-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BUDGET-FILE
                   NOT AT END
                       IF RC-BUD-OCCASION NOT = SPACES
                       AND (RC-BUD-MONTH = SPACES
                           OR RC-BUD-MONTH = WS-RUN-MONTH)
                       AND (RC-BUD-CAP-TYPE = 'P'
                           OR RC-BUD-CAP-TYPE = 'D')
                       AND FUNCTION TEST-NUMVAL(RC-BUD-CAP) = 0
                           PERFORM STORE-ONE-CAP
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BUDGET-FILE.

      *    One cap per occasion: a line for this month replaces a
      *    standing line whichever order they come in.
           STORE-ONE-CAP.
           COMPUTE WS-CAP-AMOUNT = FUNCTION NUMVAL(RC-BUD-CAP).
           MOVE 0 TO WS-CAP-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CAP-COUNT
               IF WS-CAP-OCCASION(WS-SUB) = RC-BUD-OCCASION
                   MOVE WS-SUB TO WS-CAP-SUB
               END-IF
           END-PERFORM.
           IF WS-CAP-SUB = 0 AND WS-CAP-COUNT < 200
               ADD 1 TO WS-CAP-COUNT
               MOVE WS-CAP-COUNT TO WS-CAP-SUB
               MOVE RC-BUD-OCCASION TO WS-CAP-OCCASION(WS-CAP-SUB)
               MOVE 0 TO WS-CAP-IS-DATED(WS-CAP-SUB)
           END-IF.
           IF WS-CAP-SUB > 0
               IF RC-BUD-MONTH NOT = SPACES
               OR WS-CAP-IS-DATED(WS-CAP-SUB) = 0
                   MOVE RC-BUD-CAP-TYPE TO WS-CAP-TYPE(WS-CAP-SUB)
                   MOVE WS-CAP-AMOUNT TO WS-CAP-LIMIT(WS-CAP-SUB)
                   IF RC-BUD-MONTH NOT = SPACES
                       MOVE 1 TO WS-CAP-IS-DATED(WS-CAP-SUB)
                   END-IF
               END-IF
           END-IF.

      *    Same rate table postage-summary-report costs months from:
      *    one rate per class per effective date.
           LOAD-POSTAGE-RATES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT F-RATE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RATE-FILE
                   NOT AT END
                       IF WS-RATE-COUNT < 50
                       AND RC-RATE-DOLLARS IS NUMERIC
                       AND RC-RATE-CENTS IS NUMERIC
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RC-RATE-CLASS
                               TO WS-RATE-CLASS(WS-RATE-COUNT)
                           MOVE RC-RATE-EFF-DATE
                               TO WS-RATE-EFF-DATE(WS-RATE-COUNT)
                           COMPUTE WS-RATE-AMOUNT(WS-RATE-COUNT) =
                               RC-RATE-DOLLARS + RC-RATE-CENTS / 100
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RATE-FILE.

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

      *    The whole ledger is held so every month is written back;
      *    only the run month's lines are charged.
           LOAD-BUDGET-LEDGER.
           MOVE 0 TO WS-LEDGER-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LEDGER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEDGER-FILE
                   NOT AT END
                       IF WS-LEDGER-COUNT < 600
                       AND RC-LDG-MONTH NOT = SPACES
                       AND RC-LDG-PIECES IS NUMERIC
                       AND RC-LDG-DOLLARS IS NUMERIC
                       AND RC-LDG-HITS IS NUMERIC
                       AND RC-LDG-EMAILED IS NUMERIC
                           ADD 1 TO WS-LEDGER-COUNT
                           PERFORM STORE-ONE-LEDGER-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LEDGER-FILE.

           STORE-ONE-LEDGER-LINE.
           MOVE RC-LDG-MONTH TO WS-LDG-MONTH(WS-LEDGER-COUNT).
           MOVE RC-LDG-OCCASION TO WS-LDG-OCCASION(WS-LEDGER-COUNT).
           MOVE RC-LDG-CAP-TYPE TO WS-LDG-CAP-TYPE(WS-LEDGER-COUNT).
           IF RC-LDG-CAP IS NUMERIC
               MOVE RC-LDG-CAP TO WS-LDG-CAP(WS-LEDGER-COUNT)
           ELSE
               MOVE 0 TO WS-LDG-CAP(WS-LEDGER-COUNT)
           END-IF.
           MOVE RC-LDG-PIECES TO WS-LDG-PIECES(WS-LEDGER-COUNT).
           MOVE RC-LDG-DOLLARS TO WS-LDG-DOLLARS(WS-LEDGER-COUNT).
           MOVE RC-LDG-HITS TO WS-LDG-HITS(WS-LEDGER-COUNT).
           MOVE RC-LDG-EMAILED TO WS-LDG-EMAILED(WS-LEDGER-COUNT).

      *    Pieces are priced at the occasion's weight class, falling
      *    back to a rate keyed by the occasion name, as the postage
      *    summary does; an occasion with no rate on file costs
      *    nothing against a dollar cap but still counts as a piece.
           CHARGE-ONE-PIECE.
           IF WS-BUDGET-IS-OPEN = 0
               PERFORM OPEN-BUDGET
           END-IF.
           MOVE 0 TO WS-LEDGER-SUB.
           MOVE 0 TO WS-CAP-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CAP-COUNT
               IF WS-CAP-OCCASION(WS-SUB) = LS-OBG-OCCASION
                   MOVE WS-SUB TO WS-CAP-SUB
               END-IF
           END-PERFORM.
           IF WS-CAP-SUB > 0
               PERFORM FIND-OR-ADD-LEDGER-LINE
           END-IF.
           IF WS-LEDGER-SUB > 0
               PERFORM FIND-RATE-FOR-OCCASION
               MOVE WS-CLASS-RATE TO WS-PIECE-RATE
               IF WS-CAP-TYPE(WS-CAP-SUB) = 'P'
                   COMPUTE WS-CAP-AMOUNT =
                       WS-LDG-PIECES(WS-LEDGER-SUB) + 1
               ELSE
                   COMPUTE WS-CAP-AMOUNT =
                       WS-LDG-DOLLARS(WS-LEDGER-SUB) + WS-PIECE-RATE
               END-IF
               IF WS-CAP-AMOUNT > WS-CAP-LIMIT(WS-CAP-SUB)
                   MOVE 1 TO LS-OBG-RESULT
               END-IF
               IF LS-OBG-RESULT = 1
                   ADD 1 TO WS-LDG-HITS(WS-LEDGER-SUB)
               ELSE
                   ADD 1 TO WS-LDG-PIECES(WS-LEDGER-SUB)
                   ADD WS-PIECE-RATE TO WS-LDG-DOLLARS(WS-LEDGER-SUB)
               END-IF
           END-IF.

           FIND-OR-ADD-LEDGER-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LEDGER-COUNT
               IF WS-LDG-MONTH(WS-SUB) = WS-RUN-MONTH
               AND WS-LDG-OCCASION(WS-SUB) = LS-OBG-OCCASION
                   MOVE WS-SUB TO WS-LEDGER-SUB
               END-IF
           END-PERFORM.
           IF WS-LEDGER-SUB = 0 AND WS-LEDGER-COUNT < 600
               ADD 1 TO WS-LEDGER-COUNT
               MOVE WS-LEDGER-COUNT TO WS-LEDGER-SUB
               MOVE WS-RUN-MONTH TO WS-LDG-MONTH(WS-LEDGER-SUB)
               MOVE LS-OBG-OCCASION TO WS-LDG-OCCASION(WS-LEDGER-SUB)
               MOVE 0 TO WS-LDG-PIECES(WS-LEDGER-SUB)
               MOVE 0 TO WS-LDG-DOLLARS(WS-LEDGER-SUB)
               MOVE 0 TO WS-LDG-HITS(WS-LEDGER-SUB)
               MOVE 0 TO WS-LDG-EMAILED(WS-LEDGER-SUB)
           END-IF.
           IF WS-LEDGER-SUB > 0
               MOVE WS-CAP-TYPE(WS-CAP-SUB)
                   TO WS-LDG-CAP-TYPE(WS-LEDGER-SUB)
               MOVE WS-CAP-LIMIT(WS-CAP-SUB)
                   TO WS-LDG-CAP(WS-LEDGER-SUB)
           END-IF.

           FIND-RATE-FOR-OCCASION.
           MOVE SPACES TO WS-RATE-CLASS-WANTED.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-WCL-COUNT
               IF WS-WCL-OCCASION(WS-SUB) = LS-OBG-OCCASION
                   MOVE WS-WCL-CLASS(WS-SUB) TO WS-RATE-CLASS-WANTED
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CLASS-RATE.
           IF WS-RATE-CLASS-WANTED NOT = SPACES
               PERFORM FIND-RATE-FOR-CLASS
           END-IF.
           IF WS-CLASS-RATE = 0
               MOVE LS-OBG-OCCASION TO WS-RATE-CLASS-WANTED
               PERFORM FIND-RATE-FOR-CLASS
           END-IF.

           FIND-RATE-FOR-CLASS.
           MOVE 0 TO WS-CLASS-RATE.
           MOVE SPACES TO WS-BEST-EFF-DATE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-CLASS(WS-RATE-SUB) = WS-RATE-CLASS-WANTED
               AND WS-RATE-EFF-DATE(WS-RATE-SUB) <= WS-RUN-DATE
               AND WS-RATE-EFF-DATE(WS-RATE-SUB)
                   >= WS-BEST-EFF-DATE
                   MOVE WS-RATE-EFF-DATE(WS-RATE-SUB)
                       TO WS-BEST-EFF-DATE
                   MOVE WS-RATE-AMOUNT(WS-RATE-SUB)
                       TO WS-CLASS-RATE
               END-IF
           END-PERFORM.

      *    Applies to the occasion the last Q refused.
           NOTE-EMAIL-FALLBACK.
           IF WS-LEDGER-SUB > 0
               ADD 1 TO WS-LDG-EMAILED(WS-LEDGER-SUB)
           END-IF.

           CLOSE-BUDGET.
           IF WS-BUDGET-IS-OPEN = 1
               OPEN OUTPUT F-LEDGER-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LEDGER-COUNT
                   PERFORM WRITE-ONE-LEDGER-LINE
               END-PERFORM
               CLOSE F-LEDGER-FILE
               MOVE 0 TO WS-BUDGET-IS-OPEN
           END-IF.

           WRITE-ONE-LEDGER-LINE.
           MOVE SPACES TO RC-LEDGER-RECORD.
           MOVE WS-LDG-MONTH(WS-SUB) TO RC-LDG-MONTH.
           MOVE WS-LDG-OCCASION(WS-SUB) TO RC-LDG-OCCASION.
           MOVE WS-LDG-CAP-TYPE(WS-SUB) TO RC-LDG-CAP-TYPE.
           MOVE WS-LDG-CAP(WS-SUB) TO RC-LDG-CAP.
           MOVE WS-LDG-PIECES(WS-SUB) TO RC-LDG-PIECES.
           MOVE WS-LDG-DOLLARS(WS-SUB) TO RC-LDG-DOLLARS.
           MOVE WS-LDG-HITS(WS-SUB) TO RC-LDG-HITS.
           MOVE WS-LDG-EMAILED(WS-SUB) TO RC-LDG-EMAILED.
           WRITE RC-LEDGER-RECORD.
