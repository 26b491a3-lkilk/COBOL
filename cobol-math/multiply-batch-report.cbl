               SELECT OPTIONAL F-RELEASED-FILE
                   ASSIGN TO 'calc-released.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RATE-FILE
                   ASSIGN TO 'exchange-rates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *    Amounts are keyed as signed two-decimal values
      *    (e.g. -123.45), so postage extensions in dollars and cents
      *    run through the same batch path as plain counts.  The
      *    optional currency code after the second operand names
      *    the currency of the amounts; blank means US dollars.
           FD F-TRANSACTION-FILE.
           01 RC-TRANSACTION-RECORD.
               05 RC-TRANS-NUM-1 PIC X(11).
               05 RC-TRANS-OPERATOR PIC X.
               05 FILLER PIC X.
               05 RC-TRANS-NUM-2 PIC X(11).
               05 FILLER PIC X.
               05 RC-TRANS-CURRENCY PIC X(3).
      *    Trailer control record the sender appends: CTL, the
      *    record count, and a hash total of every operand.  A
      *    truncated transfer once produced a report from half the
               05 RC-SUSP-REASON PIC X(9).
               05 FILLER PIC X.
               05 RC-SUSP-STATUS PIC X(8).
               05 FILLER PIC X.
               05 RC-SUSP-CURRENCY PIC X(3).
           FD F-RELEASED-FILE.
           01 RC-RELEASED-RECORD.
               05 RC-REL-NUM-1 PIC X(11).
               05 RC-REL-OPERATOR PIC X.
               05 FILLER PIC X.
               05 RC-REL-NUM-2 PIC X(11).
               05 FILLER PIC X.
               05 RC-REL-CURRENCY PIC X(3).
      *    Finance's exchange-rate table: the USD value of one unit
      *    of the currency, from its effective date until a later
      *    line for the same currency takes over.
           FD F-RATE-FILE.
           01 RC-RATE-RECORD.
               05 RC-RATE-CURRENCY PIC X(3).
               05 FILLER PIC X.
               05 RC-RATE-EFFECTIVE-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-RATE-VALUE PIC X(12).
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-REPORT-NUM-1 PIC -ZZZZZZ9.99.
               05 RC-REPORT-EXTENSION PIC -ZZZZZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 RC-REPORT-STATUS PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 RC-REPORT-CURRENCY PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 RC-REPORT-USD-EXTENSION PIC -ZZZZZZZZ9.99.
           01 RC-TRAILER-RECORD.
               05 RC-TRAILER-LABEL PIC X(10).
               05 RC-TRAILER-COUNT PIC ZZZZ9.
           01 RC-SUBTOTAL-RECORD.
               05 RC-SUBTOTAL-LABEL PIC X(9).
               05 RC-SUBTOTAL-CURRENCY PIC X(3).
               05 FILLER PIC X.
               05 RC-SUBTOTAL-COUNT PIC ZZZZ9.
               05 FILLER PIC X.
               05 RC-SUBTOTAL-ORIGINAL PIC -ZZZZZZZZZ9.99.
               05 FILLER PIC X.
               05 RC-SUBTOTAL-USD PIC -ZZZZZZZZZ9.99.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
                   10 WS-SPD-OPERATOR PIC X.
                   10 WS-SPD-NUM-2 PIC X(11).
                   10 WS-SPD-REASON PIC X(9).
                   10 WS-SPD-CURRENCY PIC X(3).
           01 WS-CURRENT-DATE-DATA.
               05 WS-CURRENT-YEAR PIC 9(4).
               05 WS-CURRENT-MONTH PIC 99.
               05 WS-CURRENT-DAY PIC 99.
               05 FILLER PIC X(13).
           01 WS-RUN-DATE PIC X(10).
           01 WS-CURRENCY PIC X(3).
           01 WS-RATE PIC 9(5)V9(6).
           01 WS-RATE-EFFECTIVE-DATE PIC X(10).
           01 WS-CURRENCY-ON-TABLE PIC 9.
           01 WS-USD-EXTENSION PIC S9(9)V99.
           01 WS-CONVERT-FAILED PIC 9.
           01 WS-CHAIN-CURRENCY PIC X(3).
           01 WS-CHAIN-RATE PIC 9(5)V9(6).
           01 WS-RATE-ENDED PIC 9.
           01 WS-RATE-BAD-COUNT PIC 9(4).
           01 WS-RATE-SUB PIC 9(4).
           01 WS-RATE-COUNT PIC 9(4) VALUE 0.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-RATE-COUNT.
                   10 WS-RT-CURRENCY PIC X(3).
                   10 WS-RT-EFFECTIVE-DATE PIC X(10).
                   10 WS-RT-VALUE PIC 9(5)V9(6).
           01 WS-CCY-SUB PIC 99.
           01 WS-CCY-COUNT PIC 99 VALUE 0.
           01 WS-CCY-TABLE.
               05 WS-CCY-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-CCY-COUNT.
                   10 WS-CCY-CODE PIC X(3).
                   10 WS-CCY-ITEMS PIC 9(5).
                   10 WS-CCY-ORIGINAL PIC S9(11)V99.
                   10 WS-CCY-USD PIC S9(11)V99.
           01 WS-USD-GRAND-TOTAL PIC S9(11)V99.

       PROCEDURE DIVISION.

           MOVE 0 TO WS-SUBTRACT-COUNT.
           MOVE 0 TO WS-MULTIPLY-COUNT.
           MOVE 0 TO WS-DIVIDE-COUNT.
           MOVE 0 TO WS-CCY-COUNT.
           MOVE 'USD' TO WS-CHAIN-CURRENCY.
           MOVE 1 TO WS-CHAIN-RATE.
           PERFORM LOAD-EXCHANGE-RATES.
           OPEN INPUT F-TRANSACTION-FILE.
           OPEN OUTPUT F-REPORT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               CLOSE F-SUSPENSE-FILE
           END-IF.
           PERFORM WRITE-TRAILER-COUNTS.
           PERFORM WRITE-CURRENCY-SUBTOTALS.
           IF WS-REFUSE-LINE NOT = SPACES
               MOVE SPACES TO RC-REPORT-RECORD
               MOVE WS-REFUSE-LINE TO RC-REPORT-RECORD(1:48)
                   TO RC-SUSP-NUM-2
               MOVE WS-SPD-REASON(WS-SUSP-PEND-SUB)
                   TO RC-SUSP-REASON
               MOVE WS-SPD-CURRENCY(WS-SUSP-PEND-SUB)
                   TO RC-SUSP-CURRENCY
               MOVE 'OPEN' TO RC-SUSP-STATUS
               WRITE RC-SUSPENSE-RECORD
               END-WRITE
                       MOVE RC-REL-NUM-1 TO RC-TRANS-NUM-1
                       MOVE RC-REL-OPERATOR TO RC-TRANS-OPERATOR
                       MOVE RC-REL-NUM-2 TO RC-TRANS-NUM-2
                       MOVE RC-REL-CURRENCY TO RC-TRANS-CURRENCY
                       ADD 1 TO WS-RELEASED-COUNT
                       PERFORM PROCESS-ONE-TRANSACTION
                   AT END
               MOVE RC-TRANS-NUM-2 TO RC-SUSP-NUM-2
               MOVE RC-REPORT-STATUS TO RC-SUSP-REASON
               MOVE 'OPEN' TO RC-SUSP-STATUS
               MOVE RC-TRANS-CURRENCY TO RC-SUSP-CURRENCY
               WRITE RC-SUSPENSE-RECORD
           ELSE
               IF WS-SUSP-PEND-COUNT < 2000
                       TO WS-SPD-NUM-2(WS-SUSP-PEND-COUNT)
                   MOVE RC-REPORT-STATUS
                       TO WS-SPD-REASON(WS-SUSP-PEND-COUNT)
                   MOVE RC-TRANS-CURRENCY
                       TO WS-SPD-CURRENCY(WS-SUSP-PEND-COUNT)
               ELSE
                   DISPLAY 'multiply-batch-report: over 2000 '
                       'failures -- item on the report only'
      *    record puts the final answer on the report.  The
      *    intermediate steps print as the chain's audit trail,
      *    status CHAIN; a step that fails suspends as usual and
      *    the chain closes CHAIN BAD.  The currency keyed on the
      *    CHAIN record is the whole chain's; the steps' own
      *    currency codes are not read.
           DISPATCH-ONE-INPUT.
           EVALUATE TRUE
               WHEN RC-TRANS-NUM-1(1:5) = 'CHAIN'
                   MOVE 1 TO WS-CHAIN-ACTIVE
                   MOVE 0 TO WS-CHAIN-BROKEN
                   MOVE 0 TO WS-ACCUMULATOR
                   PERFORM OPEN-CHAIN-CURRENCY
               WHEN RC-TRANS-NUM-1(1:4) = 'END '
               AND WS-CHAIN-ACTIVE = 1
                   PERFORM CLOSE-ONE-CHAIN
           MOVE '=' TO RC-REPORT-OPERATOR.
           MOVE '=' TO RC-REPORT-EQUALS.
           MOVE WS-ACCUMULATOR TO RC-REPORT-EXTENSION.
           MOVE WS-CHAIN-CURRENCY TO RC-REPORT-CURRENCY.
           IF WS-CHAIN-BROKEN = 0
               MOVE WS-ACCUMULATOR TO WS-EXTENSION
               MOVE WS-CHAIN-CURRENCY TO WS-CURRENCY
               MOVE WS-CHAIN-RATE TO WS-RATE
               PERFORM CONVERT-TO-USD
               IF WS-CONVERT-FAILED = 1
                   MOVE 1 TO WS-CHAIN-BROKEN
               END-IF
           END-IF.
           IF WS-CHAIN-BROKEN = 1
               MOVE 'CHAIN BAD' TO RC-REPORT-STATUS
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE 'CHAIN OK' TO RC-REPORT-STATUS
               MOVE WS-USD-EXTENSION TO RC-REPORT-USD-EXTENSION
               PERFORM ADD-TO-CURRENCY-SUBTOTAL
               ADD 1 TO WS-PROCESSED-COUNT
               ADD 1 TO WS-CHAIN-COUNT
           END-IF.
           WRITE RC-REPORT-RECORD.
           MOVE 0 TO WS-CHAIN-ACTIVE.
           MOVE 'USD' TO WS-CHAIN-CURRENCY.
           MOVE 1 TO WS-CHAIN-RATE.

      *    A chain in a currency with no usable rate can never be
      *    reported in USD, so the CHAIN record itself suspends
      *    with the reason and the chain is broken from the start.
           OPEN-CHAIN-CURRENCY.
           MOVE RC-TRANS-CURRENCY TO WS-CURRENCY.
           PERFORM RESOLVE-CURRENCY-RATE.
           MOVE WS-CURRENCY TO WS-CHAIN-CURRENCY.
           MOVE WS-RATE TO WS-CHAIN-RATE.
           IF WS-CONVERT-FAILED = 1
               MOVE 1 TO WS-CHAIN-BROKEN
               MOVE SPACES TO RC-REPORT-RECORD
               MOVE 0 TO RC-REPORT-NUM-1
               MOVE 0 TO RC-REPORT-NUM-2
               MOVE 0 TO RC-REPORT-EXTENSION
               MOVE RC-TRANS-OPERATOR TO RC-REPORT-OPERATOR
               MOVE '=' TO RC-REPORT-EQUALS
               MOVE WS-CURRENCY TO RC-REPORT-CURRENCY
               PERFORM WRITE-SUSPENSE-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               WRITE RC-REPORT-RECORD
           END-IF.

           PROCESS-CHAIN-STEP.
           IF WS-CHAIN-BROKEN = 1
               CONTINUE
           ELSE
      *        Cleared before the operands are resolved, not in
      *        REPORT-CHAIN-STEP, so a reject status set on the way
      *        survives; no USD extension is carried over from the
      *        record before.
               MOVE SPACES TO RC-REPORT-RECORD
               PERFORM RESOLVE-CHAIN-OPERANDS
               IF WS-REJECTED = 0
                   PERFORM EXECUTE-CHAIN-OPERATOR
           END-IF.

           REPORT-CHAIN-STEP.
           MOVE WS-CHAIN-CURRENCY TO RC-REPORT-CURRENCY.
           MOVE WS-NUM-1 TO RC-REPORT-NUM-1.
           MOVE WS-NUM-2 TO RC-REPORT-NUM-2.
           MOVE RC-TRANS-OPERATOR TO RC-REPORT-OPERATOR.
           MOVE WS-EXTENSION TO RC-REPORT-EXTENSION.
           IF WS-REJECTED = 1
               MOVE 1 TO WS-CHAIN-BROKEN
      *        A step released on its own must still be in the
      *        chain's currency.
               MOVE WS-CHAIN-CURRENCY TO RC-TRANS-CURRENCY
               PERFORM WRITE-SUSPENSE-RECORD
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
      *    signed amount now that finance runs adjustments through
      *    this batch; only divide-by-zero, unknown operators,
      *    unparseable amounts, and overflow reject onto the report
      *    with a status word -- and, now foreign postage and vendor
      *    charges come through, a currency with no usable rate.
      *    Every result is reported in its own currency and in USD.
           PROCESS-ONE-TRANSACTION.
           MOVE 0 TO WS-SIZE-ERROR.
           MOVE 0 TO WS-REJECTED.
                       + WS-NUM-1 + WS-NUM-2
               END-IF
           END-IF.
           MOVE RC-TRANS-CURRENCY TO WS-CURRENCY.
           IF WS-REJECTED = 0
               PERFORM RESOLVE-CURRENCY-RATE
               IF WS-CONVERT-FAILED = 1
                   MOVE 1 TO WS-REJECTED
               END-IF
           END-IF.
           IF WS-REJECTED = 1
               CONTINUE
           ELSE
           MOVE RC-TRANS-OPERATOR TO RC-REPORT-OPERATOR.
           MOVE '=' TO RC-REPORT-EQUALS.
           MOVE WS-EXTENSION TO RC-REPORT-EXTENSION.
           MOVE WS-CURRENCY TO RC-REPORT-CURRENCY.
           IF WS-REJECTED = 0 AND WS-SIZE-ERROR = 0
               PERFORM CONVERT-TO-USD
               IF WS-CONVERT-FAILED = 1
                   MOVE 1 TO WS-SIZE-ERROR
               END-IF
           END-IF.
           IF WS-REJECTED = 1
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-SUSPENSE-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM WRITE-SUSPENSE-RECORD
               ELSE
                   MOVE WS-USD-EXTENSION TO RC-REPORT-USD-EXTENSION
                   PERFORM ADD-TO-CURRENCY-SUBTOTAL
                   ADD 1 TO WS-PROCESSED-COUNT
               END-IF
           END-IF.
           WRITE RC-REPORT-RECORD.

      *    Rates are taken as of the run date: for each currency the
      *    line with the latest effective date not after today.  A
      *    line that will not parse is skipped and counted, never
      *    guessed at.
           LOAD-EXCHANGE-RATES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
               WS-CURRENT-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           MOVE 0 TO WS-RATE-COUNT.
           MOVE 0 TO WS-RATE-BAD-COUNT.
           MOVE 0 TO WS-RATE-ENDED.
           OPEN INPUT F-RATE-FILE.
           PERFORM UNTIL WS-RATE-ENDED = 1
               READ F-RATE-FILE
                   NOT AT END
                       PERFORM STORE-ONE-RATE
                   AT END
                       MOVE 1 TO WS-RATE-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RATE-FILE.
           IF WS-RATE-BAD-COUNT > 0
               DISPLAY 'multiply-batch-report: ' WS-RATE-BAD-COUNT
                   ' exchange-rate line(s) skipped'
           END-IF.

           STORE-ONE-RATE.
           IF RC-RATE-CURRENCY = SPACES
           OR RC-RATE-EFFECTIVE-DATE(5:1) NOT = '-'
           OR RC-RATE-EFFECTIVE-DATE(8:1) NOT = '-'
           OR RC-RATE-VALUE = SPACES
           OR FUNCTION TEST-NUMVAL(RC-RATE-VALUE) NOT = 0
               ADD 1 TO WS-RATE-BAD-COUNT
           ELSE
               IF FUNCTION NUMVAL(RC-RATE-VALUE) NOT > 0
               OR WS-RATE-COUNT = 1000
                   ADD 1 TO WS-RATE-BAD-COUNT
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RC-RATE-CURRENCY
                       TO WS-RT-CURRENCY(WS-RATE-COUNT)
                   MOVE RC-RATE-EFFECTIVE-DATE
                       TO WS-RT-EFFECTIVE-DATE(WS-RATE-COUNT)
                   COMPUTE WS-RT-VALUE(WS-RATE-COUNT) =
                       FUNCTION NUMVAL(RC-RATE-VALUE)
               END-IF
           END-IF.

      *    A blank currency is USD, the only one that needs no rate.
      *    A code the rate table has never heard of suspends as BAD
      *    CURR!; a known code with no rate in effect yet suspends
      *    as NO RATE! -- the first is a keying error, the second a
      *    gap finance has to fill.
           RESOLVE-CURRENCY-RATE.
           MOVE 0 TO WS-CONVERT-FAILED.
           IF WS-CURRENCY = SPACES
               MOVE 'USD' TO WS-CURRENCY
           END-IF.
           IF WS-CURRENCY = 'USD'
               MOVE 1 TO WS-RATE
           ELSE
               MOVE 0 TO WS-RATE
               MOVE 0 TO WS-CURRENCY-ON-TABLE
               MOVE SPACES TO WS-RATE-EFFECTIVE-DATE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF WS-RT-CURRENCY(WS-RATE-SUB) = WS-CURRENCY
                       MOVE 1 TO WS-CURRENCY-ON-TABLE
                       IF WS-RT-EFFECTIVE-DATE(WS-RATE-SUB)
                           NOT > WS-RUN-DATE
                       AND WS-RT-EFFECTIVE-DATE(WS-RATE-SUB)
                           NOT < WS-RATE-EFFECTIVE-DATE
                           MOVE WS-RT-EFFECTIVE-DATE(WS-RATE-SUB)
                               TO WS-RATE-EFFECTIVE-DATE
                           MOVE WS-RT-VALUE(WS-RATE-SUB) TO WS-RATE
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CURRENCY-ON-TABLE = 0
                       MOVE 'BAD CURR!' TO RC-REPORT-STATUS
                       MOVE 1 TO WS-CONVERT-FAILED
                   WHEN WS-RATE = 0
                       MOVE 'NO RATE!' TO RC-REPORT-STATUS
                       MOVE 1 TO WS-CONVERT-FAILED
               END-EVALUATE
           END-IF.

      *    The one place an amount is turned into dollars, and the
      *    one place it is rounded: half a cent rounds away from
      *    zero.  Every USD figure on the report, subtotals
      *    included, comes from here.
           CONVERT-TO-USD.
           MOVE 0 TO WS-CONVERT-FAILED.
           COMPUTE WS-USD-EXTENSION ROUNDED = WS-EXTENSION * WS-RATE
               ON SIZE ERROR
                   MOVE 0 TO WS-USD-EXTENSION
                   MOVE 1 TO WS-CONVERT-FAILED
           END-COMPUTE.

           ADD-TO-CURRENCY-SUBTOTAL.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
               OR WS-CCY-CODE(WS-CCY-SUB) = WS-CURRENCY
               CONTINUE
           END-PERFORM.
           IF WS-CCY-SUB > WS-CCY-COUNT
               IF WS-CCY-COUNT < 50
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CURRENCY TO WS-CCY-CODE(WS-CCY-COUNT)
                   MOVE 0 TO WS-CCY-ITEMS(WS-CCY-COUNT)
                   MOVE 0 TO WS-CCY-ORIGINAL(WS-CCY-COUNT)
                   MOVE 0 TO WS-CCY-USD(WS-CCY-COUNT)
               ELSE
                   DISPLAY 'multiply-batch-report: over 50 '
                       'currencies -- ' WS-CURRENCY
                       ' left out of the subtotals'
               END-IF
           END-IF.
           IF WS-CCY-SUB NOT > WS-CCY-COUNT
               ADD 1 TO WS-CCY-ITEMS(WS-CCY-SUB)
               ADD WS-EXTENSION TO WS-CCY-ORIGINAL(WS-CCY-SUB)
               ADD WS-USD-EXTENSION TO WS-CCY-USD(WS-CCY-SUB)
           END-IF.

           WRITE-TRAILER-COUNTS.
           MOVE SPACES TO RC-TRAILER-RECORD.
           MOVE 'PROCESSED=' TO RC-TRAILER-LABEL.
           MOVE 'RELEASED=' TO RC-TRAILER-LABEL.
           MOVE WS-RELEASED-COUNT TO RC-TRAILER-COUNT.
           WRITE RC-TRAILER-RECORD.

      *    One line per currency seen on a processed result: item
      *    count, total in the original currency, and the total of
      *    the rounded USD figures -- so the USD column adds up to
      *    exactly what the detail lines show.
           WRITE-CURRENCY-SUBTOTALS.
           MOVE 0 TO WS-USD-GRAND-TOTAL.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
               MOVE SPACES TO RC-SUBTOTAL-RECORD
               MOVE 'SUBTOTAL ' TO RC-SUBTOTAL-LABEL
               MOVE WS-CCY-CODE(WS-CCY-SUB) TO RC-SUBTOTAL-CURRENCY
               MOVE WS-CCY-ITEMS(WS-CCY-SUB) TO RC-SUBTOTAL-COUNT
               MOVE WS-CCY-ORIGINAL(WS-CCY-SUB)
                   TO RC-SUBTOTAL-ORIGINAL
               MOVE WS-CCY-USD(WS-CCY-SUB) TO RC-SUBTOTAL-USD
               WRITE RC-SUBTOTAL-RECORD
               ADD WS-CCY-USD(WS-CCY-SUB) TO WS-USD-GRAND-TOTAL
           END-PERFORM.
           MOVE SPACES TO RC-SUBTOTAL-RECORD.
           MOVE 'TOTAL    ' TO RC-SUBTOTAL-LABEL.
           MOVE 'USD' TO RC-SUBTOTAL-CURRENCY.
           MOVE WS-PROCESSED-COUNT TO RC-SUBTOTAL-COUNT.
           MOVE WS-USD-GRAND-TOTAL TO RC-SUBTOTAL-USD.
           WRITE RC-SUBTOTAL-RECORD.
