       IDENTIFICATION DIVISION.
       PROGRAM-ID. gift-recon.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RUN-DATE-FILE
                   ASSIGN TO 'run-date.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-GIFT-LOG-FILE
                   ASSIGN TO 'gift-order-log.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-SHIPMENT-FILE
                   ASSIGN TO 'gift-shipments.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RECON-REPORT-FILE
                   ASSIGN TO 'gift-recon-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RUN-DATE-FILE.
           01 RC-RUN-DATE-PARM.
               05 RC-PARM-DATE PIC X(5).
               05 FILLER PIC X.
               05 RC-PARM-YEAR PIC X(4).
           FD F-GIFT-LOG-FILE.
           COPY "gift-order-record.cpy".
      *    The gift vendor's shipped-confirmation feed: one line per
      *    order it shipped, quoting our order date, customer ID, and
      *    SKU back to us.
           FD F-SHIPMENT-FILE.
           01 RC-SHIPMENT-RECORD.
               05 RC-SHIP-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-SHIP-ORDER-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-SHIP-CUSTOMER-ID PIC X(6).
               05 FILLER PIC X.
               05 RC-SHIP-SKU PIC X(12).
               05 FILLER PIC X.
               05 RC-SHIP-TRACKING PIC X(20).
           FD F-RECON-REPORT-FILE.
           01 RC-RECON-RECORD.
               05 RC-RECON-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-RECON-FINDING PIC X(24).
               05 FILLER PIC X.
               05 RC-RECON-ORDER-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-RECON-CUSTOMER-ID PIC X(6).
               05 FILLER PIC X.
               05 RC-RECON-SKU PIC X(12).
               05 FILLER PIC X.
               05 RC-RECON-COST PIC ZZZZ9.99.
               05 FILLER PIC X.
               05 RC-RECON-TRACKING PIC X(20).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DATE PIC X(5).
           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-YEAR PIC 9999.
           01 WS-TODAYS-DATE PIC X(10).
      *    Orders are looked at for the last 60 days; one not shipped
      *    within 14 days of its order date is reported.
           01 WS-LOOKBACK-DAYS PIC 999 VALUE 60.
           01 WS-GRACE-DAYS PIC 999 VALUE 14.
           01 WS-WINDOW-FROM-DATE PIC X(10).
           01 WS-OVERDUE-DATE PIC X(10).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-MATCHED-COUNT PIC 9(4).
           01 WS-NOT-SHIPPED-COUNT PIC 9(4).
           01 WS-NOT-ORDERED-COUNT PIC 9(4).
           01 WS-DUPLICATE-COUNT PIC 9(4).
           01 WS-NOT-SHIPPED-COST PIC 9(7)V99.
           01 WS-NOT-SHIPPED-COST-DISPLAY PIC Z(6)9.99.
           01 WS-ORDER-COUNT PIC 9(4) VALUE 0.
           01 WS-ORDER-TABLE.
               05 WS-ORDER-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-ORDER-COUNT
               INDEXED BY ORD-IDX.
                   10 WS-ORD-DATE PIC X(10).
                   10 WS-ORD-CUSTOMER-ID PIC X(6).
                   10 WS-ORD-SKU PIC X(12).
                   10 WS-ORD-COST PIC 9(5)V99.
                   10 WS-ORD-SHIPPED PIC 9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YEAR.
           PERFORM APPLY-RUN-DATE-OVERRIDE.
           STRING WS-YEAR "-" WS-DATE INTO WS-TODAYS-DATE
           END-STRING.
           PERFORM COMPUTE-WINDOW-DATES.

           MOVE 0 TO WS-MATCHED-COUNT.
           MOVE 0 TO WS-NOT-SHIPPED-COUNT.
           MOVE 0 TO WS-NOT-ORDERED-COUNT.
           MOVE 0 TO WS-DUPLICATE-COUNT.
           MOVE 0 TO WS-NOT-SHIPPED-COST.
           PERFORM LOAD-GIFT-ORDERS.
           OPEN OUTPUT F-RECON-REPORT-FILE.
           PERFORM MATCH-SHIPMENTS.
           PERFORM REPORT-UNSHIPPED-ORDERS.
           CLOSE F-RECON-REPORT-FILE.
           MOVE 'gift-recon-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'gift-recon' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           MOVE WS-NOT-SHIPPED-COST TO WS-NOT-SHIPPED-COST-DISPLAY.
           DISPLAY 'gift-recon: ' WS-TODAYS-DATE ' '
               WS-MATCHED-COUNT ' shipped, '
               WS-NOT-SHIPPED-COUNT ' ordered-not-shipped ($'
               FUNCTION TRIM(WS-NOT-SHIPPED-COST-DISPLAY) '), '
               WS-NOT-ORDERED-COUNT ' shipped-not-ordered, '
               WS-DUPLICATE-COUNT ' duplicate shipment(s)'.
           GOBACK.

      *    Same run-date.dat control record the card runs honor.
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

           COMPUTE-WINDOW-DATES.
           MOVE 'AD' TO WS-DS-FUNCTION.
           MOVE WS-TODAYS-DATE TO WS-DS-DATE-1.
           COMPUTE WS-DS-DAYS = 0 - WS-LOOKBACK-DAYS.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DATE-2 TO WS-WINDOW-FROM-DATE.
           MOVE 'AD' TO WS-DS-FUNCTION.
           MOVE WS-TODAYS-DATE TO WS-DS-DATE-1.
           COMPUTE WS-DS-DAYS = 0 - WS-GRACE-DAYS.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           MOVE WS-DS-DATE-2 TO WS-OVERDUE-DATE.

           LOAD-GIFT-ORDERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ORDER-COUNT.
           OPEN INPUT F-GIFT-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GIFT-LOG-FILE
                   NOT AT END
                       IF RC-GIFT-ORDER-DATE >= WS-WINDOW-FROM-DATE
                       AND RC-GIFT-ORDER-DATE <= WS-TODAYS-DATE
                           PERFORM STORE-ONE-GIFT-ORDER
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-GIFT-LOG-FILE.

           STORE-ONE-GIFT-ORDER.
           IF WS-ORDER-COUNT < 5000
               ADD 1 TO WS-ORDER-COUNT
               SET ORD-IDX TO WS-ORDER-COUNT
               MOVE RC-GIFT-ORDER-DATE TO WS-ORD-DATE(ORD-IDX)
               MOVE RC-GIFT-CUSTOMER-ID TO WS-ORD-CUSTOMER-ID(ORD-IDX)
               MOVE RC-GIFT-SKU TO WS-ORD-SKU(ORD-IDX)
               MOVE RC-GIFT-UNIT-COST TO WS-ORD-COST(ORD-IDX)
               MOVE 0 TO WS-ORD-SHIPPED(ORD-IDX)
           ELSE
               DISPLAY 'gift-recon: more than 5000 gift orders in '
                   'the window -- remainder not reconciled'
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.

      *    Shipments are matched by order date, customer, and SKU.
      *    One quoting an order we never placed, or an order already
      *    matched, is something the vendor will bill us for without
      *    cause.  Shipments for orders older than the window were
      *    reconciled on earlier runs and are passed over.
           MATCH-SHIPMENTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SHIPMENT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SHIPMENT-FILE
                   NOT AT END
                       IF RC-SHIP-ORDER-DATE >= WS-WINDOW-FROM-DATE
                           PERFORM MATCH-ONE-SHIPMENT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SHIPMENT-FILE.

           MATCH-ONE-SHIPMENT.
           MOVE 0 TO WS-FOUND-IDX.
           IF WS-ORDER-COUNT > 0
               SET ORD-IDX TO 1
               SEARCH WS-ORDER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ORD-DATE(ORD-IDX) = RC-SHIP-ORDER-DATE
                   AND WS-ORD-CUSTOMER-ID(ORD-IDX)
                       = RC-SHIP-CUSTOMER-ID
                   AND WS-ORD-SKU(ORD-IDX) = RC-SHIP-SKU
                       SET WS-FOUND-IDX TO ORD-IDX
               END-SEARCH
           END-IF.
           IF WS-FOUND-IDX = 0
               MOVE SPACES TO RC-RECON-RECORD
               MOVE WS-TODAYS-DATE TO RC-RECON-DATE
               MOVE 'SHIPPED BUT NOT ORDERED' TO RC-RECON-FINDING
               MOVE RC-SHIP-ORDER-DATE TO RC-RECON-ORDER-DATE
               MOVE RC-SHIP-CUSTOMER-ID TO RC-RECON-CUSTOMER-ID
               MOVE RC-SHIP-SKU TO RC-RECON-SKU
               MOVE 0 TO RC-RECON-COST
               MOVE RC-SHIP-TRACKING TO RC-RECON-TRACKING
               WRITE RC-RECON-RECORD
               ADD 1 TO WS-NOT-ORDERED-COUNT
           ELSE
               SET ORD-IDX TO WS-FOUND-IDX
               IF WS-ORD-SHIPPED(ORD-IDX) = 1
                   MOVE SPACES TO RC-RECON-RECORD
                   MOVE WS-TODAYS-DATE TO RC-RECON-DATE
                   MOVE 'DUPLICATE SHIPMENT' TO RC-RECON-FINDING
                   MOVE RC-SHIP-ORDER-DATE TO RC-RECON-ORDER-DATE
                   MOVE RC-SHIP-CUSTOMER-ID TO RC-RECON-CUSTOMER-ID
                   MOVE RC-SHIP-SKU TO RC-RECON-SKU
                   MOVE WS-ORD-COST(ORD-IDX) TO RC-RECON-COST
                   MOVE RC-SHIP-TRACKING TO RC-RECON-TRACKING
                   WRITE RC-RECON-RECORD
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   MOVE 1 TO WS-ORD-SHIPPED(ORD-IDX)
                   ADD 1 TO WS-MATCHED-COUNT
               END-IF
           END-IF.

      *    An order the vendor has not confirmed inside the grace
      *    period is a customer still waiting on a gift we paid for.
      *    Newer unconfirmed orders are simply still in transit.
           REPORT-UNSHIPPED-ORDERS.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
               UNTIL ORD-IDX > WS-ORDER-COUNT
               IF WS-ORD-SHIPPED(ORD-IDX) = 0
               AND WS-ORD-DATE(ORD-IDX) <= WS-OVERDUE-DATE
                   MOVE SPACES TO RC-RECON-RECORD
                   MOVE WS-TODAYS-DATE TO RC-RECON-DATE
                   MOVE 'ORDERED BUT NOT SHIPPED' TO RC-RECON-FINDING
                   MOVE WS-ORD-DATE(ORD-IDX) TO RC-RECON-ORDER-DATE
                   MOVE WS-ORD-CUSTOMER-ID(ORD-IDX)
                       TO RC-RECON-CUSTOMER-ID
                   MOVE WS-ORD-SKU(ORD-IDX) TO RC-RECON-SKU
                   MOVE WS-ORD-COST(ORD-IDX) TO RC-RECON-COST
                   WRITE RC-RECON-RECORD
                   ADD 1 TO WS-NOT-SHIPPED-COUNT
                   ADD WS-ORD-COST(ORD-IDX) TO WS-NOT-SHIPPED-COST
               END-IF
           END-PERFORM.
