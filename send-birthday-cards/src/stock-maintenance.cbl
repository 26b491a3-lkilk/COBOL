       IDENTIFICATION DIVISION.
       PROGRAM-ID. stock-maintenance.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-LEDGER-FILE
                   ASSIGN TO 'stock-ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-STK-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'stock-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-LEDGER-FILE.
           COPY "stock-ledger-record.cpy".
           FD F-JOURNAL-FILE.
           COPY "stock-journal-record.cpy".

           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC XX.
               88 WS-ITEM-FOUND VALUE '00'.
           01 WS-SESSION-IS-DONE PIC 9.
           01 WS-FUNCTION-CODE PIC X.
               88 WS-FUNCTION-IS-ADD VALUE 'A' 'a'.
               88 WS-FUNCTION-IS-RECEIPT VALUE 'R' 'r'.
               88 WS-FUNCTION-IS-COUNT VALUE 'P' 'p'.
               88 WS-FUNCTION-IS-CHANGE VALUE 'C' 'c'.
               88 WS-FUNCTION-IS-LIST VALUE 'L' 'l'.
               88 WS-FUNCTION-IS-QUIT VALUE 'Q' 'q'.
               88 WS-FUNCTION-IS-KNOWN VALUE 'A' 'a' 'R' 'r' 'P' 'p'
                   'C' 'c' 'L' 'l'.
           01 WS-LOOKUP-VENDOR PIC X.
           01 WS-LOOKUP-OCCASION PIC X(9).
           01 WS-ENTRY-IS-VALID PIC 9.
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-ITEM-COUNT PIC 9(4).
           01 WS-ENTRY-WORK PIC X(10).
           01 WS-ENTRY-DATE PIC X(10).
           01 WS-ENTRY-REFERENCE PIC X(20).
           01 WS-ENTRY-QUANTITY PIC 9(7).
           01 WS-ENTRY-LEAD-DAYS PIC 9(3).
           01 WS-ENTRY-SAFETY-DAYS PIC 9(3).
           01 WS-NOTE-WAS-POSTED PIC 9.
           01 WS-VARIANCE PIC S9(7).
           01 WS-VARIANCE-DISPLAY PIC -(7)9.
           01 WS-ON-HAND-DISPLAY PIC -(7)9.
           01 WS-JOURNAL-TYPE PIC X.
           01 WS-JOURNAL-QUANTITY PIC S9(7).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
       PROCEDURE DIVISION.

      *    The blank card stock each print vendor holds for us, by
      *    occasion, on stock-ledger.dat.  Stores keys each delivery
      *    note as a receipt when the vendor confirms the stock is
      *    in, and keys the vendor's physical counts: the count
      *    replaces the book figure and the difference is journaled
      *    as the variance.  Usage comes off the manifest every
      *    night in stock-consumption-post, never from here.  Every
      *    movement goes to stock-journal.dat with the operator.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'stock-maintenance' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR stock-maintenance -- REFUSED'
               GOBACK
           END-IF.
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAYS-DATE
           END-STRING.
           OPEN I-O F-LEDGER-FILE.
           IF WS-LEDGER-STATUS(1:1) NOT = '0'
               DISPLAY 'STOCK LEDGER OPEN FAILED, STATUS '
                   WS-LEDGER-STATUS
               GOBACK
           END-IF.
           MOVE 0 TO WS-SESSION-IS-DONE.
           PERFORM PROCESS-MENU UNTIL WS-SESSION-IS-DONE = 1.
           CLOSE F-LEDGER-FILE.
           GOBACK.

           PROCESS-MENU.
           DISPLAY 'CARD STOCK LEDGER'.
           DISPLAY 'A)DD ITEM  R)ECEIPT  P)HYSICAL COUNT  C)HANGE  '
               'L)IST  Q)UIT'.
           ACCEPT WS-FUNCTION-CODE.
      *    Listing is granted separately, so purchasing can see the
      *    stock position without being able to move it.
           MOVE 0 TO WS-AUTH-RESULT.
           IF WS-FUNCTION-IS-KNOWN
               MOVE 'F' TO WS-AUTH-FUNCTION
               MOVE FUNCTION UPPER-CASE(WS-FUNCTION-CODE)
                   TO WS-AUTH-CODE
               CALL 'operator-authority' USING WS-AUTH-FUNCTION
                   WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
                   WS-AUTH-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN WS-AUTH-RESULT NOT = 0
                   DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
               WHEN WS-FUNCTION-IS-ADD
                   PERFORM ADD-ITEM
               WHEN WS-FUNCTION-IS-RECEIPT
                   PERFORM POST-RECEIPT
               WHEN WS-FUNCTION-IS-COUNT
                   PERFORM POST-PHYSICAL-COUNT
               WHEN WS-FUNCTION-IS-CHANGE
                   PERFORM CHANGE-ITEM
               WHEN WS-FUNCTION-IS-LIST
                   PERFORM LIST-ITEMS
               WHEN WS-FUNCTION-IS-QUIT
                   MOVE 1 TO WS-SESSION-IS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED FUNCTION CODE'
           END-EVALUATE.

           ACCEPT-ITEM-KEY.
           DISPLAY 'VENDOR CODE (ONE LETTER):'.
           ACCEPT WS-LOOKUP-VENDOR.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VENDOR)
               TO WS-LOOKUP-VENDOR.
           DISPLAY 'OCCASION (E.G. BIRTHDAY, MILESTONE, WEREWOLF):'.
           ACCEPT WS-LOOKUP-OCCASION.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-OCCASION)
               TO WS-LOOKUP-OCCASION.

           READ-ITEM.
           PERFORM ACCEPT-ITEM-KEY.
           MOVE WS-LOOKUP-VENDOR TO RC-STK-VENDOR.
           MOVE WS-LOOKUP-OCCASION TO RC-STK-OCCASION.
           READ F-LEDGER-FILE
               KEY IS RC-STK-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ITEM-FOUND
               PERFORM SHOW-ITEM
           ELSE
               DISPLAY 'NO SUCH STOCK ITEM -- ADD IT FIRST'
           END-IF.

      *    The opening balance is whatever the vendor says it holds
      *    on the day the item is set up.
           ADD-ITEM.
           PERFORM ACCEPT-ITEM-KEY.
           IF WS-LOOKUP-VENDOR IS NOT ALPHABETIC-UPPER
           OR WS-LOOKUP-VENDOR = SPACE
           OR WS-LOOKUP-OCCASION = SPACES
               DISPLAY 'VENDOR MUST BE A LETTER AND OCCASION IS '
                   'REQUIRED'
           ELSE
               MOVE SPACES TO RC-STOCK-LEDGER-RECORD
               MOVE WS-LOOKUP-VENDOR TO RC-STK-VENDOR
               MOVE WS-LOOKUP-OCCASION TO RC-STK-OCCASION
               MOVE 0 TO RC-STK-ON-HAND
               MOVE 0 TO RC-STK-REORDER-POINT
               PERFORM ACCEPT-ITEM-DETAILS
               IF WS-ENTRY-IS-VALID = 1
                   DISPLAY 'OPENING QUANTITY ON HAND:'
                   ACCEPT WS-ENTRY-WORK
                   IF FUNCTION TEST-NUMVAL(WS-ENTRY-WORK) NOT = 0
                       DISPLAY 'QUANTITY MUST BE A NUMBER'
                       MOVE 0 TO WS-ENTRY-IS-VALID
                   ELSE
                       COMPUTE RC-STK-ON-HAND =
                           FUNCTION NUMVAL(WS-ENTRY-WORK)
                   END-IF
               END-IF
               IF WS-ENTRY-IS-VALID = 1
                   MOVE WS-TODAYS-DATE TO RC-STK-LAST-COUNT-DATE
                   MOVE WS-TODAYS-DATE TO RC-STK-UPDATED-DATE
                   MOVE WS-OPERATOR-ID TO RC-STK-UPDATED-BY
                   WRITE RC-STOCK-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'ITEM NOT ADDED -- ALREADY ON FILE'
                       NOT INVALID KEY
                           DISPLAY 'ITEM ADDED'
                           MOVE 'N' TO WS-JOURNAL-TYPE
                           MOVE RC-STK-ON-HAND TO WS-JOURNAL-QUANTITY
                           MOVE WS-TODAYS-DATE TO WS-ENTRY-DATE
                           MOVE 'OPENING BALANCE' TO WS-ENTRY-REFERENCE
                           PERFORM WRITE-JOURNAL-RECORD
                   END-WRITE
               ELSE
                   DISPLAY 'ITEM NOT ADDED'
               END-IF
           END-IF.

           CHANGE-ITEM.
           PERFORM READ-ITEM.
           IF WS-ITEM-FOUND
               PERFORM ACCEPT-ITEM-DETAILS
               IF WS-ENTRY-IS-VALID = 1
                   MOVE WS-TODAYS-DATE TO RC-STK-UPDATED-DATE
                   MOVE WS-OPERATOR-ID TO RC-STK-UPDATED-BY
                   REWRITE RC-STOCK-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'ITEM NOT UPDATED -- REWRITE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'ITEM UPDATED'
                   END-REWRITE
               ELSE
                   DISPLAY 'ITEM NOT UPDATED'
               END-IF
           END-IF.

           ACCEPT-ITEM-DETAILS.
           MOVE 1 TO WS-ENTRY-IS-VALID.
           DISPLAY 'DESCRIPTION OF THE CARD DESIGN:'.
           ACCEPT RC-STK-DESCRIPTION.
           DISPLAY 'VENDOR LEAD TIME ON A STOCK ORDER, DAYS:'.
           ACCEPT WS-ENTRY-WORK.
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-WORK) NOT = 0
               DISPLAY 'LEAD TIME MUST BE A NUMBER'
               MOVE 0 TO WS-ENTRY-IS-VALID
           ELSE
               COMPUTE WS-ENTRY-LEAD-DAYS =
                   FUNCTION NUMVAL(WS-ENTRY-WORK)
               MOVE WS-ENTRY-LEAD-DAYS TO RC-STK-LEAD-DAYS
           END-IF.
           DISPLAY 'SAFETY COVER BEYOND THE LEAD TIME, DAYS:'.
           ACCEPT WS-ENTRY-WORK.
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-WORK) NOT = 0
               DISPLAY 'SAFETY DAYS MUST BE A NUMBER'
               MOVE 0 TO WS-ENTRY-IS-VALID
           ELSE
               COMPUTE WS-ENTRY-SAFETY-DAYS =
                   FUNCTION NUMVAL(WS-ENTRY-WORK)
               MOVE WS-ENTRY-SAFETY-DAYS TO RC-STK-SAFETY-DAYS
           END-IF.
           IF WS-ENTRY-IS-VALID = 1
           AND RC-STK-LEAD-DAYS = 0
               DISPLAY 'LEAD TIME MUST BE AT LEAST ONE DAY'
               MOVE 0 TO WS-ENTRY-IS-VALID
           END-IF.

      *    A delivery note already posted against the item is refused
      *    -- the same note keyed twice is how the book drifts.
           POST-RECEIPT.
           PERFORM READ-ITEM.
           IF WS-ITEM-FOUND
               MOVE 1 TO WS-ENTRY-IS-VALID
               DISPLAY 'DELIVERY NOTE NUMBER:'
               ACCEPT WS-ENTRY-REFERENCE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-REFERENCE)
                   TO WS-ENTRY-REFERENCE
               IF WS-ENTRY-REFERENCE = SPACES
                   DISPLAY 'DELIVERY NOTE NUMBER IS REQUIRED'
                   MOVE 0 TO WS-ENTRY-IS-VALID
               ELSE
                   PERFORM FIND-POSTED-NOTE
                   IF WS-NOTE-WAS-POSTED = 1
                       DISPLAY 'DELIVERY NOTE ' WS-ENTRY-REFERENCE
                           ' IS ALREADY POSTED TO THIS ITEM'
                       MOVE 0 TO WS-ENTRY-IS-VALID
                   END-IF
               END-IF
               IF WS-ENTRY-IS-VALID = 1
                   PERFORM ACCEPT-MOVEMENT-DATE
               END-IF
               IF WS-ENTRY-IS-VALID = 1
                   DISPLAY 'QUANTITY RECEIVED:'
                   ACCEPT WS-ENTRY-WORK
                   IF FUNCTION TEST-NUMVAL(WS-ENTRY-WORK) NOT = 0
                       DISPLAY 'QUANTITY MUST BE A NUMBER'
                       MOVE 0 TO WS-ENTRY-IS-VALID
                   ELSE
                       COMPUTE WS-ENTRY-QUANTITY =
                           FUNCTION NUMVAL(WS-ENTRY-WORK)
                       IF WS-ENTRY-QUANTITY = 0
                           DISPLAY 'QUANTITY MUST BE MORE THAN ZERO'
                           MOVE 0 TO WS-ENTRY-IS-VALID
                       END-IF
                   END-IF
               END-IF
               IF WS-ENTRY-IS-VALID = 1
                   ADD WS-ENTRY-QUANTITY TO RC-STK-ON-HAND
                   IF WS-ENTRY-DATE > RC-STK-LAST-RECEIPT-DATE
                   OR RC-STK-LAST-RECEIPT-DATE = SPACES
                       MOVE WS-ENTRY-DATE TO RC-STK-LAST-RECEIPT-DATE
                   END-IF
                   MOVE WS-TODAYS-DATE TO RC-STK-UPDATED-DATE
                   MOVE WS-OPERATOR-ID TO RC-STK-UPDATED-BY
                   REWRITE RC-STOCK-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'RECEIPT NOT POSTED -- REWRITE '
                               'ERROR'
                       NOT INVALID KEY
                           MOVE RC-STK-ON-HAND TO WS-ON-HAND-DISPLAY
                           DISPLAY 'RECEIPT POSTED, ON HAND NOW '
                               WS-ON-HAND-DISPLAY
                           MOVE 'R' TO WS-JOURNAL-TYPE
                           MOVE WS-ENTRY-QUANTITY
                               TO WS-JOURNAL-QUANTITY
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
               ELSE
                   DISPLAY 'RECEIPT NOT POSTED'
               END-IF
           END-IF.

      *    The counted figure becomes the book figure; the variance
      *    is journaled so a vendor that keeps coming up short shows.
           POST-PHYSICAL-COUNT.
           PERFORM READ-ITEM.
           IF WS-ITEM-FOUND
               MOVE 1 TO WS-ENTRY-IS-VALID
               PERFORM ACCEPT-MOVEMENT-DATE
               IF WS-ENTRY-IS-VALID = 1
                   DISPLAY 'QUANTITY COUNTED:'
                   ACCEPT WS-ENTRY-WORK
                   IF FUNCTION TEST-NUMVAL(WS-ENTRY-WORK) NOT = 0
                       DISPLAY 'QUANTITY MUST BE A NUMBER'
                       MOVE 0 TO WS-ENTRY-IS-VALID
                   ELSE
                       COMPUTE WS-ENTRY-QUANTITY =
                           FUNCTION NUMVAL(WS-ENTRY-WORK)
                   END-IF
               END-IF
               IF WS-ENTRY-IS-VALID = 1
                   DISPLAY 'COUNT SHEET REFERENCE (OPTIONAL):'
                   ACCEPT WS-ENTRY-REFERENCE
                   COMPUTE WS-VARIANCE =
                       WS-ENTRY-QUANTITY - RC-STK-ON-HAND
                   MOVE WS-ENTRY-QUANTITY TO RC-STK-ON-HAND
                   MOVE WS-ENTRY-DATE TO RC-STK-LAST-COUNT-DATE
                   MOVE WS-TODAYS-DATE TO RC-STK-UPDATED-DATE
                   MOVE WS-OPERATOR-ID TO RC-STK-UPDATED-BY
                   REWRITE RC-STOCK-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'COUNT NOT POSTED -- REWRITE ERROR'
                       NOT INVALID KEY
                           MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY
                           DISPLAY 'COUNT POSTED, VARIANCE '
                               WS-VARIANCE-DISPLAY
                           MOVE 'C' TO WS-JOURNAL-TYPE
                           MOVE WS-VARIANCE TO WS-JOURNAL-QUANTITY
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
               ELSE
                   DISPLAY 'COUNT NOT POSTED'
               END-IF
           END-IF.

           ACCEPT-MOVEMENT-DATE.
           DISPLAY 'DATE (YYYY-MM-DD, BLANK FOR TODAY):'.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-TODAYS-DATE TO WS-ENTRY-DATE
           ELSE
               MOVE 'VL' TO WS-DS-FUNCTION
               MOVE WS-ENTRY-DATE TO WS-DS-DATE-1
               CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               IF WS-DS-STATUS NOT = 0
                   DISPLAY 'INVALID DATE ' WS-ENTRY-DATE
                   MOVE 0 TO WS-ENTRY-IS-VALID
               ELSE
                   IF WS-ENTRY-DATE > WS-TODAYS-DATE
                       DISPLAY 'DATE IS IN THE FUTURE'
                       MOVE 0 TO WS-ENTRY-IS-VALID
                   END-IF
               END-IF
           END-IF.

           FIND-POSTED-NOTE.
           MOVE 0 TO WS-NOTE-WAS-POSTED.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           OPEN INPUT F-JOURNAL-FILE.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-JOURNAL-FILE
                   NOT AT END
                       IF RC-STJ-IS-RECEIPT
                       AND RC-STJ-VENDOR = RC-STK-VENDOR
                       AND RC-STJ-OCCASION = RC-STK-OCCASION
                       AND RC-STJ-REFERENCE = WS-ENTRY-REFERENCE
                           MOVE 1 TO WS-NOTE-WAS-POSTED
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL-FILE.

           LIST-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           MOVE LOW-VALUES TO RC-STK-KEY.
           START F-LEDGER-FILE
               KEY IS >= RC-STK-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-LEDGER-FILE NEXT
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       PERFORM SHOW-ITEM
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-ITEM-COUNT = 0
               DISPLAY 'NO STOCK ITEMS ON FILE'
           END-IF.

           SHOW-ITEM.
           MOVE RC-STK-ON-HAND TO WS-ON-HAND-DISPLAY.
           DISPLAY 'VENDOR ' RC-STK-VENDOR ' ' RC-STK-OCCASION ' '
               RC-STK-DESCRIPTION.
           DISPLAY '  ON HAND ' WS-ON-HAND-DISPLAY ' REORDER POINT '
               RC-STK-REORDER-POINT ' LEAD ' RC-STK-LEAD-DAYS
               ' SAFETY ' RC-STK-SAFETY-DAYS.
           DISPLAY '  LAST RECEIPT ' RC-STK-LAST-RECEIPT-DATE
               ' LAST COUNT ' RC-STK-LAST-COUNT-DATE
               ' USAGE POSTED TO ' RC-STK-LAST-POSTED-DATE.

           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-STOCK-JOURNAL-RECORD.
           MOVE WS-ENTRY-DATE TO RC-STJ-DATE.
           MOVE RC-STK-VENDOR TO RC-STJ-VENDOR.
           MOVE RC-STK-OCCASION TO RC-STJ-OCCASION.
           MOVE WS-JOURNAL-TYPE TO RC-STJ-TYPE.
           MOVE WS-JOURNAL-QUANTITY TO RC-STJ-QUANTITY.
           MOVE RC-STK-ON-HAND TO RC-STJ-ON-HAND.
           MOVE WS-ENTRY-REFERENCE TO RC-STJ-REFERENCE.
           MOVE WS-OPERATOR-ID TO RC-STJ-OPERATOR.
           WRITE RC-STOCK-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.
