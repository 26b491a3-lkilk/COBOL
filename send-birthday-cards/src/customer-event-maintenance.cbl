       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-event-maintenance.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CUSTOMER-ID
                   FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL F-EVENT-FILE
                   ASSIGN TO 'customer-events.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-EVT-KEY
                   FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-EVENT-FILE.
           COPY "customer-event-record.cpy".

           WORKING-STORAGE SECTION.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-EVENT-STATUS PIC XX.
               88 WS-EVENT-FOUND VALUE '00'.
           01 WS-SESSION-IS-DONE PIC 9.
           01 WS-FUNCTION-CODE PIC X.
               88 WS-FUNCTION-IS-ADD VALUE 'A' 'a'.
               88 WS-FUNCTION-IS-CHANGE VALUE 'C' 'c'.
               88 WS-FUNCTION-IS-DELETE VALUE 'D' 'd'.
               88 WS-FUNCTION-IS-LIST VALUE 'L' 'l'.
               88 WS-FUNCTION-IS-QUIT VALUE 'Q' 'q'.
           01 WS-LOOKUP-ID PIC 9(6).
           01 WS-LOOKUP-TYPE PIC X(9).
               88 WS-TYPE-IS-BUILT-IN VALUE 'WEDDING' 'MEMORIAL'.
           01 WS-EVENT-COUNT PIC 9(3).
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-EVENT-IS-VALID PIC 9.
           01 WS-TODAY-YEAR PIC 9999.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-TODAYS-DATE PIC X(10).
       PROCEDURE DIVISION.

      *    Personal dates a customer gives the call center -- a
      *    wedding anniversary, the date a family member died --
      *    kept on customer-events.dat, one per event type.  The
      *    greeting pass sends a WEDDING card on each anniversary
      *    and holds all cards in the quiet period after a
      *    MEMORIAL date.  Other types are accepted for occasions
      *    marketing adds to occasion-rules.dat as personal-event
      *    rules (type P); a type with no rule is kept but never
      *    fires, and the operator is told so.  Nothing here
      *    touches customers.dat, so the master lock is not taken.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
               INTO WS-TODAYS-DATE
           END-STRING.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN I-O F-EVENT-FILE.
           IF WS-EVENT-STATUS(1:1) NOT = '0'
               DISPLAY 'CUSTOMER EVENTS FILE OPEN FAILED, STATUS '
                   WS-EVENT-STATUS
               CLOSE F-CUSTOMER-FILE
               GOBACK
           END-IF.
           MOVE 0 TO WS-SESSION-IS-DONE.
           PERFORM PROCESS-MENU UNTIL WS-SESSION-IS-DONE = 1.
           CLOSE F-EVENT-FILE.
           CLOSE F-CUSTOMER-FILE.
           GOBACK.

           PROCESS-MENU.
           DISPLAY 'CUSTOMER PERSONAL EVENT MAINTENANCE'.
           DISPLAY 'A)DD  C)HANGE  D)ELETE  L)IST  Q)UIT'.
           ACCEPT WS-FUNCTION-CODE.
           EVALUATE TRUE
               WHEN WS-FUNCTION-IS-ADD
                   PERFORM ADD-EVENT
               WHEN WS-FUNCTION-IS-CHANGE
                   PERFORM CHANGE-EVENT
               WHEN WS-FUNCTION-IS-DELETE
                   PERFORM DELETE-EVENT
               WHEN WS-FUNCTION-IS-LIST
                   PERFORM LIST-EVENTS
               WHEN WS-FUNCTION-IS-QUIT
                   MOVE 1 TO WS-SESSION-IS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED FUNCTION CODE'
           END-EVALUATE.

           READ-EVENT-CUSTOMER.
           DISPLAY 'CUSTOMER ID (6 DIGITS):'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               DISPLAY 'CUSTOMER: ' RC-CUSTOMER-NAME
           ELSE
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           END-IF.

           ACCEPT-EVENT-TYPE.
           DISPLAY 'EVENT TYPE (WEDDING, MEMORIAL, ...):'.
           ACCEPT WS-LOOKUP-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-TYPE) TO WS-LOOKUP-TYPE.

           ADD-EVENT.
           PERFORM READ-EVENT-CUSTOMER.
           IF WS-CUSTOMER-FOUND
               PERFORM ACCEPT-EVENT-TYPE
               IF WS-LOOKUP-TYPE = SPACES
                   DISPLAY 'EVENT TYPE IS REQUIRED'
               ELSE
                   MOVE SPACES TO RC-EVENT-RECORD
                   MOVE WS-LOOKUP-ID TO RC-EVT-CUSTOMER-ID
                   MOVE WS-LOOKUP-TYPE TO RC-EVT-TYPE
                   PERFORM ACCEPT-EVENT-DETAILS
                   MOVE WS-TODAYS-DATE TO RC-EVT-ADDED-DATE
                   IF WS-EVENT-IS-VALID = 1
                       WRITE RC-EVENT-RECORD
                           INVALID KEY
                               DISPLAY 'EVENT NOT ADDED -- CUSTOMER '
                                   'ALREADY HAS A ' WS-LOOKUP-TYPE
                                   ' EVENT'
                           NOT INVALID KEY
                               DISPLAY 'EVENT ADDED'
                               PERFORM WARN-IF-NOT-BUILT-IN
                       END-WRITE
                   ELSE
                       DISPLAY 'EVENT NOT ADDED'
                   END-IF
               END-IF
           END-IF.

           WARN-IF-NOT-BUILT-IN.
           IF NOT WS-TYPE-IS-BUILT-IN
               DISPLAY 'NOTE: ' WS-LOOKUP-TYPE ' SENDS A CARD ONLY '
                   'IF OCCASION-RULES.DAT HAS A TYPE P RULE FOR IT'
           END-IF.

           ACCEPT-EVENT-DETAILS.
           DISPLAY 'EVENT DATE YEAR (YYYY):'.
           ACCEPT RC-EVT-YEAR.
           DISPLAY 'EVENT DATE MONTH (MM):'.
           ACCEPT RC-EVT-MONTH.
           DISPLAY 'EVENT DATE DAY (DD):'.
           ACCEPT RC-EVT-DAY.
           MOVE '-' TO RC-EVT-DASH.
           MOVE '-' TO RC-EVT-SIGN.
           DISPLAY 'NAME LINE FOR THE CARD (BLANK FOR CUSTOMER '
               'NAME):'.
           ACCEPT RC-EVT-NAME-LINE.
           PERFORM VALIDATE-EVENT.

      *    Same date shape checks customer-maintenance applies to a
      *    DOB; an event has to have happened already.
           VALIDATE-EVENT.
           MOVE 1 TO WS-EVENT-IS-VALID.
           IF RC-EVT-YEAR IS NOT NUMERIC
           OR RC-EVT-MONTH IS NOT NUMERIC
           OR RC-EVT-DAY IS NOT NUMERIC
               DISPLAY 'INVALID EVENT DATE'
               MOVE 0 TO WS-EVENT-IS-VALID
           ELSE
               IF RC-EVT-MONTH < 1 OR RC-EVT-MONTH > 12
               OR RC-EVT-DAY < 1 OR RC-EVT-DAY > 31
               OR RC-EVT-YEAR < 1
                   DISPLAY 'INVALID EVENT DATE'
                   MOVE 0 TO WS-EVENT-IS-VALID
               ELSE
                   IF RC-EVT-DATE > WS-TODAYS-DATE
                       DISPLAY 'EVENT DATE IS IN THE FUTURE'
                       MOVE 0 TO WS-EVENT-IS-VALID
                   END-IF
               END-IF
           END-IF.

           READ-EVENT.
           PERFORM ACCEPT-EVENT-TYPE.
           MOVE WS-LOOKUP-ID TO RC-EVT-CUSTOMER-ID.
           MOVE WS-LOOKUP-TYPE TO RC-EVT-TYPE.
           READ F-EVENT-FILE
               KEY IS RC-EVT-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EVENT-FOUND
               DISPLAY 'EVENT: ' RC-EVT-TYPE ' ' RC-EVT-DATE ' '
                   RC-EVT-NAME-LINE
           ELSE
               DISPLAY 'NO MATCHING EVENT FOUND'
           END-IF.

           CHANGE-EVENT.
           PERFORM READ-EVENT-CUSTOMER.
           IF WS-CUSTOMER-FOUND
               PERFORM READ-EVENT
               IF WS-EVENT-FOUND
                   PERFORM ACCEPT-EVENT-DETAILS
                   IF WS-EVENT-IS-VALID = 1
                       REWRITE RC-EVENT-RECORD
                           INVALID KEY
                               DISPLAY 'EVENT NOT UPDATED -- '
                                   'REWRITE ERROR'
                           NOT INVALID KEY
                               DISPLAY 'EVENT UPDATED'
                       END-REWRITE
                   ELSE
                       DISPLAY 'EVENT NOT UPDATED'
                   END-IF
               END-IF
           END-IF.

           DELETE-EVENT.
           PERFORM READ-EVENT-CUSTOMER.
           IF WS-CUSTOMER-FOUND
               PERFORM READ-EVENT
               IF WS-EVENT-FOUND
                   DELETE F-EVENT-FILE
                       INVALID KEY
                           DISPLAY 'EVENT NOT DELETED -- '
                               'DELETE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'EVENT DELETED'
                   END-DELETE
               END-IF
           END-IF.

           LIST-EVENTS.
           PERFORM READ-EVENT-CUSTOMER.
           IF WS-CUSTOMER-FOUND
               MOVE 0 TO WS-EVENT-COUNT
               MOVE 0 TO WS-SCAN-IS-ENDED
               MOVE WS-LOOKUP-ID TO RC-EVT-CUSTOMER-ID
               MOVE LOW-VALUES TO RC-EVT-TYPE
               START F-EVENT-FILE
                   KEY IS >= RC-EVT-KEY
                   INVALID KEY
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-START
               PERFORM UNTIL WS-SCAN-IS-ENDED = 1
                   READ F-EVENT-FILE NEXT
                       NOT AT END
                           IF RC-EVT-CUSTOMER-ID NOT = WS-LOOKUP-ID
                               MOVE 1 TO WS-SCAN-IS-ENDED
                           ELSE
                               ADD 1 TO WS-EVENT-COUNT
                               DISPLAY RC-EVT-TYPE ' ' RC-EVT-DATE
                                   ' ' RC-EVT-NAME-LINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-SCAN-IS-ENDED
                   END-READ
               END-PERFORM
               IF WS-EVENT-COUNT = 0
                   DISPLAY 'NO EVENTS ON FILE'
               END-IF
           END-IF.
