       IDENTIFICATION DIVISION.
       PROGRAM-ID. redemption-feed.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-REDEMPTION-FILE
                   ASSIGN TO 'redemption-feed.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RESP-CODE
                   FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT F-MATCHED-FILE
                   ASSIGN TO 'redemption-matched.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REJECT-FILE
                   ASSIGN TO 'redemption-rejects.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    What marketing's point-of-sale system sends back: the
      *    code the customer presented, the day it was presented,
      *    and the till's own transaction reference.
           FD F-REDEMPTION-FILE.
           01 RC-REDEMPTION-RECORD.
               05 RC-REDEEM-CODE PIC X(10).
               05 FILLER PIC X.
               05 RC-REDEEM-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REDEEM-REFERENCE PIC X(20).
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
           FD F-MATCHED-FILE.
           01 RC-MATCHED-RECORD.
               05 RC-MATCH-CODE PIC X(10).
               05 FILLER PIC X.
               05 RC-MATCH-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X.
               05 RC-MATCH-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-MATCH-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-MATCH-VARIANT PIC X.
               05 FILLER PIC X.
               05 RC-MATCH-CHANNEL PIC X.
               05 FILLER PIC X.
               05 RC-MATCH-STATE PIC X(2).
               05 FILLER PIC X.
               05 RC-MATCH-REDEEMED-DATE PIC X(10).
           FD F-REJECT-FILE.
           01 RC-REJECT-RECORD.
               05 RC-REJECT-CODE PIC X(10).
               05 FILLER PIC X.
               05 RC-REJECT-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REJECT-REFERENCE PIC X(20).
               05 FILLER PIC X.
               05 RC-REJECT-REASON PIC X(24).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RESPONSE-STATUS PIC XX.
               88 WS-RESPONSE-FOUND VALUE '00'.
           01 WS-CODE-SUB PIC 99.
           01 WS-DIGIT-SUM PIC 9(3).
           01 WS-CHECK-DIGIT PIC 9.
           01 WS-CODE-IS-VALID PIC 9.
           01 WS-REJECT-REASON PIC X(24).
           01 WS-READ-COUNT PIC 9(6).
           01 WS-MATCHED-COUNT PIC 9(6).
           01 WS-REJECTED-COUNT PIC 9(6).
       PROCEDURE DIVISION.

      *    Closes the loop on the response/offer codes printed on
      *    cards and carried in e-notifications.  Each code the till
      *    sends back is check-digit tested, then looked up on the
      *    response-code ledger; a match is stamped with the day it
      *    was redeemed and the till reference, which is what the
      *    response-rate report counts.  A code that fails the check
      *    digit, is not on the ledger, or was already redeemed goes
      *    to the reject file with the reason instead -- a second
      *    redemption of the same code is a till or fraud question,
      *    not a second response.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-MATCHED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REDEMPTION-FILE.
           OPEN I-O F-RESPONSE-FILE.
           IF WS-RESPONSE-STATUS(1:1) NOT = '0'
               DISPLAY 'redemption-feed: response-codes.dat open '
                   'failed, status ' WS-RESPONSE-STATUS
               CLOSE F-REDEMPTION-FILE
               GOBACK
           END-IF.
           OPEN EXTEND F-MATCHED-FILE.
           OPEN EXTEND F-REJECT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REDEMPTION-FILE
                   NOT AT END
                       IF RC-REDEMPTION-RECORD NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM MATCH-ONE-REDEMPTION
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REJECT-FILE.
           CLOSE F-MATCHED-FILE.
           CLOSE F-RESPONSE-FILE.
           CLOSE F-REDEMPTION-FILE.
           DISPLAY 'redemption-feed: ' WS-READ-COUNT ' read, '
               WS-MATCHED-COUNT ' matched, '
               WS-REJECTED-COUNT ' rejected'.
           GOBACK.

           MATCH-ONE-REDEMPTION.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CODE-IS-VALID = 0
               MOVE 'BAD CHECK DIGIT' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
           ELSE
               MOVE RC-REDEEM-CODE TO RC-RESP-CODE
               READ F-RESPONSE-FILE
                   KEY IS RC-RESP-CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-RESPONSE-FOUND
                   MOVE 'CODE NOT ISSUED' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   IF RC-RESP-REDEEMED-DATE NOT = SPACES
                       MOVE 'ALREADY REDEEMED' TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       PERFORM RECORD-REDEMPTION
                   END-IF
               END-IF
           END-IF.

      *    Same 3,1,3,1... weighting response-code-issuer used to
      *    build the code; the ten digits must sum to a multiple of
      *    ten.
           VALIDATE-CHECK-DIGIT.
           MOVE 0 TO WS-CODE-IS-VALID.
           IF RC-REDEEM-CODE IS NUMERIC
               MOVE 0 TO WS-DIGIT-SUM
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 9
                   IF FUNCTION MOD(WS-CODE-SUB 2) = 1
                       COMPUTE WS-DIGIT-SUM = WS-DIGIT-SUM + 3 *
                           FUNCTION NUMVAL(
                               RC-REDEEM-CODE(WS-CODE-SUB:1))
                   ELSE
                       COMPUTE WS-DIGIT-SUM = WS-DIGIT-SUM +
                           FUNCTION NUMVAL(
                               RC-REDEEM-CODE(WS-CODE-SUB:1))
                   END-IF
               END-PERFORM
               COMPUTE WS-CHECK-DIGIT =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-DIGIT-SUM 10) 10)
               IF RC-REDEEM-CODE(10:1) = WS-CHECK-DIGIT
                   MOVE 1 TO WS-CODE-IS-VALID
               END-IF
           END-IF.

           RECORD-REDEMPTION.
           MOVE RC-REDEEM-DATE TO RC-RESP-REDEEMED-DATE.
           MOVE RC-REDEEM-REFERENCE TO RC-RESP-REFERENCE.
           REWRITE RC-RESPONSE-RECORD
               INVALID KEY
                   MOVE 'LEDGER REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               NOT INVALID KEY
                   MOVE SPACES TO RC-MATCHED-RECORD
                   MOVE RC-RESP-CODE TO RC-MATCH-CODE
                   MOVE RC-RESP-CUSTOMER-ID TO RC-MATCH-CUSTOMER-ID
                   MOVE RC-RESP-RUN-DATE TO RC-MATCH-RUN-DATE
                   MOVE RC-RESP-OCCASION TO RC-MATCH-OCCASION
                   MOVE RC-RESP-VARIANT TO RC-MATCH-VARIANT
                   MOVE RC-RESP-CHANNEL TO RC-MATCH-CHANNEL
                   MOVE RC-RESP-STATE TO RC-MATCH-STATE
                   MOVE RC-RESP-REDEEMED-DATE
                       TO RC-MATCH-REDEEMED-DATE
                   WRITE RC-MATCHED-RECORD
                   ADD 1 TO WS-MATCHED-COUNT
           END-REWRITE.

           WRITE-REJECT.
           MOVE SPACES TO RC-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO RC-REJECT-REASON.
           MOVE RC-REDEEM-CODE TO RC-REJECT-CODE.
           MOVE RC-REDEEM-DATE TO RC-REJECT-DATE.
           MOVE RC-REDEEM-REFERENCE TO RC-REJECT-REFERENCE.
           WRITE RC-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
