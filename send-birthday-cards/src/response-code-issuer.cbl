       IDENTIFICATION DIVISION.
       PROGRAM-ID. response-code-issuer.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RESP-CODE
                   FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT OPTIONAL F-SEQUENCE-FILE
                   ASSIGN TO 'response-code-seq.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
           FD F-SEQUENCE-FILE.
           01 RC-SEQUENCE-RECORD PIC 9(9).
           WORKING-STORAGE SECTION.
           01 WS-RESPONSE-STATUS PIC XX.
           01 WS-LEDGER-IS-OPEN PIC 9 VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LAST-SEQUENCE PIC 9(9) VALUE 0.
           01 WS-CODE-DIGITS PIC 9(9).
           01 WS-CODE-SUB PIC 99.
           01 WS-DIGIT-SUM PIC 9(3).
           01 WS-CHECK-DIGIT PIC 9.
           01 WS-CODE-WRITTEN PIC 9.
           01 WS-CODE-TRIES PIC 9(5).
           LINKAGE SECTION.
           01 LS-RESP-FUNCTION PIC X.
           COPY "response-code-record.cpy"
               REPLACING LEADING ==RC== BY ==LS==.
           01 LS-RESP-RESULT PIC 9.
       PROCEDURE DIVISION USING LS-RESP-FUNCTION LS-RESPONSE-RECORD
           LS-RESP-RESULT.

      *    Issues the response/offer codes printed on cards and
      *    carried in e-notifications.  Function O opens the ledger
      *    for the run, I issues one code (the caller fills customer,
      *    run date, occasion, variant, channel and state; the code
      *    comes back in LS-RESP-CODE), C closes the ledger and saves
      *    the sequence.  A code is a nine-digit running sequence
      *    plus a weighted check digit, so a mistyped code at the
      *    till fails the check instead of crediting someone else's
      *    card.  A code already on the ledger (sequence file lost or
      *    restored from an old copy) is skipped, never reissued.
           MOVE 0 TO LS-RESP-RESULT.
           EVALUATE LS-RESP-FUNCTION
               WHEN 'O'
                   PERFORM OPEN-LEDGER
               WHEN 'I'
                   PERFORM ISSUE-RESPONSE-CODE
               WHEN 'C'
                   PERFORM CLOSE-LEDGER
               WHEN OTHER
                   MOVE 9 TO LS-RESP-RESULT
           END-EVALUATE.
           GOBACK.

           OPEN-LEDGER.
           IF WS-LEDGER-IS-OPEN = 0
               MOVE 0 TO WS-LAST-SEQUENCE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-SEQUENCE-FILE
               READ F-SEQUENCE-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
               CLOSE F-SEQUENCE-FILE
               IF WS-FILE-IS-ENDED = 0
               AND RC-SEQUENCE-RECORD IS NUMERIC
                   MOVE RC-SEQUENCE-RECORD TO WS-LAST-SEQUENCE
               END-IF
               OPEN I-O F-RESPONSE-FILE
               IF WS-RESPONSE-STATUS(1:1) NOT = '0'
                   DISPLAY 'response-code-issuer: response-codes.dat '
                       'open failed, status ' WS-RESPONSE-STATUS
                   MOVE 8 TO LS-RESP-RESULT
               ELSE
                   MOVE 1 TO WS-LEDGER-IS-OPEN
               END-IF
           END-IF.

           ISSUE-RESPONSE-CODE.
           MOVE SPACES TO LS-RESP-CODE.
           IF WS-LEDGER-IS-OPEN = 0
               PERFORM OPEN-LEDGER
           END-IF.
           IF WS-LEDGER-IS-OPEN = 1
               MOVE 0 TO WS-CODE-WRITTEN
               MOVE 0 TO WS-CODE-TRIES
               PERFORM UNTIL WS-CODE-WRITTEN = 1
                   OR WS-CODE-TRIES >= 99999
                   ADD 1 TO WS-LAST-SEQUENCE
                   ADD 1 TO WS-CODE-TRIES
                   PERFORM BUILD-RESPONSE-CODE
                   MOVE LS-RESPONSE-RECORD TO RC-RESPONSE-RECORD
                   MOVE SPACES TO RC-RESP-REDEEMED-DATE
                   MOVE SPACES TO RC-RESP-REFERENCE
                   WRITE RC-RESPONSE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-CODE-WRITTEN
                   END-WRITE
               END-PERFORM
               IF WS-CODE-WRITTEN = 0
                   MOVE SPACES TO LS-RESP-CODE
                   MOVE 8 TO LS-RESP-RESULT
               END-IF
           ELSE
               MOVE 8 TO LS-RESP-RESULT
           END-IF.

      *    Weights 3,1,3,1... left to right over the nine sequence
      *    digits; the check digit brings the weighted sum to a
      *    multiple of ten, which also catches swapped neighbours.
           BUILD-RESPONSE-CODE.
           MOVE WS-LAST-SEQUENCE TO WS-CODE-DIGITS.
           MOVE 0 TO WS-DIGIT-SUM.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > 9
               IF FUNCTION MOD(WS-CODE-SUB 2) = 1
                   COMPUTE WS-DIGIT-SUM = WS-DIGIT-SUM + 3 *
                       FUNCTION NUMVAL(WS-CODE-DIGITS(WS-CODE-SUB:1))
               ELSE
                   COMPUTE WS-DIGIT-SUM = WS-DIGIT-SUM +
                       FUNCTION NUMVAL(WS-CODE-DIGITS(WS-CODE-SUB:1))
               END-IF
           END-PERFORM.
           COMPUTE WS-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-DIGIT-SUM 10) 10).
           MOVE WS-CODE-DIGITS TO LS-RESP-CODE(1:9).
           MOVE WS-CHECK-DIGIT TO LS-RESP-CODE(10:1).

           CLOSE-LEDGER.
           IF WS-LEDGER-IS-OPEN = 1
               CLOSE F-RESPONSE-FILE
               MOVE 0 TO WS-LEDGER-IS-OPEN
               OPEN OUTPUT F-SEQUENCE-FILE
               MOVE WS-LAST-SEQUENCE TO RC-SEQUENCE-RECORD
               WRITE RC-SEQUENCE-RECORD
               CLOSE F-SEQUENCE-FILE
           END-IF.
