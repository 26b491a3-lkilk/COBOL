       IDENTIFICATION DIVISION.
       PROGRAM-ID. postal-tracing-import.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-TRACING-FILE
                   ASSIGN TO 'postal-tracing.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RESP-CODE
                   FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-HIST-KEY
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT F-REJECT-FILE
                   ASSIGN TO 'tracing-rejects.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    The postal service's piece-level scan feed: one record per
      *    scan of a barcoded piece, giving the delivery-point digits
      *    and piece serial read off the barcode line, the day of the
      *    scan, the scan event (DLV is the delivery scan; ACC, PRC,
      *    OFD and the rest are acceptance, processing, out for
      *    delivery and so on) and the ZIP of the scanning facility.
           FD F-TRACING-FILE.
           01 RC-TRACING-RECORD.
               05 RC-TRACE-DELIVERY-POINT PIC X(12).
               05 FILLER PIC X.
               05 RC-TRACE-SERIAL PIC X(10).
               05 FILLER PIC X.
               05 RC-TRACE-SCAN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-TRACE-EVENT PIC X(3).
                   88 RC-TRACE-IS-DELIVERED VALUE 'DLV'.
               05 FILLER PIC X.
               05 RC-TRACE-FACILITY-ZIP PIC X(5).
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-REJECT-FILE.
           01 RC-REJECT-RECORD.
               05 RC-REJECT-SERIAL PIC X(10).
               05 FILLER PIC X.
               05 RC-REJECT-SCAN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REJECT-EVENT PIC X(3).
               05 FILLER PIC X.
               05 RC-REJECT-REASON PIC X(24).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RESPONSE-STATUS PIC XX.
               88 WS-RESPONSE-FOUND VALUE '00'.
           01 WS-HISTORY-STATUS PIC XX.
               88 WS-HISTORY-FOUND VALUE '00'.
           01 WS-CODE-SUB PIC 99.
           01 WS-DIGIT-SUM PIC 9(3).
           01 WS-CHECK-DIGIT PIC 9.
           01 WS-CODE-IS-VALID PIC 9.
           01 WS-REJECT-REASON PIC X(24).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-READ-COUNT PIC 9(6).
           01 WS-MATCHED-COUNT PIC 9(6).
           01 WS-DELIVERED-COUNT PIC 9(6).
           01 WS-REJECTED-COUNT PIC 9(6).
       PROCEDURE DIVISION.

      *    Records where the postal service last saw each card and
      *    the day it was delivered.  The serial on each scan is the
      *    card's response code (print-image-builder puts it on the
      *    barcode line), so the response-code ledger gives the
      *    customer, run date and occasion, and those are the key of
      *    the card's history record.  The latest scan replaces the
      *    last-scan fields; a scan dated before the one already
      *    recorded (the feed resends) leaves them alone.  The first
      *    DLV scan sets the delivered date.  A serial that fails its
      *    check digit, was never issued, belongs to an e-mail or a
      *    text, or has no history record, and a scan dated before
      *    the card was mailed, goes to the reject file instead.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-MATCHED-COUNT.
           MOVE 0 TO WS-DELIVERED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRACING-FILE.
           OPEN INPUT F-RESPONSE-FILE.
           IF WS-RESPONSE-STATUS(1:1) NOT = '0'
               DISPLAY 'postal-tracing-import: response-codes.dat '
                   'open failed, status ' WS-RESPONSE-STATUS
               CLOSE F-TRACING-FILE
               GOBACK
           END-IF.
           OPEN I-O F-HISTORY-FILE.
           IF WS-HISTORY-STATUS(1:1) NOT = '0'
               DISPLAY 'postal-tracing-import: card-history.dat '
                   'open failed, status ' WS-HISTORY-STATUS
               CLOSE F-RESPONSE-FILE
               CLOSE F-TRACING-FILE
               GOBACK
           END-IF.
           OPEN EXTEND F-REJECT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRACING-FILE
                   NOT AT END
                       IF RC-TRACING-RECORD NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM MATCH-ONE-SCAN
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REJECT-FILE.
           CLOSE F-HISTORY-FILE.
           CLOSE F-RESPONSE-FILE.
           CLOSE F-TRACING-FILE.
           DISPLAY 'postal-tracing-import: ' WS-READ-COUNT ' read, '
               WS-MATCHED-COUNT ' matched, '
               WS-DELIVERED-COUNT ' delivered, '
               WS-REJECTED-COUNT ' rejected'.
           GOBACK.

           MATCH-ONE-SCAN.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF WS-CODE-IS-VALID = 0
               MOVE 'BAD CHECK DIGIT' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
           ELSE
               MOVE RC-TRACE-SERIAL TO RC-RESP-CODE
               READ F-RESPONSE-FILE
                   KEY IS RC-RESP-CODE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-RESPONSE-FOUND
                   MOVE 'SERIAL NOT ISSUED' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   IF RC-RESP-CHANNEL NOT = 'C'
                       MOVE 'SERIAL IS NOT A CARD' TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       PERFORM FIND-CARD-HISTORY
                   END-IF
               END-IF
           END-IF.

           FIND-CARD-HISTORY.
           MOVE 'VL' TO WS-DS-FUNCTION.
           MOVE RC-TRACE-SCAN-DATE TO WS-DS-DATE-1.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS NOT = 0
               MOVE 'INVALID SCAN DATE' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
           ELSE
               IF RC-TRACE-SCAN-DATE < RC-RESP-RUN-DATE
                   MOVE 'SCANNED BEFORE MAILING' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   MOVE RC-RESP-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID
                   MOVE RC-RESP-RUN-DATE TO RC-HIST-RUN-DATE
                   MOVE RC-RESP-OCCASION TO RC-HIST-OCCASION
                   READ F-HISTORY-FILE
                       KEY IS RC-HIST-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF NOT WS-HISTORY-FOUND
                       MOVE 'NO CARD HISTORY' TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       PERFORM RECORD-SCAN
                   END-IF
               END-IF
           END-IF.

      *    Same 3,1,3,1... weighting response-code-issuer used to
      *    build the code; the ten digits must sum to a multiple of
      *    ten.
           VALIDATE-CHECK-DIGIT.
           MOVE 0 TO WS-CODE-IS-VALID.
           IF RC-TRACE-SERIAL IS NUMERIC
               MOVE 0 TO WS-DIGIT-SUM
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 9
                   IF FUNCTION MOD(WS-CODE-SUB 2) = 1
                       COMPUTE WS-DIGIT-SUM = WS-DIGIT-SUM + 3 *
                           FUNCTION NUMVAL(
                               RC-TRACE-SERIAL(WS-CODE-SUB:1))
                   ELSE
                       COMPUTE WS-DIGIT-SUM = WS-DIGIT-SUM +
                           FUNCTION NUMVAL(
                               RC-TRACE-SERIAL(WS-CODE-SUB:1))
                   END-IF
               END-PERFORM
               COMPUTE WS-CHECK-DIGIT =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-DIGIT-SUM 10) 10)
               IF RC-TRACE-SERIAL(10:1) = WS-CHECK-DIGIT
                   MOVE 1 TO WS-CODE-IS-VALID
               END-IF
           END-IF.

           RECORD-SCAN.
           IF RC-TRACE-SCAN-DATE >= RC-HIST-LAST-SCAN-DATE
               MOVE RC-TRACE-SCAN-DATE TO RC-HIST-LAST-SCAN-DATE
               MOVE RC-TRACE-EVENT TO RC-HIST-LAST-SCAN-EVENT
               MOVE RC-TRACE-FACILITY-ZIP TO RC-HIST-LAST-SCAN-ZIP
           END-IF.
           IF RC-TRACE-IS-DELIVERED
           AND RC-HIST-DELIVERED-DATE = SPACES
               MOVE RC-TRACE-SCAN-DATE TO RC-HIST-DELIVERED-DATE
               ADD 1 TO WS-DELIVERED-COUNT
           END-IF.
           REWRITE RC-HISTORY-RECORD
               INVALID KEY
                   MOVE 'HISTORY REWRITE FAILED' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-MATCHED-COUNT
           END-REWRITE.

           WRITE-REJECT.
           MOVE SPACES TO RC-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO RC-REJECT-REASON.
           MOVE RC-TRACE-SERIAL TO RC-REJECT-SERIAL.
           MOVE RC-TRACE-SCAN-DATE TO RC-REJECT-SCAN-DATE.
           MOVE RC-TRACE-EVENT TO RC-REJECT-EVENT.
           WRITE RC-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
