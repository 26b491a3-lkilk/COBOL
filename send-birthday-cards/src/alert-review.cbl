       IDENTIFICATION DIVISION.
       PROGRAM-ID. alert-review.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-ALERT-QUEUE-FILE
                   ASSIGN TO 'alert-queue.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-ALERT-QUEUE-FILE.
           COPY "alert-record.cpy".
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REVIEW-IS-DONE PIC 9.
           01 WS-ACTION-CODE PIC X.
               88 WS-ACTION-IS-ACKNOWLEDGE VALUE 'A' 'a'.
               88 WS-ACTION-IS-RESOLVE VALUE 'R' 'r'.
               88 WS-ACTION-IS-SKIP VALUE 'S' 's'.
               88 WS-ACTION-IS-QUIT VALUE 'Q' 'q'.
           01 WS-NOTE PIC X(60).
           01 WS-ACKED-COUNT PIC 9(4).
           01 WS-RESOLVED-COUNT PIC 9(4).
           01 WS-WAITING-COUNT PIC 9(5).
           01 WS-QUEUE-SUB PIC 9(5).
           01 WS-LOAD-TRUNCATED PIC 9.
           01 WS-QUEUE-COUNT PIC 9(5) VALUE 0.
           01 WS-QUEUE-TABLE.
               05 WS-QUEUE-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-QUEUE-COUNT.
                   10 WS-QUEUE-IMAGE PIC X(384).
      *    Severities are worked high first.
           01 WS-SEVERITY-ORDER PIC X(3) VALUE 'HML'.
           01 WS-SEVERITY-SUB PIC 9.
           01 WS-DECIDED-SUB PIC 9(4).
           01 WS-DECIDED-COUNT PIC 9(4) VALUE 0.
           01 WS-DECIDED-TABLE.
               05 WS-DECIDED-ENTRY OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-DECIDED-COUNT.
                   10 WS-DECIDED-IMAGE PIC X(384).
           COPY "alert-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
       PROCEDURE DIVISION.

      *    Works the operations alert queue alert-collector raises.
      *    The open and acknowledged alerts are listed, then shown
      *    one at a time, high severity first, for the operator to
      *    acknowledge (someone has it in hand -- this is what stops
      *    a high alert being escalated) or resolve, each with a
      *    note.  A resolution needs a note; resolving an alert
      *    nobody acknowledged acknowledges it too.
           PERFORM LOAD-ALERT-QUEUE.
           MOVE 0 TO WS-WAITING-COUNT.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               MOVE WS-QUEUE-IMAGE(WS-QUEUE-SUB) TO RC-ALERT-RECORD
               IF NOT RC-ALERT-IS-RESOLVED
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-PERFORM.
           IF WS-WAITING-COUNT = 0
               DISPLAY 'alert-review: no open alerts'
               GOBACK
           END-IF.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'alert-review: an operator ID is required '
                   '-- session refused'
               GOBACK
           END-IF.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'alert-review' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR alert-review -- REFUSED'
               GOBACK
           END-IF.
           PERFORM LIST-OPEN-ALERTS.
           MOVE 0 TO WS-ACKED-COUNT.
           MOVE 0 TO WS-RESOLVED-COUNT.
           MOVE 0 TO WS-DECIDED-COUNT.
           MOVE 0 TO WS-REVIEW-IS-DONE.
           PERFORM REVIEW-ONE-SEVERITY
               VARYING WS-SEVERITY-SUB FROM 1 BY 1
               UNTIL WS-SEVERITY-SUB > 3
               OR WS-REVIEW-IS-DONE = 1.
           PERFORM REWRITE-ALERT-QUEUE.
           DISPLAY 'alert-review: ' WS-ACKED-COUNT
               ' acknowledged, ' WS-RESOLVED-COUNT ' resolved'.
           GOBACK.

           LOAD-ALERT-QUEUE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOAD-TRUNCATED.
           MOVE 0 TO WS-QUEUE-COUNT.
           OPEN INPUT F-ALERT-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ALERT-QUEUE-FILE
                   NOT AT END
                       IF WS-QUEUE-COUNT < 5000
                           ADD 1 TO WS-QUEUE-COUNT
                           MOVE RC-ALERT-RECORD
                               TO WS-QUEUE-IMAGE(WS-QUEUE-COUNT)
                       ELSE
                           DISPLAY 'alert-review: more than 5000 '
                               'alerts -- archive resolved alerts '
                               'and rerun'
                           MOVE 1 TO WS-LOAD-TRUNCATED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ALERT-QUEUE-FILE.

           LIST-OPEN-ALERTS.
           DISPLAY ' '.
           DISPLAY WS-WAITING-COUNT ' ALERT(S) NOT RESOLVED:'.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               MOVE WS-QUEUE-IMAGE(WS-QUEUE-SUB) TO RC-ALERT-RECORD
               IF NOT RC-ALERT-IS-RESOLVED
                   DISPLAY RC-ALERT-ID ' ' RC-ALERT-SEVERITY ' '
                       RC-ALERT-SOURCE ' ' RC-ALERT-RUN-DATE ' '
                       RC-ALERT-STATUS ' ' RC-ALERT-TEXT(1:40)
               END-IF
           END-PERFORM.

           REVIEW-ONE-SEVERITY.
           PERFORM REVIEW-ONE-ALERT
               VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               OR WS-REVIEW-IS-DONE = 1.

           REVIEW-ONE-ALERT.
           MOVE WS-QUEUE-IMAGE(WS-QUEUE-SUB) TO RC-ALERT-RECORD.
           IF RC-ALERT-IS-RESOLVED
           OR RC-ALERT-SEVERITY NOT =
               WS-SEVERITY-ORDER(WS-SEVERITY-SUB:1)
               CONTINUE
           ELSE
               DISPLAY ' '
               DISPLAY 'ALERT ' RC-ALERT-ID '  SEVERITY '
                   RC-ALERT-SEVERITY '  SOURCE ' RC-ALERT-SOURCE
                   '  DATE ' RC-ALERT-RUN-DATE
               DISPLAY RC-ALERT-TEXT
               DISPLAY 'RAISED AT ' RC-ALERT-RAISED-STAMP
               IF RC-ALERT-WAS-ESCALATED
                   DISPLAY 'ESCALATED AT ' RC-ALERT-ESCALATED-STAMP
               END-IF
               IF RC-ALERT-IS-ACKED
                   DISPLAY 'ACKNOWLEDGED BY ' RC-ALERT-ACK-BY ' AT '
                       RC-ALERT-ACK-STAMP ': ' RC-ALERT-ACK-NOTE
               END-IF
               DISPLAY 'A)CKNOWLEDGE  R)ESOLVE  S)KIP  Q)UIT'
               ACCEPT WS-ACTION-CODE
               MOVE 0 TO WS-AUTH-RESULT
               IF WS-ACTION-IS-ACKNOWLEDGE OR WS-ACTION-IS-RESOLVE
                   MOVE 'F' TO WS-AUTH-FUNCTION
                   MOVE WS-ACTION-CODE TO WS-AUTH-CODE
                   CALL 'operator-authority' USING WS-AUTH-FUNCTION
                       WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
                       WS-AUTH-RESULT
               END-IF
               EVALUATE TRUE
                   WHEN WS-AUTH-RESULT NOT = 0
                       DISPLAY 'NOT AUTHORIZED FOR THAT ACTION'
                   WHEN WS-ACTION-IS-ACKNOWLEDGE
                       PERFORM ACKNOWLEDGE-ONE-ALERT
                   WHEN WS-ACTION-IS-RESOLVE
                       PERFORM RESOLVE-ONE-ALERT
                   WHEN WS-ACTION-IS-QUIT
                       MOVE 1 TO WS-REVIEW-IS-DONE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           ACKNOWLEDGE-ONE-ALERT.
           IF RC-ALERT-IS-ACKED
               DISPLAY 'ALREADY ACKNOWLEDGED'
           ELSE
               DISPLAY 'ACKNOWLEDGEMENT NOTE:'
               ACCEPT WS-NOTE
               MOVE 'ACKED' TO RC-ALERT-STATUS
               MOVE WS-OPERATOR-ID TO RC-ALERT-ACK-BY
               MOVE FUNCTION CURRENT-DATE(1:14) TO RC-ALERT-ACK-STAMP
               MOVE WS-NOTE TO RC-ALERT-ACK-NOTE
               PERFORM RECORD-DECISION
               ADD 1 TO WS-ACKED-COUNT
               DISPLAY 'ALERT ACKNOWLEDGED'
           END-IF.

           RESOLVE-ONE-ALERT.
           DISPLAY 'RESOLUTION NOTE:'.
           ACCEPT WS-NOTE.
           IF WS-NOTE = SPACES
               DISPLAY 'A RESOLUTION NOTE IS REQUIRED -- NOT RESOLVED'
           ELSE
               IF RC-ALERT-ACK-BY = SPACES
                   MOVE WS-OPERATOR-ID TO RC-ALERT-ACK-BY
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO RC-ALERT-ACK-STAMP
               END-IF
               MOVE 'RESOLVED' TO RC-ALERT-STATUS
               MOVE WS-OPERATOR-ID TO RC-ALERT-RESOLVED-BY
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO RC-ALERT-RESOLVED-STAMP
               MOVE WS-NOTE TO RC-ALERT-RESOLUTION
               PERFORM RECORD-DECISION
               ADD 1 TO WS-RESOLVED-COUNT
               DISPLAY 'ALERT RESOLVED'
           END-IF.

      *    Each decision is kept apart from the loaded queue as well,
      *    so it can be laid over the queue as it stands at the end
      *    of the session.
           RECORD-DECISION.
           MOVE RC-ALERT-RECORD TO WS-QUEUE-IMAGE(WS-QUEUE-SUB).
           IF WS-DECIDED-COUNT < 1000
               ADD 1 TO WS-DECIDED-COUNT
               MOVE RC-ALERT-RECORD
                   TO WS-DECIDED-IMAGE(WS-DECIDED-COUNT)
           ELSE
               DISPLAY 'SESSION HOLDS 1000 DECISIONS -- QUIT AND '
                   'START A NEW SESSION'
               MOVE 1 TO WS-REVIEW-IS-DONE
           END-IF.

      *    alert-collector may have run while the session was open,
      *    raising alerts or escalating one on screen.  The queue is
      *    read again and the session's decisions laid over it by
      *    alert number, an escalation made meanwhile kept, before it
      *    is rewritten; nothing the collector did is lost.  When the
      *    file is past the table the decisions are not saved.
           REWRITE-ALERT-QUEUE.
           PERFORM LOAD-ALERT-QUEUE.
           IF WS-LOAD-TRUNCATED = 1
               DISPLAY 'alert-review: queue NOT rewritten -- alerts '
                   'past 5000 would be lost; decisions not saved '
                   'this session'
           ELSE
               PERFORM APPLY-ONE-DECISION
                   VARYING WS-DECIDED-SUB FROM 1 BY 1
                   UNTIL WS-DECIDED-SUB > WS-DECIDED-COUNT
               OPEN OUTPUT F-ALERT-QUEUE-FILE
               PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
                   MOVE WS-QUEUE-IMAGE(WS-QUEUE-SUB)
                       TO RC-ALERT-RECORD
                   WRITE RC-ALERT-RECORD
                   END-WRITE
               END-PERFORM
               CLOSE F-ALERT-QUEUE-FILE
           END-IF.

           APPLY-ONE-DECISION.
           MOVE WS-DECIDED-IMAGE(WS-DECIDED-SUB) TO WS-ALERT-RECORD.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               MOVE WS-QUEUE-IMAGE(WS-QUEUE-SUB) TO RC-ALERT-RECORD
               IF RC-ALERT-ID = WS-ALERT-ID
                   IF RC-ALERT-WAS-ESCALATED
                       MOVE RC-ALERT-ESCALATED TO WS-ALERT-ESCALATED
                       MOVE RC-ALERT-ESCALATED-STAMP
                           TO WS-ALERT-ESCALATED-STAMP
                   END-IF
                   MOVE WS-ALERT-RECORD
                       TO WS-QUEUE-IMAGE(WS-QUEUE-SUB)
               END-IF
           END-PERFORM.
