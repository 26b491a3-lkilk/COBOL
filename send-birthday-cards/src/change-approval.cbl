       IDENTIFICATION DIVISION.
       PROGRAM-ID. change-approval.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-PENDING-FILE
                   ASSIGN TO 'pending-changes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PENDING-WORK-FILE
                   ASSIGN TO 'pending-changes.wrk'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT OPTIONAL F-ARCHIVE-FILE
                   ASSIGN TO 'pending-change-archive.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CUSTOMER-ID
                   FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PENDING-FILE.
           COPY "pending-change-record.cpy".
           FD F-PENDING-WORK-FILE.
           01 WRK-PENDING-RECORD PIC X(96).
           FD F-ARCHIVE-FILE.
           01 ARC-PENDING-RECORD PIC X(96).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-FUNCTION PIC X.
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-REVIEW-IS-DONE PIC 9.
           01 WS-ACTION-CODE PIC X.
               88 WS-ACTION-IS-APPROVE VALUE 'A' 'a'.
               88 WS-ACTION-IS-REJECT VALUE 'R' 'r'.
               88 WS-ACTION-IS-SKIP VALUE 'S' 's'.
               88 WS-ACTION-IS-QUIT VALUE 'Q' 'q'.
           01 WS-DOB-CHANGED PIC 9.
           01 WS-APPROVED-COUNT PIC 9(4).
           01 WS-REJECTED-COUNT PIC 9(4).
           01 WS-STALE-COUNT PIC 9(4).
           01 WS-OWN-COUNT PIC 9(4).
           01 WS-WAITING-COUNT PIC 9(4).
           01 WS-PENDING-SUB PIC 9(4).
           01 WS-LOAD-TRUNCATED PIC 9.
           01 WS-WORK-STATUS PIC XX.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-RETAIN-DAYS PIC 9(5).
           01 WS-ARCHIVE-CUTOFF PIC X(8).
           01 WS-ARCHIVED-COUNT PIC 9(5).
           01 WS-ARCHIVE-FAILED PIC 9.
           01 WS-SWAP-LIVE-NAME PIC X(44)
               VALUE 'pending-changes.dat'.
           01 WS-SWAP-WORK-NAME PIC X(44)
               VALUE 'pending-changes.wrk'.
           01 WS-SWAP-STATUS PIC 9(4) COMP-5.
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-CURRENT-VALUE PIC X(11).
           01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
           01 WS-PENDING-TABLE.
               05 WS-PENDING-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-PENDING-COUNT.
                   10 WS-PEND-IMAGE PIC X(96).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-BEFORE-IMAGE PIC X(500).
           01 WS-LOCK-FUNCTION PIC X.
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
       PROCEDURE DIVISION.

      *    Second half of dual control.  Each change customer-
      *    maintenance queued on pending-changes.dat is shown to an
      *    operator other than the one who keyed it, who approves or
      *    rejects it.  An approved change is applied to the master
      *    and journaled under the approver's ID (the keying operator
      *    stays on the queue record); a rejected one never touches
      *    the master.  Items keyed by the operator running the
      *    session are passed over untouched.  Decided items older
      *    than the retention period are moved off to the archive
      *    before the queue is loaded.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'change-approval: an operator ID is required '
                   '-- session refused'
               GOBACK
           END-IF.
      *    Only an operator granted this program on
      *    operator-authority.dat may run it; a refusal is logged as a
      *    security violation.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'change-approval' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR change-approval -- REFUSED'
               GOBACK
           END-IF.
      *    Approvals rewrite the live master, and customer-maintenance
      *    appends to the queue under the same update lock the batches
      *    take.  The lock is held from loading the queue until it is
      *    rewritten, so a change keyed meanwhile cannot be lost.
           MOVE 'A' TO WS-LOCK-FUNCTION.
           MOVE 'change-approval' TO WS-LOCK-HOLDER.
           CALL 'master-lock' USING WS-LOCK-FUNCTION WS-LOCK-HOLDER
               WS-LOCK-RESULT WS-LOCK-OWNER.
           IF WS-LOCK-RESULT NOT = 0
               DISPLAY 'CUSTOMER MASTER IS IN USE BY '
                   WS-LOCK-OWNER ' -- SESSION REFUSED'
               GOBACK
           END-IF.
           PERFORM ARCHIVE-DECIDED-ITEMS.
           IF WS-ARCHIVE-FAILED = 1
               PERFORM RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PENDING-FILE.
      *    Decisions on a partial queue could not be saved, so an
      *    approval would reach the master with no record of who
      *    made it.
           IF WS-LOAD-TRUNCATED = 1
               DISPLAY 'change-approval: queue over 2000 records -- '
                   'session refused, nothing decided; shorten '
                   'DECIDED-RETAIN-DAYS or work the queue down'
               PERFORM RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-WAITING-COUNT.
           PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
               MOVE WS-PEND-IMAGE(WS-PENDING-SUB) TO RC-PENDING-RECORD
               IF RC-PEND-IS-PENDING
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-PERFORM.
           IF WS-WAITING-COUNT = 0
               DISPLAY 'change-approval: no changes awaiting approval'
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           MOVE 0 TO WS-APPROVED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-STALE-COUNT.
           MOVE 0 TO WS-OWN-COUNT.
           MOVE 0 TO WS-DOB-CHANGED.
           MOVE 0 TO WS-REVIEW-IS-DONE.
           OPEN I-O F-CUSTOMER-FILE.
           PERFORM REVIEW-ONE-CHANGE
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
               OR WS-REVIEW-IS-DONE = 1.
           CLOSE F-CUSTOMER-FILE.
           PERFORM REWRITE-PENDING-FILE.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY 'change-approval: ' WS-APPROVED-COUNT
               ' approved, ' WS-REJECTED-COUNT ' rejected, '
               WS-STALE-COUNT ' stale, ' WS-OWN-COUNT
               ' of your own left for another operator'.
           IF WS-DOB-CHANGED = 1
               CALL 'dob-xref-builder'
           END-IF.
           GOBACK.

           RELEASE-MASTER-LOCK.
           MOVE 'R' TO WS-LOCK-FUNCTION.
           CALL 'master-lock' USING WS-LOCK-FUNCTION WS-LOCK-HOLDER
               WS-LOCK-RESULT WS-LOCK-OWNER.

      *    An approved, rejected or stale item stays on the queue
      *    for DECIDED-RETAIN-DAYS from the day it was decided (90
      *    when the parameter master sets none), then is appended to
      *    pending-change-archive.dat and copied no further.  The
      *    queue is copied through a work file that replaces it only
      *    when something was archived.  If the swap fails the queue
      *    is in the work file and the session is refused until it
      *    is renamed back.
           ARCHIVE-DECIDED-ITEMS.
           MOVE 0 TO WS-ARCHIVE-FAILED.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-TODAYS-DATE
           END-STRING.
           MOVE 90 TO WS-RETAIN-DAYS.
           MOVE 'change-approval' TO WS-PRQ-PROGRAM.
           MOVE 'DECIDED-RETAIN-DAYS' TO WS-PRQ-NAME.
           MOVE WS-TODAYS-DATE TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER > 0
               MOVE WS-PRQ-NUMBER TO WS-RETAIN-DAYS
           END-IF.
           MOVE 'AD' TO WS-DS-FUNCTION.
           MOVE WS-TODAYS-DATE TO WS-DS-DATE-1.
           COMPUTE WS-DS-DAYS = 0 - WS-RETAIN-DAYS.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS = 0
               MOVE SPACES TO WS-ARCHIVE-CUTOFF
               STRING WS-DS-DATE-2(1:4) WS-DS-DATE-2(6:2)
                   WS-DS-DATE-2(9:2)
                   DELIMITED BY SIZE INTO WS-ARCHIVE-CUTOFF
               END-STRING
               PERFORM COPY-QUEUE-TO-WORK-FILE
           END-IF.

           COPY-QUEUE-TO-WORK-FILE.
           OPEN OUTPUT F-PENDING-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'change-approval: cannot write '
                   'pending-changes.wrk (status ' WS-WORK-STATUS
                   ') -- nothing archived'
           ELSE
               OPEN INPUT F-PENDING-FILE
               OPEN EXTEND F-ARCHIVE-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PENDING-FILE
                       NOT AT END
                           PERFORM FILE-ONE-QUEUE-ITEM
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ARCHIVE-FILE
               CLOSE F-PENDING-FILE
               CLOSE F-PENDING-WORK-FILE
               IF WS-ARCHIVED-COUNT > 0
                   PERFORM SWAP-IN-WORK-FILE
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-SWAP-WORK-NAME
                       RETURNING WS-SWAP-STATUS
                   END-CALL
               END-IF
           END-IF.

           FILE-ONE-QUEUE-ITEM.
           IF NOT RC-PEND-IS-PENDING
           AND RC-PEND-DECIDED-STAMP(1:8) IS NUMERIC
           AND RC-PEND-DECIDED-STAMP(1:8) < WS-ARCHIVE-CUTOFF
               WRITE ARC-PENDING-RECORD FROM RC-PENDING-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               WRITE WRK-PENDING-RECORD FROM RC-PENDING-RECORD
           END-IF.

           SWAP-IN-WORK-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-SWAP-LIVE-NAME
               RETURNING WS-SWAP-STATUS
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WS-SWAP-WORK-NAME
               WS-SWAP-LIVE-NAME
               RETURNING WS-SWAP-STATUS
           END-CALL.
           IF WS-SWAP-STATUS NOT = 0
               DISPLAY 'change-approval: pending-changes.wrk could '
                   'not be renamed to pending-changes.dat -- rename '
                   'it back; session refused'
               MOVE 1 TO WS-ARCHIVE-FAILED
           ELSE
               DISPLAY 'change-approval: ' WS-ARCHIVED-COUNT
                   ' decided item(s) moved to '
                   'pending-change-archive.dat'
           END-IF.

           LOAD-PENDING-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LOAD-TRUNCATED.
           MOVE 0 TO WS-PENDING-COUNT.
           OPEN INPUT F-PENDING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PENDING-FILE
                   NOT AT END
                       IF WS-PENDING-COUNT < 2000
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE RC-PENDING-RECORD
                               TO WS-PEND-IMAGE(WS-PENDING-COUNT)
                       ELSE
                           DISPLAY 'change-approval: more than 2000 '
                               'queue records after archiving '
                               'decided items'
                           MOVE 1 TO WS-LOAD-TRUNCATED
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PENDING-FILE.

           REVIEW-ONE-CHANGE.
           MOVE WS-PEND-IMAGE(WS-PENDING-SUB) TO RC-PENDING-RECORD.
           IF NOT RC-PEND-IS-PENDING
               CONTINUE
           ELSE
           IF RC-PEND-KEYED-BY = WS-OPERATOR-ID
               ADD 1 TO WS-OWN-COUNT
           ELSE
               DISPLAY ' '
               DISPLAY 'CHANGE ' WS-PENDING-SUB ' OF '
                   WS-PENDING-COUNT
               DISPLAY 'CUSTOMER: ' RC-PEND-CUSTOMER-ID
                   '  CHANGE: ' RC-PEND-CHANGE
               DISPLAY 'FROM: ' RC-PEND-OLD-VALUE
                   '  TO: ' RC-PEND-NEW-VALUE
               DISPLAY 'KEYED BY ' RC-PEND-KEYED-BY ' AT '
                   RC-PEND-KEYED-STAMP
               DISPLAY 'A)PPROVE  R)EJECT  S)KIP  Q)UIT'
               ACCEPT WS-ACTION-CODE
               MOVE 0 TO WS-AUTH-RESULT
               IF WS-ACTION-IS-APPROVE OR WS-ACTION-IS-REJECT
                   MOVE 'F' TO WS-AUTH-FUNCTION
                   MOVE WS-ACTION-CODE TO WS-AUTH-CODE
                   CALL 'operator-authority' USING WS-AUTH-FUNCTION
                       WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
                       WS-AUTH-RESULT
               END-IF
               EVALUATE TRUE
                   WHEN WS-AUTH-RESULT NOT = 0
                       DISPLAY 'NOT AUTHORIZED FOR THAT ACTION'
                   WHEN WS-ACTION-IS-APPROVE
                       PERFORM APPROVE-ONE-CHANGE
                   WHEN WS-ACTION-IS-REJECT
                       MOVE 'REJECTED' TO RC-PEND-STATUS
                       PERFORM RECORD-DECISION
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'CHANGE REJECTED'
                   WHEN WS-ACTION-IS-QUIT
                       MOVE 1 TO WS-REVIEW-IS-DONE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           END-IF.

      *    The master must still hold what the keying operator saw;
      *    if anything has changed the field since, the change is
      *    closed STALE and has to be keyed again against the
      *    record as it now stands.
           APPROVE-ONE-CHANGE.
           MOVE RC-PEND-CUSTOMER-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CUSTOMER-FOUND
               DISPLAY 'CUSTOMER NO LONGER ON FILE -- CLOSED STALE'
               MOVE 'STALE' TO RC-PEND-STATUS
               PERFORM RECORD-DECISION
               ADD 1 TO WS-STALE-COUNT
           ELSE
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-CURRENT-VALUE
               EVALUATE TRUE
                   WHEN RC-PEND-IS-DOB
                       MOVE RC-CUSTOMER-DOB TO WS-CURRENT-VALUE
                   WHEN RC-PEND-IS-DECEASED
                       STRING RC-CUSTOMER-DECEASED
                           RC-CUSTOMER-DECEASED-DATE
                           DELIMITED BY SIZE INTO WS-CURRENT-VALUE
                       END-STRING
                   WHEN RC-PEND-IS-DNM-CLEAR
                       MOVE RC-CUSTOMER-DO-NOT-MAIL
                           TO WS-CURRENT-VALUE
               END-EVALUATE
               IF WS-CURRENT-VALUE NOT = RC-PEND-OLD-VALUE
                   DISPLAY 'MASTER HAS CHANGED SINCE THIS WAS KEYED '
                       '(NOW ' WS-CURRENT-VALUE ') -- CLOSED STALE'
                   MOVE 'STALE' TO RC-PEND-STATUS
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS-STALE-COUNT
               ELSE
                   PERFORM APPLY-APPROVED-CHANGE
               END-IF
           END-IF.

           APPLY-APPROVED-CHANGE.
           EVALUATE TRUE
               WHEN RC-PEND-IS-DOB
                   MOVE RC-PEND-NEW-VALUE TO RC-CUSTOMER-DOB
               WHEN RC-PEND-IS-DECEASED
                   MOVE RC-PEND-NEW-VALUE(1:1)
                       TO RC-CUSTOMER-DECEASED
                   MOVE RC-PEND-NEW-VALUE(2:10)
                       TO RC-CUSTOMER-DECEASED-DATE
               WHEN RC-PEND-IS-DNM-CLEAR
                   MOVE 'N' TO RC-CUSTOMER-DO-NOT-MAIL
           END-EVALUATE.
           REWRITE RC-CUSTOMER-INFO
               INVALID KEY
                   DISPLAY 'CHANGE NOT APPLIED -- REWRITE ERROR; '
                       'LEFT PENDING'
               NOT INVALID KEY
                   DISPLAY 'CHANGE APPROVED AND APPLIED'
                   MOVE 'APPROVED' TO RC-PEND-STATUS
                   PERFORM RECORD-DECISION
                   ADD 1 TO WS-APPROVED-COUNT
                   IF RC-PEND-IS-DOB
                       MOVE 1 TO WS-DOB-CHANGED
                   END-IF
                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.

           RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO RC-PEND-DECIDED-BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-PEND-DECIDED-STAMP.
           MOVE RC-PENDING-RECORD TO WS-PEND-IMAGE(WS-PENDING-SUB).

      *    Journaled as a change like any made in customer-
      *    maintenance, so customer-recover's replay and the late
      *    birthday pass see an approved DOB correction the same way.
           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP.
           MOVE 'C' TO RC-JRN-FUNCTION.
           MOVE WS-OPERATOR-ID TO RC-JRN-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO RC-JRN-BEFORE.
           MOVE RC-CUSTOMER-INFO TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.

      *    The queue is rewritten in full with the decisions; decided
      *    items stay on it as the record of who approved what.  A
      *    queue too big for the table never gets this far.
           REWRITE-PENDING-FILE.
           OPEN OUTPUT F-PENDING-FILE.
           PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
               MOVE WS-PEND-IMAGE(WS-PENDING-SUB)
                   TO RC-PENDING-RECORD
               WRITE RC-PENDING-RECORD
               END-WRITE
           END-PERFORM.
           CLOSE F-PENDING-FILE.
