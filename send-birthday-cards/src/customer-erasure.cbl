                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARC-HIST-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.
               SELECT OPTIONAL F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-RESP-CODE
                   FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT OPTIONAL F-DEPENDENT-FILE
                   ASSIGN TO 'dependents.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-DEP-KEY
                   FILE STATUS IS WS-DEPENDENT-STATUS.
               SELECT OPTIONAL F-EVENT-FILE
                   ASSIGN TO 'customer-events.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-EVT-KEY
                   FILE STATUS IS WS-EVENT-STATUS.
               SELECT OPTIONAL F-CASE-FILE
                   ASSIGN TO 'customer-cases.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CASE-KEY
                   FILE STATUS IS WS-CASE-STATUS.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-JOURNAL-WORK-FILE
                   ASSIGN TO 'maintenance-journal.wrk'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT OPTIONAL F-EXCEPTION-FILE
                   ASSIGN TO 'customer-exceptions.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-EXCEPTION-WORK-FILE
                   ASSIGN TO 'customer-exceptions.wrk'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT OPTIONAL F-GIFT-FILE
                   ASSIGN TO DYNAMIC WS-SWAP-LIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-GIFT-WORK-FILE
                   ASSIGN TO DYNAMIC WS-SWAP-WORK-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT OPTIONAL F-PENDING-FILE
                   ASSIGN TO DYNAMIC WS-SWAP-LIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PENDING-WORK-FILE
                   ASSIGN TO DYNAMIC WS-SWAP-WORK-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-STATUS.
               SELECT OPTIONAL F-CERTIFICATE-FILE
                   ASSIGN TO 'erasure-certificates.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
           FD F-HISTORY-ARCHIVE-FILE.
           COPY "card-history-record.cpy"
               REPLACING LEADING ==RC== BY ==ARC==.
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
           FD F-DEPENDENT-FILE.
           COPY "dependent-record.cpy".
           FD F-EVENT-FILE.
           COPY "customer-event-record.cpy".
           FD F-CASE-FILE.
           COPY "customer-case-record.cpy".
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
           FD F-JOURNAL-WORK-FILE.
           01 WRK-JOURNAL-RECORD PIC X(1027).
           FD F-EXCEPTION-FILE.
           01 RC-EXCEPTION-RECORD.
               05 RC-EXCEPTION-CUSTOMER PIC X(500).
               05 RC-EXCEPTION-REASON PIC X(30).
               05 RC-EXCEPTION-DISPOSITION PIC X(9).
               05 FILLER PIC X.
               05 RC-EXCEPTION-RAISED-DATE PIC X(10).
           FD F-EXCEPTION-WORK-FILE.
           01 WRK-EXCEPTION-RECORD PIC X(550).
      *    gift-order-log.dat and gift-orders-held.dat share the
      *    gift order layout; each is passed in turn.
           FD F-GIFT-FILE.
           COPY "gift-order-record.cpy".
           FD F-GIFT-WORK-FILE.
           01 WRK-GIFT-RECORD PIC X(200).
      *    pending-changes.dat and its archive of decided items,
      *    pending-change-archive.dat, likewise.
           FD F-PENDING-FILE.
           COPY "pending-change-record.cpy".
           FD F-PENDING-WORK-FILE.
           01 WRK-PENDING-RECORD PIC X(96).
           FD F-CERTIFICATE-FILE.
           01 RC-CERTIFICATE-LINE PIC X(80).
       WORKING-STORAGE SECTION.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-RESPONSE-STATUS PIC XX.
           01 WS-DEPENDENT-STATUS PIC XX.
           01 WS-EVENT-STATUS PIC XX.
           01 WS-CASE-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-ERASE-ID PIC 9(6).
           01 WS-MASTER-ON-FILE PIC 9(1).
           01 WS-MASTER-REMOVED PIC 9(1).
           01 WS-ERASED-STATE PIC X(2).
           01 WS-ERASED-CHANNEL PIC X.
           01 WS-KEPT-STATE PIC X(2).
           01 WS-KEPT-CHANNEL PIC X.
           01 WS-HISTORY-REMOVED PIC 9(5).
           01 WS-ARCHIVE-REMOVED PIC 9(5).
           01 WS-SUMMARY-REMOVED PIC 9(1).
           01 WS-JOURNAL-MASKED PIC 9(5).
           01 WS-EXCEPTIONS-REMOVED PIC 9(5).
           01 WS-CODES-ANONYMIZED PIC 9(5).
           01 WS-DEPENDENTS-REMOVED PIC 9(5).
           01 WS-EVENTS-REMOVED PIC 9(5).
           01 WS-CASES-REMOVED PIC 9(5).
           01 WS-GIFTS-MASKED PIC 9(5).
           01 WS-HELD-GIFTS-REMOVED PIC 9(5).
           01 WS-PENDING-MASKED PIC 9(5).
           01 WS-PENDING-ARCHIVE-MASKED PIC 9(5).
           01 WS-FILE-CHANGES PIC 9(5).
           01 WS-REWRITE-FAILED PIC 9.
           01 WS-FAILED-COUNT PIC 9(5).
           01 WS-SWAP-LIVE-NAME PIC X(40).
           01 WS-SWAP-WORK-NAME PIC X(40).
           01 WS-SWAP-STATUS PIC 9(4) COMP-5.
           01 WS-LOCK-FUNCTION PIC X.
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
           01 WS-CSM-FUNCTION PIC X.
           01 WS-CSM-RUN-DATE PIC X(10).
           01 WS-CSM-OCCASION PIC X(9).
           01 WS-CSM-RESULT PIC 9.
           COPY "contact-summary-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-SCAN-ENDED PIC 9.
           01 WS-CERT-HEADER.
               05 FILLER PIC X(20) VALUE 'ERASURE CERTIFICATE '.
               05 WS-CERT-DATE PIC X(10).
      *    so customer-recover's forward replay ends with the record
      *    GONE instead of resurrecting it from an old add.  Open
      *    exception entries for the customer come off the work
      *    queue.  Gift orders, queued date changes and support cases
      *    go or are masked the same way.  A dated certificate lists
      *    what was removed from where.
      *
      *    The sequential files are each copied through a work file
      *    and swapped in, the journal last; only when every swap has
      *    gone through are the indexed files touched and the
      *    certificate written.  A customer whose rewrite did not
      *    complete is left as found, gets no certificate, and the
      *    run ends 8 so the request is rerun.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
      *    Only an operator granted this program on
      *    operator-authority.dat may run it; a refusal is logged as a
      *    security violation.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'customer-erasure' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR customer-erasure -- REFUSED'
               GOBACK
           END-IF.
      *    The queued-change file is rewritten here as well as by
      *    customer-maintenance and change-approval, so erasure
      *    holds the master lock like they do.
           MOVE 'A' TO WS-LOCK-FUNCTION.
           MOVE 'customer-erasure' TO WS-LOCK-HOLDER.
           CALL 'master-lock' USING WS-LOCK-FUNCTION WS-LOCK-HOLDER
               WS-LOCK-RESULT WS-LOCK-OWNER.
           IF WS-LOCK-RESULT NOT = 0
               DISPLAY 'customer-erasure: customer master is in use '
                   'by ' WS-LOCK-OWNER ' -- try again later'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FAILED-COUNT.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
           OPEN I-O F-CUSTOMER-FILE.
           OPEN I-O F-HISTORY-FILE.
           OPEN I-O F-HISTORY-ARCHIVE-FILE.
           OPEN I-O F-DEPENDENT-FILE.
           OPEN I-O F-EVENT-FILE.
           OPEN I-O F-CASE-FILE.
           OPEN EXTEND F-CERTIFICATE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REQUEST-FILE
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           MOVE 'C' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION WS-ERASE-ID
               WS-CSM-RUN-DATE WS-CSM-OCCASION WS-SUMMARY-RECORD
               WS-CSM-RESULT.
           CLOSE F-CERTIFICATE-FILE.
           CLOSE F-CASE-FILE.
           CLOSE F-EVENT-FILE.
           CLOSE F-DEPENDENT-FILE.
           CLOSE F-HISTORY-ARCHIVE-FILE.
           CLOSE F-HISTORY-FILE.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-REQUEST-FILE.
           MOVE 'R' TO WS-LOCK-FUNCTION.
           CALL 'master-lock' USING WS-LOCK-FUNCTION WS-LOCK-HOLDER
               WS-LOCK-RESULT WS-LOCK-OWNER.
           IF WS-FAILED-COUNT > 0
               DISPLAY 'customer-erasure: ' WS-FAILED-COUNT
                   ' request(s) NOT completed -- see above'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           ERASE-ONE-CUSTOMER.
           MOVE 0 TO WS-MASTER-REMOVED.
           MOVE 0 TO WS-HISTORY-REMOVED.
           MOVE 0 TO WS-ARCHIVE-REMOVED.
           MOVE 0 TO WS-SUMMARY-REMOVED.
           MOVE 0 TO WS-JOURNAL-MASKED.
           MOVE 0 TO WS-EXCEPTIONS-REMOVED.
           MOVE 0 TO WS-CODES-ANONYMIZED.
           MOVE 0 TO WS-DEPENDENTS-REMOVED.
           MOVE 0 TO WS-EVENTS-REMOVED.
           MOVE 0 TO WS-CASES-REMOVED.
           MOVE 0 TO WS-GIFTS-MASKED.
           MOVE 0 TO WS-HELD-GIFTS-REMOVED.
           MOVE 0 TO WS-PENDING-MASKED.
           MOVE 0 TO WS-PENDING-ARCHIVE-MASKED.
           MOVE 0 TO WS-REWRITE-FAILED.
           PERFORM FIND-MASTER-RECORD.
           PERFORM REMOVE-EXCEPTION-ENTRIES.
           IF WS-REWRITE-FAILED = 0
               PERFORM MASK-GIFT-ORDERS
           END-IF.
           IF WS-REWRITE-FAILED = 0
               PERFORM MASK-PENDING-CHANGES
           END-IF.
           IF WS-REWRITE-FAILED = 0
               PERFORM ANONYMIZE-JOURNAL
           END-IF.
           IF WS-REWRITE-FAILED = 1
               DISPLAY 'customer-erasure: customer ' WS-ERASE-ID
                   ' NOT erased -- no certificate issued, rerun the '
                   'request'
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               PERFORM ERASE-MASTER-RECORD
               PERFORM ERASE-LIVE-HISTORY
               PERFORM ERASE-ARCHIVED-HISTORY
               PERFORM ERASE-CONTACT-SUMMARY
               PERFORM ERASE-DEPENDENTS
               PERFORM ERASE-PERSONAL-EVENTS
               PERFORM ERASE-CUSTOMER-CASES
               PERFORM ANONYMIZE-RESPONSE-CODES
               PERFORM WRITE-CERTIFICATE
               DISPLAY 'customer-erasure: customer ' WS-ERASE-ID
                   ' erased (' WS-HISTORY-REMOVED ' history, '
                   WS-ARCHIVE-REMOVED ' archived, '
                   WS-DEPENDENTS-REMOVED ' dependent, '
                   WS-EVENTS-REMOVED ' event, '
                   WS-CASES-REMOVED ' case, '
                   WS-JOURNAL-MASKED ' journal, '
                   WS-CODES-ANONYMIZED ' response code, '
                   WS-GIFTS-MASKED ' gift, '
                   WS-HELD-GIFTS-REMOVED ' held gift, '
                   WS-PENDING-MASKED ' queued change, '
                   WS-EXCEPTIONS-REMOVED ' exception(s))'
           END-IF.

      *    The state and channel are taken before anything is
      *    touched; the journal's delete entry carries them.
           FIND-MASTER-RECORD.
           MOVE 0 TO WS-MASTER-ON-FILE.
           MOVE SPACES TO WS-ERASED-STATE.
           MOVE SPACE TO WS-ERASED-CHANNEL.
           MOVE WS-ERASE-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               MOVE 1 TO WS-MASTER-ON-FILE
               MOVE RC-ADDR-STATE TO WS-ERASED-STATE
               MOVE RC-CUSTOMER-CHANNEL TO WS-ERASED-CHANNEL
           END-IF.

           ERASE-MASTER-RECORD.
           IF WS-MASTER-ON-FILE = 1
               MOVE WS-ERASE-ID TO RC-CUSTOMER-ID
               DELETE F-CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.

      *    The contact summary is built from the history just
      *    removed, so it goes too.
           ERASE-CONTACT-SUMMARY.
           MOVE 'E' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION WS-ERASE-ID
               WS-CSM-RUN-DATE WS-CSM-OCCASION WS-SUMMARY-RECORD
               WS-CSM-RESULT.
           IF WS-CSM-RESULT = 0
               MOVE 1 TO WS-SUMMARY-REMOVED
           END-IF.

           ERASE-ARCHIVED-HISTORY.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE WS-ERASE-ID TO ARC-HIST-CUSTOMER-ID.
               END-READ
           END-PERFORM.

      *    A customer's children are held only so the customer gets
      *    their birthday cards; they go with the customer.
           ERASE-DEPENDENTS.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE WS-ERASE-ID TO RC-DEP-CUSTOMER-ID.
           MOVE 0 TO RC-DEP-SEQ.
           START F-DEPENDENT-FILE
               KEY IS >= RC-DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-DEPENDENT-FILE NEXT
                   NOT AT END
                       IF RC-DEP-CUSTOMER-ID NOT = WS-ERASE-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           DELETE F-DEPENDENT-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEPENDENTS-REMOVED
                           END-DELETE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.

           ERASE-PERSONAL-EVENTS.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE WS-ERASE-ID TO RC-EVT-CUSTOMER-ID.
           MOVE LOW-VALUES TO RC-EVT-TYPE.
           START F-EVENT-FILE
               KEY IS >= RC-EVT-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-EVENT-FILE NEXT
                   NOT AT END
                       IF RC-EVT-CUSTOMER-ID NOT = WS-ERASE-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           DELETE F-EVENT-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-EVENTS-REMOVED
                           END-DELETE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.

      *    Support case notes are free text about the person; the
      *    cases go with the customer.
           ERASE-CUSTOMER-CASES.
           MOVE 0 TO WS-SCAN-ENDED.
           MOVE WS-ERASE-ID TO RC-CASE-CUSTOMER-ID.
           MOVE 0 TO RC-CASE-NUMBER.
           START F-CASE-FILE
               KEY IS >= RC-CASE-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-CASE-FILE NEXT
                   NOT AT END
                       IF RC-CASE-CUSTOMER-ID NOT = WS-ERASE-ID
                           MOVE 1 TO WS-SCAN-ENDED
                       ELSE
                           DELETE F-CASE-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CASES-REMOVED
                           END-DELETE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.

      *    Response codes stay on the ledger so marketing's
      *    response rates for past months do not move, but the link
      *    back to the person goes: the customer ID is zeroed.  A
      *    late redemption still matches its occasion and variant.
           ANONYMIZE-RESPONSE-CODES.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN I-O F-RESPONSE-FILE.
           PERFORM UNTIL WS-SCAN-ENDED = 1
               READ F-RESPONSE-FILE NEXT
                   NOT AT END
                       IF RC-RESP-CUSTOMER-ID = WS-ERASE-ID
                           MOVE 0 TO RC-RESP-CUSTOMER-ID
                           REWRITE RC-RESPONSE-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CODES-ANONYMIZED
                           END-REWRITE
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RESPONSE-FILE.

      *    The journal feeds customer-recover's forward replay, so
      *    erasing must do two things: blank the personal content of
      *    every image for the customer (keeping the ID and the
      *    function codes so the replay sequence still makes sense),
      *    and append a delete entry so the replay's last word on
      *    this customer is removal, not an old add.  The journal is
      *    copied through a work file however long it has grown.
           ANONYMIZE-JOURNAL.
           MOVE 'maintenance-journal.dat' TO WS-SWAP-LIVE-NAME.
           MOVE 'maintenance-journal.wrk' TO WS-SWAP-WORK-NAME.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN OUTPUT F-JOURNAL-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM REPORT-WORK-FILE-ERROR
           ELSE
               OPEN INPUT F-JOURNAL-FILE
               PERFORM UNTIL WS-SCAN-ENDED = 1
                   READ F-JOURNAL-FILE
                       NOT AT END
                           PERFORM MASK-ONE-JOURNAL-RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-ENDED
                   END-READ
               END-PERFORM
               MOVE SPACES TO RC-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP
               MOVE 'D' TO RC-JRN-FUNCTION
               MOVE WS-ERASE-ID TO RC-JRN-BEFORE(1:6)
      *        The state and channel the customer left from stay on
      *        the delete entry -- they identify no one, and the
      *        movement report needs them to place the erasure.  An
      *        erasure that found no master record is tagged apart so
      *        it is not counted as a customer leaving the base.
               IF WS-MASTER-ON-FILE = 1
                   MOVE 'ERASURE' TO RC-JRN-OPERATOR
                   MOVE WS-ERASED-STATE TO RC-JRN-BEFORE(117:2)
                   MOVE WS-ERASED-CHANNEL TO RC-JRN-BEFORE(296:1)
               ELSE
                   MOVE 'ERASE-NM' TO RC-JRN-OPERATOR
               END-IF
               WRITE WRK-JOURNAL-RECORD FROM RC-JOURNAL-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   PERFORM REPORT-WORK-FILE-ERROR
               END-IF
               CLOSE F-JOURNAL-FILE
               CLOSE F-JOURNAL-WORK-FILE
               IF WS-REWRITE-FAILED = 0
                   PERFORM SWAP-IN-WORK-FILE
               ELSE
                   PERFORM DROP-WORK-FILE
               END-IF
           END-IF.

      *    The state and channel survive the masking, as on the
      *    delete entry, so the movement report still places the
      *    customer's earlier adds and changes.
           MASK-ONE-JOURNAL-RECORD.
           IF RC-JRN-BEFORE(1:6) IS NUMERIC
           AND FUNCTION NUMVAL(RC-JRN-BEFORE(1:6)) = WS-ERASE-ID
               MOVE RC-JRN-BEFORE(117:2) TO WS-KEPT-STATE
               MOVE RC-JRN-BEFORE(296:1) TO WS-KEPT-CHANNEL
               MOVE SPACES TO RC-JRN-BEFORE(7:494)
               MOVE WS-KEPT-STATE TO RC-JRN-BEFORE(117:2)
               MOVE WS-KEPT-CHANNEL TO RC-JRN-BEFORE(296:1)
               ADD 1 TO WS-JOURNAL-MASKED
           END-IF.
           IF RC-JRN-AFTER(1:6) IS NUMERIC
           AND FUNCTION NUMVAL(RC-JRN-AFTER(1:6)) = WS-ERASE-ID
               MOVE RC-JRN-AFTER(117:2) TO WS-KEPT-STATE
               MOVE RC-JRN-AFTER(296:1) TO WS-KEPT-CHANNEL
               MOVE SPACES TO RC-JRN-AFTER(7:494)
               MOVE WS-KEPT-STATE TO RC-JRN-AFTER(117:2)
               MOVE WS-KEPT-CHANNEL TO RC-JRN-AFTER(296:1)
               ADD 1 TO WS-JOURNAL-MASKED
           END-IF.
           WRITE WRK-JOURNAL-RECORD FROM RC-JOURNAL-RECORD.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM REPORT-WORK-FILE-ERROR
               MOVE 1 TO WS-SCAN-ENDED
           END-IF.

           REMOVE-EXCEPTION-ENTRIES.
           MOVE 'customer-exceptions.dat' TO WS-SWAP-LIVE-NAME.
           MOVE 'customer-exceptions.wrk' TO WS-SWAP-WORK-NAME.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN OUTPUT F-EXCEPTION-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM REPORT-WORK-FILE-ERROR
           ELSE
               OPEN INPUT F-EXCEPTION-FILE
               PERFORM UNTIL WS-SCAN-ENDED = 1
                   READ F-EXCEPTION-FILE
                       NOT AT END
                           PERFORM COPY-ONE-EXCEPTION
                       AT END
                           MOVE 1 TO WS-SCAN-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EXCEPTION-FILE
               CLOSE F-EXCEPTION-WORK-FILE
               IF WS-REWRITE-FAILED = 0
               AND WS-EXCEPTIONS-REMOVED > 0
                   PERFORM SWAP-IN-WORK-FILE
               ELSE
                   PERFORM DROP-WORK-FILE
               END-IF
           END-IF.

           COPY-ONE-EXCEPTION.
           IF RC-EXCEPTION-CUSTOMER(1:6) IS NUMERIC
           AND FUNCTION NUMVAL(RC-EXCEPTION-CUSTOMER(1:6))
               = WS-ERASE-ID
               ADD 1 TO WS-EXCEPTIONS-REMOVED
           ELSE
               WRITE WRK-EXCEPTION-RECORD FROM RC-EXCEPTION-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   PERFORM REPORT-WORK-FILE-ERROR
                   MOVE 1 TO WS-SCAN-ENDED
               END-IF
           END-IF.

      *    A held gift order for the customer will never ship and
      *    goes.  A logged one stays for the gift budget and for
      *    gift-recon's match against the vendor's shipments, which
      *    keys on the customer ID -- so the ID stays, as it does in
      *    the journal, but the name, address and age go.
           MASK-GIFT-ORDERS.
           MOVE 'gift-order-log.dat' TO WS-SWAP-LIVE-NAME.
           MOVE 'gift-order-log.wrk' TO WS-SWAP-WORK-NAME.
           PERFORM MASK-GIFT-FILE.
           MOVE WS-FILE-CHANGES TO WS-GIFTS-MASKED.
           IF WS-REWRITE-FAILED = 0
               MOVE 'gift-orders-held.dat' TO WS-SWAP-LIVE-NAME
               MOVE 'gift-orders-held.wrk' TO WS-SWAP-WORK-NAME
               PERFORM MASK-GIFT-FILE
               MOVE WS-FILE-CHANGES TO WS-HELD-GIFTS-REMOVED
           END-IF.

           MASK-GIFT-FILE.
           MOVE 0 TO WS-FILE-CHANGES.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN OUTPUT F-GIFT-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM REPORT-WORK-FILE-ERROR
           ELSE
               OPEN INPUT F-GIFT-FILE
               PERFORM UNTIL WS-SCAN-ENDED = 1
                   READ F-GIFT-FILE
                       NOT AT END
                           PERFORM COPY-ONE-GIFT-ORDER
                       AT END
                           MOVE 1 TO WS-SCAN-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-GIFT-FILE
               CLOSE F-GIFT-WORK-FILE
               IF WS-REWRITE-FAILED = 0
               AND WS-FILE-CHANGES > 0
                   PERFORM SWAP-IN-WORK-FILE
               ELSE
                   PERFORM DROP-WORK-FILE
               END-IF
           END-IF.

           COPY-ONE-GIFT-ORDER.
           IF RC-GIFT-CUSTOMER-ID IS NUMERIC
           AND RC-GIFT-CUSTOMER-ID = WS-ERASE-ID
               ADD 1 TO WS-FILE-CHANGES
               MOVE SPACES TO RC-GIFT-NAME
               MOVE SPACES TO RC-GIFT-ADDRESS
               MOVE 0 TO RC-GIFT-AGE
               IF WS-SWAP-LIVE-NAME = 'gift-order-log.dat'
                   WRITE WRK-GIFT-RECORD FROM RC-GIFT-ORDER-RECORD
               END-IF
           ELSE
               WRITE WRK-GIFT-RECORD FROM RC-GIFT-ORDER-RECORD
           END-IF.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM REPORT-WORK-FILE-ERROR
               MOVE 1 TO WS-SCAN-ENDED
           END-IF.

      *    A change still queued for the customer can never be
      *    applied; it is closed STALE under ERASURE, as
      *    change-approval closes one whose customer has gone.  The
      *    old and new values -- a date of birth, a date of death --
      *    are blanked on every item for the customer, waiting or
      *    decided, on the queue and in its archive.
           MASK-PENDING-CHANGES.
           MOVE 'pending-changes.dat' TO WS-SWAP-LIVE-NAME.
           MOVE 'pending-changes.wrk' TO WS-SWAP-WORK-NAME.
           PERFORM MASK-PENDING-FILE.
           MOVE WS-FILE-CHANGES TO WS-PENDING-MASKED.
           IF WS-REWRITE-FAILED = 0
               MOVE 'pending-change-archive.dat' TO WS-SWAP-LIVE-NAME
               MOVE 'pending-change-archive.wrk' TO WS-SWAP-WORK-NAME
               PERFORM MASK-PENDING-FILE
               MOVE WS-FILE-CHANGES TO WS-PENDING-ARCHIVE-MASKED
           END-IF.

           MASK-PENDING-FILE.
           MOVE 0 TO WS-FILE-CHANGES.
           MOVE 0 TO WS-SCAN-ENDED.
           OPEN OUTPUT F-PENDING-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM REPORT-WORK-FILE-ERROR
           ELSE
               OPEN INPUT F-PENDING-FILE
               PERFORM UNTIL WS-SCAN-ENDED = 1
                   READ F-PENDING-FILE
                       NOT AT END
                           PERFORM COPY-ONE-PENDING-CHANGE
                       AT END
                           MOVE 1 TO WS-SCAN-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PENDING-FILE
               CLOSE F-PENDING-WORK-FILE
               IF WS-REWRITE-FAILED = 0
               AND WS-FILE-CHANGES > 0
                   PERFORM SWAP-IN-WORK-FILE
               ELSE
                   PERFORM DROP-WORK-FILE
               END-IF
           END-IF.

           COPY-ONE-PENDING-CHANGE.
           IF RC-PEND-CUSTOMER-ID IS NUMERIC
           AND RC-PEND-CUSTOMER-ID = WS-ERASE-ID
               ADD 1 TO WS-FILE-CHANGES
               MOVE SPACES TO RC-PEND-OLD-VALUE
               MOVE SPACES TO RC-PEND-NEW-VALUE
               IF RC-PEND-IS-PENDING
                   MOVE 'STALE' TO RC-PEND-STATUS
                   MOVE 'ERASURE' TO RC-PEND-DECIDED-BY
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO RC-PEND-DECIDED-STAMP
               END-IF
           END-IF.
           WRITE WRK-PENDING-RECORD FROM RC-PENDING-RECORD.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM REPORT-WORK-FILE-ERROR
               MOVE 1 TO WS-SCAN-ENDED
           END-IF.

      *    The rewritten work copy replaces the live file.  Should
      *    the rename fail, the live data is in the work file under
      *    the name shown and has to be put back before the rerun.
           SWAP-IN-WORK-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-SWAP-LIVE-NAME
               RETURNING WS-SWAP-STATUS
           END-CALL.
           CALL 'CBL_RENAME_FILE' USING WS-SWAP-WORK-NAME
               WS-SWAP-LIVE-NAME
               RETURNING WS-SWAP-STATUS
           END-CALL.
           IF WS-SWAP-STATUS NOT = 0
               DISPLAY 'customer-erasure: '
                   FUNCTION TRIM(WS-SWAP-WORK-NAME)
                   ' could not be renamed to '
                   FUNCTION TRIM(WS-SWAP-LIVE-NAME)
                   ' -- rename it back before rerunning'
               MOVE 1 TO WS-REWRITE-FAILED
           END-IF.

           DROP-WORK-FILE.
           CALL 'CBL_DELETE_FILE' USING WS-SWAP-WORK-NAME
               RETURNING WS-SWAP-STATUS
           END-CALL.

           REPORT-WORK-FILE-ERROR.
           DISPLAY 'customer-erasure: cannot write '
               FUNCTION TRIM(WS-SWAP-WORK-NAME) ' (status '
               WS-WORK-STATUS ') -- '
               FUNCTION TRIM(WS-SWAP-LIVE-NAME) ' left as it was'.
           MOVE 1 TO WS-REWRITE-FAILED.

           WRITE-CERTIFICATE.
           MOVE WS-TODAYS-DATE TO WS-CERT-DATE.
           MOVE WS-ERASE-ID TO WS-CERT-ID.
           MOVE 'DELETED' TO WS-CERT-ACTION.
           MOVE WS-ARCHIVE-REMOVED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'contact-summary.dat' TO WS-CERT-FILE-NAME.
           MOVE 'DELETED' TO WS-CERT-ACTION.
           MOVE WS-SUMMARY-REMOVED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'dependents.dat' TO WS-CERT-FILE-NAME.
           MOVE 'DELETED' TO WS-CERT-ACTION.
           MOVE WS-DEPENDENTS-REMOVED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'customer-events.dat' TO WS-CERT-FILE-NAME.
           MOVE 'DELETED' TO WS-CERT-ACTION.
           MOVE WS-EVENTS-REMOVED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'maintenance-journal.dat' TO WS-CERT-FILE-NAME.
           MOVE 'ANONYMIZED' TO WS-CERT-ACTION.
           MOVE WS-JOURNAL-MASKED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'response-codes.dat' TO WS-CERT-FILE-NAME.
           MOVE 'ANONYMIZED' TO WS-CERT-ACTION.
           MOVE WS-CODES-ANONYMIZED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'customer-exceptions.dat' TO WS-CERT-FILE-NAME.
           MOVE 'REMOVED' TO WS-CERT-ACTION.
           MOVE WS-EXCEPTIONS-REMOVED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'customer-cases.dat' TO WS-CERT-FILE-NAME.
           MOVE 'DELETED' TO WS-CERT-ACTION.
           MOVE WS-CASES-REMOVED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'gift-order-log.dat' TO WS-CERT-FILE-NAME.
           MOVE 'ANONYMIZED' TO WS-CERT-ACTION.
           MOVE WS-GIFTS-MASKED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'gift-orders-held.dat' TO WS-CERT-FILE-NAME.
           MOVE 'REMOVED' TO WS-CERT-ACTION.
           MOVE WS-HELD-GIFTS-REMOVED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'pending-changes.dat' TO WS-CERT-FILE-NAME.
           MOVE 'MASKED' TO WS-CERT-ACTION.
           MOVE WS-PENDING-MASKED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
           MOVE 'pending-change-archive.dat' TO WS-CERT-FILE-NAME.
           MOVE 'MASKED' TO WS-CERT-ACTION.
           MOVE WS-PENDING-ARCHIVE-MASKED TO WS-CERT-COUNT.
           WRITE RC-CERTIFICATE-LINE FROM WS-CERT-DETAIL.
