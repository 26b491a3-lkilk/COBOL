       IDENTIFICATION DIVISION.
       PROGRAM-ID. output-compare.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-REQUEST-FILE
                   ASSIGN TO 'compare-request.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-MANIFEST-FILE
                   ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-OUTBOUND-FILE
                   ASSIGN TO DYNAMIC WS-OUTBOUND-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-VENDOR-WORK-FILE
                   ASSIGN TO DYNAMIC WS-VENDOR-WORK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-EMAIL-FILE
                   ASSIGN TO DYNAMIC WS-EMAIL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RC-RESP-CODE
                   FILE STATUS IS WS-RESPONSE-STATUS.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'compare-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    Two lines: the original side first, then the side to prove
      *    against it.  Each is a run date, YYYY-MM-DD, and an
      *    optional generation prefix that every file name of that
      *    side carries -- backout- for the copy run-backout kept of
      *    a backed-out date, blank for the files as the run left
      *    them.
           FD F-REQUEST-FILE.
           01 RC-REQUEST-RECORD.
               05 RC-REQ-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REQ-PREFIX PIC X(20).
      *    Same layout customer-filterer writes card-manifest.dat in.
           FD F-MANIFEST-FILE.
           01 RC-MANIFEST-RECORD.
               05 RC-MANIFEST-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-MANIFEST-FILENAME PIC X(40).
               05 FILLER PIC X.
               05 RC-MANIFEST-LABEL PIC X(6).
               05 RC-MANIFEST-COUNT PIC X(5).
           FD F-OUTBOUND-FILE.
           01 RC-OUTBOUND-CUSTOMER.
               05 RC-OUTBOUND-OCCASION PIC X(9).
               05 FILLER PIC X(268).
      *    The day's routed pieces, each tagged with the vendor it
      *    went to; the piece is the outbound record as written.
           FD F-VENDOR-WORK-FILE.
           01 RC-VENDOR-WORK-RECORD.
               05 RC-VWK-VENDOR PIC X.
               05 RC-VWK-FAILOVER PIC X.
               05 RC-VWK-OCCASION PIC X(9).
               05 RC-VWK-NAME PIC X(40).
               05 RC-VWK-ADDRESS.
                   10 RC-VWK-ADDR-STREET PIC X(40).
                   10 RC-VWK-ADDR-CITY PIC X(30).
                   10 RC-VWK-ADDR-STATE PIC X(2).
                   10 RC-VWK-ADDR-ZIP PIC X(10).
                   10 FILLER PIC X(18).
               05 RC-VWK-MESSAGE PIC X(56).
               05 FILLER PIC X.
               05 RC-VWK-INSERT-CODE PIC X(8).
               05 FILLER PIC X.
               05 RC-VWK-WEIGHT-CLASS PIC X(5).
               05 FILLER PIC X.
               05 RC-VWK-RESPONSE-CODE PIC X(10).
               05 FILLER PIC X(46).
           FD F-EMAIL-FILE.
           01 RC-EMAIL-CUSTOMER.
               05 RC-EMAIL-CUSTOMER-ID PIC 9(6).
               05 RC-EMAIL-OCCASION PIC X(9).
               05 RC-EMAIL-ADDRESS PIC X(50).
               05 RC-EMAIL-MESSAGE PIC X(56).
               05 FILLER PIC X.
               05 RC-EMAIL-SUBJECT PIC X(60).
               05 FILLER PIC X.
               05 RC-EMAIL-BODY PIC X(180).
               05 FILLER PIC X.
               05 RC-EMAIL-RESPONSE-CODE PIC X(10).
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RESPONSE-STATUS PIC XX.
           01 WS-RESPONSE-IS-OPEN PIC 9 VALUE 0.
           01 WS-MANIFEST-FILENAME PIC X(64).
           01 WS-OUTBOUND-FILENAME PIC X(64).
           01 WS-VENDOR-WORK-FILENAME PIC X(64).
           01 WS-EMAIL-FILENAME PIC X(64).
           01 WS-COMPARE-RETURN-CODE PIC 9 VALUE 0.
      *    Side 1 is the original, side 2 the one proved against it.
           01 WS-SIDE PIC 9.
           01 WS-SIDE-TABLE.
               05 WS-SIDE-ENTRY OCCURS 2 TIMES.
                   10 WS-SIDE-RUN-DATE PIC X(10).
                   10 WS-SIDE-PREFIX PIC X(20).
                   10 WS-SIDE-OUTBOUND-NAME PIC X(40).
                   10 WS-SIDE-EMAIL-NAME PIC X(40).
                   10 WS-SIDE-OUTBOUND-READ PIC 9(6).
                   10 WS-SIDE-OUTBOUND-LISTED PIC 9(6).
                   10 WS-SIDE-OUTBOUND-ON-MFST PIC 9.
                   10 WS-SIDE-EMAIL-READ PIC 9(6).
                   10 WS-SIDE-EMAIL-LISTED PIC 9(6).
                   10 WS-SIDE-EMAIL-ON-MFST PIC 9.
                   10 WS-SIDE-MAIL-PIECES PIC 9(6).
                   10 WS-SIDE-MAIL-BY-NAME PIC 9(6).
      *    Per-vendor figures for both sides: the pieces the vendor
      *    work file routed to each vendor, and the COUNT= line the
      *    manifest carries for that vendor's file.
           01 WS-VEN-SUB PIC 99.
           01 WS-VEN-FOUND PIC 99.
           01 WS-VEN-CODE-WORK PIC X.
           01 WS-VEN-COUNT PIC 99 VALUE 0.
           01 WS-VEN-TABLE.
               05 WS-VEN-ENTRY OCCURS 36 TIMES.
                   10 WS-VEN-CODE PIC X.
                   10 WS-VEN-SIDE OCCURS 2 TIMES.
                       15 WS-VEN-READ PIC 9(6).
                       15 WS-VEN-LISTED PIC 9(6).
                       15 WS-VEN-ON-MFST PIC 9.
      *    One piece as both sides are compared: the customer it went
      *    to (by name only when its response code cannot be traced),
      *    the occasion, M for a mail piece or E for an e-mail, and
      *    the fields a rerun must reproduce.
           01 WS-PIECE.
               05 WS-PCE-KEY.
                   10 WS-PCE-CUSTOMER-ID PIC 9(6).
                   10 WS-PCE-OCCASION PIC X(9).
                   10 WS-PCE-CHANNEL PIC X.
                   10 WS-PCE-NAME-KEY PIC X(40).
               05 WS-PCE-NAME PIC X(50).
               05 WS-PCE-STREET PIC X(40).
               05 WS-PCE-CITY PIC X(30).
               05 WS-PCE-STATE PIC X(2).
               05 WS-PCE-ZIP PIC X(10).
               05 WS-PCE-MESSAGE PIC X(56).
               05 WS-PCE-SUBJECT PIC X(60).
               05 WS-PCE-BODY PIC X(180).
               05 WS-PCE-WEIGHT-CLASS PIC X(5).
               05 WS-PCE-INSERT-CODE PIC X(8).
               05 WS-PCE-VENDOR PIC X.
           01 WS-FOUND-IDX PIC 9(4).
           01 WS-PIECE-IS-CHANGED PIC 9.
           01 WS-OLD-OVERFLOW PIC 9 VALUE 0.
           01 WS-OLD-COUNT PIC 9(4) VALUE 0.
           01 WS-OLD-TABLE.
               05 WS-OLD-ENTRY OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-OLD-COUNT
               INDEXED BY OLD-IDX.
                   10 WS-OLD-KEY PIC X(56).
                   10 WS-OLD-NAME PIC X(50).
                   10 WS-OLD-STREET PIC X(40).
                   10 WS-OLD-CITY PIC X(30).
                   10 WS-OLD-STATE PIC X(2).
                   10 WS-OLD-ZIP PIC X(10).
                   10 WS-OLD-MESSAGE PIC X(56).
                   10 WS-OLD-SUBJECT PIC X(60).
                   10 WS-OLD-BODY PIC X(180).
                   10 WS-OLD-WEIGHT-CLASS PIC X(5).
                   10 WS-OLD-INSERT-CODE PIC X(8).
                   10 WS-OLD-VENDOR PIC X.
                   10 WS-OLD-MATCHED PIC 9.
      *    Counts by channel: 1 mail, 2 e-mail.
           01 WS-CHAN-SUB PIC 9.
           01 WS-CHAN-TABLE.
               05 WS-CHAN-ENTRY OCCURS 2 TIMES.
                   10 WS-CHAN-OLD PIC 9(6).
                   10 WS-CHAN-NEW PIC 9(6).
                   10 WS-CHAN-SAME PIC 9(6).
                   10 WS-CHAN-CHANGED PIC 9(6).
                   10 WS-CHAN-ADDED PIC 9(6).
                   10 WS-CHAN-DROPPED PIC 9(6).
           01 WS-DIFFERENCE-COUNT PIC 9(6) VALUE 0.
           01 WS-RECON-FAILURES PIC 9(4) VALUE 0.
           01 WS-COMPARE-FIELD PIC X(7).
           01 WS-COMPARE-OLD PIC X(89).
           01 WS-COMPARE-NEW PIC X(89).
           01 WS-RECON-FILENAME PIC X(44).
           01 WS-RECON-READ PIC 9(6).
           01 WS-RECON-LISTED PIC 9(6).
           01 WS-RECON-ON-MFST PIC 9.
           01 WS-HEADING-LINE-1.
               05 FILLER PIC X(23) VALUE 'OUTPUT COMPARISON  OLD '.
               05 WS-HEAD-OLD-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-HEAD-OLD-PREFIX PIC X(20).
               05 FILLER PIC X(6) VALUE '  NEW '.
               05 WS-HEAD-NEW-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-HEAD-NEW-PREFIX PIC X(20).
           01 WS-HEADING-LINE-2.
               05 FILLER PIC X(8) VALUE 'FINDING'.
               05 FILLER PIC X(6) VALUE 'CHAN'.
               05 FILLER PIC X(7) VALUE 'CUST'.
               05 FILLER PIC X(10) VALUE 'OCCASION'.
               05 FILLER PIC X(8) VALUE 'FIELD'.
               05 FILLER PIC X(4) VALUE 'RUN'.
               05 FILLER PIC X(5) VALUE 'VALUE'.
           01 WS-DETAIL-LINE.
               05 WS-DET-FINDING PIC X(7).
               05 FILLER PIC X.
               05 WS-DET-CHANNEL PIC X(5).
               05 FILLER PIC X.
               05 WS-DET-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X.
               05 WS-DET-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 WS-DET-FIELD PIC X(7).
               05 FILLER PIC X.
               05 WS-DET-SIDE PIC X(3).
               05 FILLER PIC X.
               05 WS-DET-VALUE PIC X(89).
           01 WS-SUMMARY-LINE.
               05 WS-SUM-CHANNEL PIC X(6).
               05 FILLER PIC X(5) VALUE ' OLD='.
               05 WS-SUM-OLD PIC Z(5)9.
               05 FILLER PIC X(5) VALUE ' NEW='.
               05 WS-SUM-NEW PIC Z(5)9.
               05 FILLER PIC X(6) VALUE ' SAME='.
               05 WS-SUM-SAME PIC Z(5)9.
               05 FILLER PIC X(9) VALUE ' CHANGED='.
               05 WS-SUM-CHANGED PIC Z(5)9.
               05 FILLER PIC X(7) VALUE ' ADDED='.
               05 WS-SUM-ADDED PIC Z(5)9.
               05 FILLER PIC X(9) VALUE ' DROPPED='.
               05 WS-SUM-DROPPED PIC Z(5)9.
               05 FILLER PIC X.
               05 WS-SUM-RESULT PIC X(16).
           01 WS-RECON-LINE.
               05 WS-REC-SIDE PIC X(3).
               05 FILLER PIC X.
               05 WS-REC-FILE PIC X(44).
               05 FILLER PIC X(6) VALUE ' READ='.
               05 WS-REC-READ PIC Z(5)9.
               05 FILLER PIC X(10) VALUE ' MANIFEST='.
               05 WS-REC-LISTED PIC Z(5)9.
               05 FILLER PIC X.
               05 WS-REC-RESULT PIC X(16).
           01 WS-BY-NAME-LINE.
               05 FILLER PIC X(45)
                   VALUE 'MAIL PIECES MATCHED BY NAME, CODE NOT TRACED'.
               05 FILLER PIC X(5) VALUE ' OLD='.
               05 WS-BYN-OLD PIC Z(5)9.
               05 FILLER PIC X(5) VALUE ' NEW='.
               05 WS-BYN-NEW PIC Z(5)9.
           01 WS-RESULT-LINE.
               05 FILLER PIC X(8) VALUE 'RESULT: '.
               05 WS-RES-TEXT PIC X(60).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Proves a rerun reproduces what went out before, or shows
      *    exactly where it does not.  The outbound pieces (from the
      *    vendor work file, which tags each with the vendor it went
      *    to) and the e-notifications of the two sides are matched
      *    by customer ID, occasion and channel; each piece is then
      *    SAME, CHANGED field by field, ADDED or DROPPED.  Response
      *    codes are issued afresh on a rerun, so they are how a
      *    piece is traced to its customer, never a difference.
      *    Every file read is reconciled to its side's card-manifest
      *    COUNT= line, and the pieces to OLD - DROPPED + ADDED = NEW,
      *    so the sign-off rests on figures that agree.  Return code
      *    0 is identical, 4 differences found, 8 not reconciled or
      *    nothing to compare.
           PERFORM READ-COMPARE-REQUEST.
           IF WS-SIDE-RUN-DATE(1) = SPACES
           OR WS-SIDE-RUN-DATE(2) = SPACES
               DISPLAY 'output-compare: compare-request.dat must name '
                   'two run dates (YYYY-MM-DD) -- nothing compared'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-CHAN-TABLE.
           OPEN INPUT F-RESPONSE-FILE.
           IF WS-RESPONSE-STATUS = '00'
               MOVE 1 TO WS-RESPONSE-IS-OPEN
           END-IF.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-SIDE-RUN-DATE(1) TO WS-HEAD-OLD-DATE.
           MOVE WS-SIDE-PREFIX(1) TO WS-HEAD-OLD-PREFIX.
           MOVE WS-SIDE-RUN-DATE(2) TO WS-HEAD-NEW-DATE.
           MOVE WS-SIDE-PREFIX(2) TO WS-HEAD-NEW-PREFIX.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-1.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           WRITE RC-REPORT-LINE FROM WS-HEADING-LINE-2.
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               PERFORM BUILD-SIDE-FILENAMES
               PERFORM READ-MAIL-PIECES
               PERFORM READ-EMAIL-PIECES
               PERFORM COUNT-OUTBOUND-PIECES
               PERFORM READ-SIDE-MANIFEST
           END-PERFORM.
           PERFORM REPORT-DROPPED-PIECES.
           IF WS-RESPONSE-IS-OPEN = 1
               CLOSE F-RESPONSE-FILE
           END-IF.
           PERFORM WRITE-SUMMARY.
           PERFORM WRITE-RECONCILIATION.
           PERFORM WRITE-RESULT.
           CLOSE F-REPORT-FILE.
           MOVE 'compare-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'output-compare' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'output-compare: ' WS-SIDE-RUN-DATE(1) ' against '
               WS-SIDE-RUN-DATE(2) ', ' WS-DIFFERENCE-COUNT
               ' difference(s), ' WS-RECON-FAILURES
               ' reconciliation failure(s)'.
           MOVE WS-COMPARE-RETURN-CODE TO RETURN-CODE.
           GOBACK.

           READ-COMPARE-REQUEST.
           INITIALIZE WS-SIDE-TABLE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-SIDE.
           OPEN INPUT F-REQUEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR WS-SIDE = 2
               READ F-REQUEST-FILE
                   NOT AT END
                       IF RC-REQ-RUN-DATE(1:4) IS NUMERIC
                           ADD 1 TO WS-SIDE
                           MOVE RC-REQ-RUN-DATE
                               TO WS-SIDE-RUN-DATE(WS-SIDE)
                           MOVE RC-REQ-PREFIX
                               TO WS-SIDE-PREFIX(WS-SIDE)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REQUEST-FILE.

      *    The manifest and output names as the run wrote them, and
      *    the names this side's copies are read under.
           BUILD-SIDE-FILENAMES.
           MOVE SPACES TO WS-SIDE-OUTBOUND-NAME(WS-SIDE).
           STRING 'outbound-mail-' WS-SIDE-RUN-DATE(WS-SIDE) '.dat'
               DELIMITED BY SIZE INTO WS-SIDE-OUTBOUND-NAME(WS-SIDE)
           END-STRING.
           MOVE SPACES TO WS-SIDE-EMAIL-NAME(WS-SIDE).
           STRING 'e-notifications-' WS-SIDE-RUN-DATE(WS-SIDE) '.dat'
               DELIMITED BY SIZE INTO WS-SIDE-EMAIL-NAME(WS-SIDE)
           END-STRING.
           MOVE SPACES TO WS-OUTBOUND-FILENAME.
           STRING WS-SIDE-PREFIX(WS-SIDE) DELIMITED BY SPACE
               WS-SIDE-OUTBOUND-NAME(WS-SIDE) DELIMITED BY SPACE
               INTO WS-OUTBOUND-FILENAME
           END-STRING.
           MOVE SPACES TO WS-EMAIL-FILENAME.
           STRING WS-SIDE-PREFIX(WS-SIDE) DELIMITED BY SPACE
               WS-SIDE-EMAIL-NAME(WS-SIDE) DELIMITED BY SPACE
               INTO WS-EMAIL-FILENAME
           END-STRING.
           MOVE SPACES TO WS-VENDOR-WORK-FILENAME.
           STRING WS-SIDE-PREFIX(WS-SIDE) DELIMITED BY SPACE
               'vendor-pieces-' WS-SIDE-RUN-DATE(WS-SIDE) '.dat'
               DELIMITED BY SIZE
               INTO WS-VENDOR-WORK-FILENAME
           END-STRING.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING WS-SIDE-PREFIX(WS-SIDE) DELIMITED BY SPACE
               'card-manifest.dat' DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME
           END-STRING.

           READ-MAIL-PIECES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VENDOR-WORK-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VENDOR-WORK-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-MAIL-PIECE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VENDOR-WORK-FILE.

           TAKE-ONE-MAIL-PIECE.
           ADD 1 TO WS-SIDE-MAIL-PIECES(WS-SIDE).
           MOVE RC-VWK-VENDOR TO WS-VEN-CODE-WORK.
           PERFORM FIND-VENDOR-ENTRY.
           IF WS-VEN-FOUND > 0
               ADD 1 TO WS-VEN-READ(WS-VEN-FOUND, WS-SIDE)
           END-IF.
           MOVE SPACES TO WS-PIECE.
           MOVE 'M' TO WS-PCE-CHANNEL.
           MOVE RC-VWK-OCCASION TO WS-PCE-OCCASION.
           PERFORM TRACE-MAIL-CUSTOMER.
           MOVE RC-VWK-NAME TO WS-PCE-NAME.
           MOVE RC-VWK-ADDR-STREET TO WS-PCE-STREET.
           MOVE RC-VWK-ADDR-CITY TO WS-PCE-CITY.
           MOVE RC-VWK-ADDR-STATE TO WS-PCE-STATE.
           MOVE RC-VWK-ADDR-ZIP TO WS-PCE-ZIP.
           MOVE RC-VWK-MESSAGE TO WS-PCE-MESSAGE.
           MOVE RC-VWK-WEIGHT-CLASS TO WS-PCE-WEIGHT-CLASS.
           MOVE RC-VWK-INSERT-CODE TO WS-PCE-INSERT-CODE.
           MOVE RC-VWK-VENDOR TO WS-PCE-VENDOR.
           MOVE 1 TO WS-CHAN-SUB.
           PERFORM TAKE-ONE-PIECE.

      *    The card carries no customer ID, but its response code is
      *    on the ledger against the customer it was issued for.  A
      *    piece whose code cannot be traced is matched by name.
           TRACE-MAIL-CUSTOMER.
           MOVE 0 TO WS-PCE-CUSTOMER-ID.
           IF WS-RESPONSE-IS-OPEN = 1
           AND RC-VWK-RESPONSE-CODE NOT = SPACES
               MOVE RC-VWK-RESPONSE-CODE TO RC-RESP-CODE
               READ F-RESPONSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RC-RESP-CUSTOMER-ID TO WS-PCE-CUSTOMER-ID
               END-READ
           END-IF.
           IF WS-PCE-CUSTOMER-ID = 0
               MOVE RC-VWK-NAME TO WS-PCE-NAME-KEY
               ADD 1 TO WS-SIDE-MAIL-BY-NAME(WS-SIDE)
           END-IF.

           READ-EMAIL-PIECES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EMAIL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EMAIL-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-EMAIL-PIECE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EMAIL-FILE.

           TAKE-ONE-EMAIL-PIECE.
           ADD 1 TO WS-SIDE-EMAIL-READ(WS-SIDE).
           MOVE SPACES TO WS-PIECE.
           MOVE RC-EMAIL-CUSTOMER-ID TO WS-PCE-CUSTOMER-ID.
           MOVE RC-EMAIL-OCCASION TO WS-PCE-OCCASION.
           MOVE 'E' TO WS-PCE-CHANNEL.
           MOVE RC-EMAIL-ADDRESS TO WS-PCE-NAME.
           MOVE RC-EMAIL-MESSAGE TO WS-PCE-MESSAGE.
           MOVE RC-EMAIL-SUBJECT TO WS-PCE-SUBJECT.
           MOVE RC-EMAIL-BODY TO WS-PCE-BODY.
           MOVE 2 TO WS-CHAN-SUB.
           PERFORM TAKE-ONE-PIECE.

           TAKE-ONE-PIECE.
           IF WS-SIDE = 1
               ADD 1 TO WS-CHAN-OLD(WS-CHAN-SUB)
               PERFORM STORE-OLD-PIECE
           ELSE
               ADD 1 TO WS-CHAN-NEW(WS-CHAN-SUB)
               PERFORM MATCH-NEW-PIECE
           END-IF.

           STORE-OLD-PIECE.
           IF WS-OLD-COUNT < 5000
               ADD 1 TO WS-OLD-COUNT
               SET OLD-IDX TO WS-OLD-COUNT
               MOVE WS-PCE-KEY TO WS-OLD-KEY(OLD-IDX)
               MOVE WS-PCE-NAME TO WS-OLD-NAME(OLD-IDX)
               MOVE WS-PCE-STREET TO WS-OLD-STREET(OLD-IDX)
               MOVE WS-PCE-CITY TO WS-OLD-CITY(OLD-IDX)
               MOVE WS-PCE-STATE TO WS-OLD-STATE(OLD-IDX)
               MOVE WS-PCE-ZIP TO WS-OLD-ZIP(OLD-IDX)
               MOVE WS-PCE-MESSAGE TO WS-OLD-MESSAGE(OLD-IDX)
               MOVE WS-PCE-SUBJECT TO WS-OLD-SUBJECT(OLD-IDX)
               MOVE WS-PCE-BODY TO WS-OLD-BODY(OLD-IDX)
               MOVE WS-PCE-WEIGHT-CLASS TO WS-OLD-WEIGHT-CLASS(OLD-IDX)
               MOVE WS-PCE-INSERT-CODE TO WS-OLD-INSERT-CODE(OLD-IDX)
               MOVE WS-PCE-VENDOR TO WS-OLD-VENDOR(OLD-IDX)
               MOVE 0 TO WS-OLD-MATCHED(OLD-IDX)
           ELSE
               IF WS-OLD-OVERFLOW = 0
                   DISPLAY 'output-compare: more than 5000 pieces on '
                       'the old side -- remainder not compared'
               END-IF
               MOVE 1 TO WS-OLD-OVERFLOW
           END-IF.

      *    The first unmatched old piece with the same key is this
      *    piece's original; a customer sent two pieces for the same
      *    occasion on one day pairs off in file order.
           MATCH-NEW-PIECE.
           MOVE 0 TO WS-FOUND-IDX.
           IF WS-OLD-COUNT > 0
               SET OLD-IDX TO 1
               SEARCH WS-OLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OLD-KEY(OLD-IDX) = WS-PCE-KEY
                   AND WS-OLD-MATCHED(OLD-IDX) = 0
                       SET WS-FOUND-IDX TO OLD-IDX
               END-SEARCH
           END-IF.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-CHAN-ADDED(WS-CHAN-SUB)
               ADD 1 TO WS-DIFFERENCE-COUNT
               MOVE 'ADDED' TO WS-DET-FINDING
               PERFORM SET-DETAIL-KEY
               MOVE 'NAME' TO WS-DET-FIELD
               IF WS-CHAN-SUB = 2
                   MOVE 'EMAIL' TO WS-DET-FIELD
               END-IF
               MOVE 'NEW' TO WS-DET-SIDE
               MOVE WS-PCE-NAME TO WS-DET-VALUE
               WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               SET OLD-IDX TO WS-FOUND-IDX
               MOVE 1 TO WS-OLD-MATCHED(OLD-IDX)
               PERFORM COMPARE-MATCHED-PIECE
           END-IF.

           COMPARE-MATCHED-PIECE.
           MOVE 0 TO WS-PIECE-IS-CHANGED.
           IF WS-CHAN-SUB = 1
               MOVE 'STREET' TO WS-COMPARE-FIELD
               MOVE WS-OLD-STREET(OLD-IDX) TO WS-COMPARE-OLD
               MOVE WS-PCE-STREET TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
               MOVE 'CITY' TO WS-COMPARE-FIELD
               MOVE WS-OLD-CITY(OLD-IDX) TO WS-COMPARE-OLD
               MOVE WS-PCE-CITY TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
               MOVE 'STATE' TO WS-COMPARE-FIELD
               MOVE WS-OLD-STATE(OLD-IDX) TO WS-COMPARE-OLD
               MOVE WS-PCE-STATE TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
               MOVE 'ZIP' TO WS-COMPARE-FIELD
               MOVE WS-OLD-ZIP(OLD-IDX) TO WS-COMPARE-OLD
               MOVE WS-PCE-ZIP TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
           ELSE
               MOVE 'EMAIL' TO WS-COMPARE-FIELD
               MOVE WS-OLD-NAME(OLD-IDX) TO WS-COMPARE-OLD
               MOVE WS-PCE-NAME TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
           END-IF.
           MOVE 'MESSAGE' TO WS-COMPARE-FIELD.
           MOVE WS-OLD-MESSAGE(OLD-IDX) TO WS-COMPARE-OLD.
           MOVE WS-PCE-MESSAGE TO WS-COMPARE-NEW.
           PERFORM COMPARE-ONE-FIELD.
           IF WS-CHAN-SUB = 1
               MOVE 'WEIGHT' TO WS-COMPARE-FIELD
               MOVE WS-OLD-WEIGHT-CLASS(OLD-IDX) TO WS-COMPARE-OLD
               MOVE WS-PCE-WEIGHT-CLASS TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
               MOVE 'INSERT' TO WS-COMPARE-FIELD
               MOVE WS-OLD-INSERT-CODE(OLD-IDX) TO WS-COMPARE-OLD
               MOVE WS-PCE-INSERT-CODE TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
               MOVE 'VENDOR' TO WS-COMPARE-FIELD
               MOVE WS-OLD-VENDOR(OLD-IDX) TO WS-COMPARE-OLD
               MOVE WS-PCE-VENDOR TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
           ELSE
               MOVE 'SUBJECT' TO WS-COMPARE-FIELD
               MOVE WS-OLD-SUBJECT(OLD-IDX) TO WS-COMPARE-OLD
               MOVE WS-PCE-SUBJECT TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
      *        The body is wider than a report line, so it is
      *        compared and shown in thirds.
               MOVE 'BODY-1' TO WS-COMPARE-FIELD
               MOVE WS-OLD-BODY(OLD-IDX)(1:60) TO WS-COMPARE-OLD
               MOVE WS-PCE-BODY(1:60) TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
               MOVE 'BODY-2' TO WS-COMPARE-FIELD
               MOVE WS-OLD-BODY(OLD-IDX)(61:60) TO WS-COMPARE-OLD
               MOVE WS-PCE-BODY(61:60) TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
               MOVE 'BODY-3' TO WS-COMPARE-FIELD
               MOVE WS-OLD-BODY(OLD-IDX)(121:60) TO WS-COMPARE-OLD
               MOVE WS-PCE-BODY(121:60) TO WS-COMPARE-NEW
               PERFORM COMPARE-ONE-FIELD
           END-IF.
           IF WS-PIECE-IS-CHANGED = 1
               ADD 1 TO WS-CHAN-CHANGED(WS-CHAN-SUB)
               ADD 1 TO WS-DIFFERENCE-COUNT
           ELSE
               ADD 1 TO WS-CHAN-SAME(WS-CHAN-SUB)
           END-IF.

      *    A changed field is shown as two lines, the old run's value
      *    over the new one's.
           COMPARE-ONE-FIELD.
           IF WS-COMPARE-OLD NOT = WS-COMPARE-NEW
               MOVE 1 TO WS-PIECE-IS-CHANGED
               MOVE 'CHANGED' TO WS-DET-FINDING
               PERFORM SET-DETAIL-KEY
               MOVE WS-COMPARE-FIELD TO WS-DET-FIELD
               MOVE 'OLD' TO WS-DET-SIDE
               MOVE WS-COMPARE-OLD TO WS-DET-VALUE
               WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE
               MOVE SPACES TO WS-DET-FINDING
               MOVE 'NEW' TO WS-DET-SIDE
               MOVE WS-COMPARE-NEW TO WS-DET-VALUE
               WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

           SET-DETAIL-KEY.
           IF WS-CHAN-SUB = 1
               MOVE 'MAIL' TO WS-DET-CHANNEL
           ELSE
               MOVE 'EMAIL' TO WS-DET-CHANNEL
           END-IF.
           MOVE WS-PCE-CUSTOMER-ID TO WS-DET-CUSTOMER-ID.
           MOVE WS-PCE-OCCASION TO WS-DET-OCCASION.

      *    Old pieces the new run never matched did not go out again.
           REPORT-DROPPED-PIECES.
           PERFORM VARYING OLD-IDX FROM 1 BY 1
               UNTIL OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-MATCHED(OLD-IDX) = 0
                   MOVE WS-OLD-KEY(OLD-IDX) TO WS-PCE-KEY
                   MOVE 1 TO WS-CHAN-SUB
                   IF WS-PCE-CHANNEL = 'E'
                       MOVE 2 TO WS-CHAN-SUB
                   END-IF
                   ADD 1 TO WS-CHAN-DROPPED(WS-CHAN-SUB)
                   ADD 1 TO WS-DIFFERENCE-COUNT
                   MOVE 'DROPPED' TO WS-DET-FINDING
                   PERFORM SET-DETAIL-KEY
                   MOVE 'NAME' TO WS-DET-FIELD
                   IF WS-CHAN-SUB = 2
                       MOVE 'EMAIL' TO WS-DET-FIELD
                   END-IF
                   MOVE 'OLD' TO WS-DET-SIDE
                   MOVE WS-OLD-NAME(OLD-IDX) TO WS-DET-VALUE
                   WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.

      *    Customers' pieces on the outbound file, headers and
      *    trailer aside, for its manifest line.
           COUNT-OUTBOUND-PIECES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OUTBOUND-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OUTBOUND-FILE
                   NOT AT END
                       IF RC-OUTBOUND-OCCASION(1:3) NOT = 'HDR'
                       AND RC-OUTBOUND-OCCASION(1:3) NOT = 'TRL'
                           ADD 1 TO WS-SIDE-OUTBOUND-READ(WS-SIDE)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-OUTBOUND-FILE.

      *    The side's COUNT= lines for its run date.  A resumed or
      *    repeated run lists a file again; the latest line stands.
           READ-SIDE-MANIFEST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   NOT AT END
                       IF RC-MANIFEST-DATE = WS-SIDE-RUN-DATE(WS-SIDE)
                       AND RC-MANIFEST-LABEL = 'COUNT='
                           PERFORM TAKE-ONE-MANIFEST-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-MANIFEST-FILE.

           TAKE-ONE-MANIFEST-LINE.
           IF RC-MANIFEST-FILENAME = WS-SIDE-OUTBOUND-NAME(WS-SIDE)
               COMPUTE WS-SIDE-OUTBOUND-LISTED(WS-SIDE) =
                   FUNCTION NUMVAL(RC-MANIFEST-COUNT)
               MOVE 1 TO WS-SIDE-OUTBOUND-ON-MFST(WS-SIDE)
           END-IF.
           IF RC-MANIFEST-FILENAME = WS-SIDE-EMAIL-NAME(WS-SIDE)
               COMPUTE WS-SIDE-EMAIL-LISTED(WS-SIDE) =
                   FUNCTION NUMVAL(RC-MANIFEST-COUNT)
               MOVE 1 TO WS-SIDE-EMAIL-ON-MFST(WS-SIDE)
           END-IF.
           IF RC-MANIFEST-FILENAME(1:7) = 'vendor-'
           AND RC-MANIFEST-FILENAME(9:6) = '-mail-'
           AND RC-MANIFEST-FILENAME(15:10) = WS-SIDE-RUN-DATE(WS-SIDE)
           AND RC-MANIFEST-FILENAME(25:4) = '.dat'
               MOVE FUNCTION UPPER-CASE(RC-MANIFEST-FILENAME(8:1))
                   TO WS-VEN-CODE-WORK
               PERFORM FIND-VENDOR-ENTRY
               IF WS-VEN-FOUND > 0
                   COMPUTE WS-VEN-LISTED(WS-VEN-FOUND, WS-SIDE) =
                       FUNCTION NUMVAL(RC-MANIFEST-COUNT)
                   MOVE 1 TO WS-VEN-ON-MFST(WS-VEN-FOUND, WS-SIDE)
               END-IF
           END-IF.

           FIND-VENDOR-ENTRY.
           MOVE 0 TO WS-VEN-FOUND.
           PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
               UNTIL WS-VEN-SUB > WS-VEN-COUNT
               IF WS-VEN-CODE(WS-VEN-SUB) = WS-VEN-CODE-WORK
                   MOVE WS-VEN-SUB TO WS-VEN-FOUND
               END-IF
           END-PERFORM.
           IF WS-VEN-FOUND = 0
           AND WS-VEN-COUNT < 36
               ADD 1 TO WS-VEN-COUNT
               MOVE WS-VEN-COUNT TO WS-VEN-FOUND
               INITIALIZE WS-VEN-ENTRY(WS-VEN-FOUND)
               MOVE WS-VEN-CODE-WORK TO WS-VEN-CODE(WS-VEN-FOUND)
           END-IF.

           WRITE-SUMMARY.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           PERFORM VARYING WS-CHAN-SUB FROM 1 BY 1
               UNTIL WS-CHAN-SUB > 2
               IF WS-CHAN-SUB = 1
                   MOVE 'MAIL' TO WS-SUM-CHANNEL
               ELSE
                   MOVE 'EMAIL' TO WS-SUM-CHANNEL
               END-IF
               MOVE WS-CHAN-OLD(WS-CHAN-SUB) TO WS-SUM-OLD
               MOVE WS-CHAN-NEW(WS-CHAN-SUB) TO WS-SUM-NEW
               MOVE WS-CHAN-SAME(WS-CHAN-SUB) TO WS-SUM-SAME
               MOVE WS-CHAN-CHANGED(WS-CHAN-SUB) TO WS-SUM-CHANGED
               MOVE WS-CHAN-ADDED(WS-CHAN-SUB) TO WS-SUM-ADDED
               MOVE WS-CHAN-DROPPED(WS-CHAN-SUB) TO WS-SUM-DROPPED
               IF WS-CHAN-OLD(WS-CHAN-SUB) + WS-CHAN-ADDED(WS-CHAN-SUB)
                   = WS-CHAN-NEW(WS-CHAN-SUB)
                   + WS-CHAN-DROPPED(WS-CHAN-SUB)
               AND WS-CHAN-SAME(WS-CHAN-SUB)
                   + WS-CHAN-CHANGED(WS-CHAN-SUB)
                   + WS-CHAN-ADDED(WS-CHAN-SUB)
                   = WS-CHAN-NEW(WS-CHAN-SUB)
               AND WS-OLD-OVERFLOW = 0
                   MOVE 'BALANCES' TO WS-SUM-RESULT
               ELSE
                   MOVE 'DOES NOT BALANCE' TO WS-SUM-RESULT
                   ADD 1 TO WS-RECON-FAILURES
               END-IF
               WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM.
           MOVE WS-SIDE-MAIL-BY-NAME(1) TO WS-BYN-OLD.
           MOVE WS-SIDE-MAIL-BY-NAME(2) TO WS-BYN-NEW.
           WRITE RC-REPORT-LINE FROM WS-BY-NAME-LINE.

      *    Each side's files against its own manifest: the outbound
      *    file, each vendor's share of the routed pieces, and the
      *    e-notifications.
           WRITE-RECONCILIATION.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               MOVE WS-SIDE-OUTBOUND-NAME(WS-SIDE)
                   TO WS-RECON-FILENAME
               MOVE WS-SIDE-OUTBOUND-READ(WS-SIDE) TO WS-RECON-READ
               MOVE WS-SIDE-OUTBOUND-LISTED(WS-SIDE)
                   TO WS-RECON-LISTED
               MOVE WS-SIDE-OUTBOUND-ON-MFST(WS-SIDE)
                   TO WS-RECON-ON-MFST
               PERFORM WRITE-ONE-RECON-LINE
               PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
                   UNTIL WS-VEN-SUB > WS-VEN-COUNT
                   PERFORM RECONCILE-ONE-VENDOR
               END-PERFORM
               MOVE WS-SIDE-EMAIL-NAME(WS-SIDE) TO WS-RECON-FILENAME
               MOVE WS-SIDE-EMAIL-READ(WS-SIDE) TO WS-RECON-READ
               MOVE WS-SIDE-EMAIL-LISTED(WS-SIDE) TO WS-RECON-LISTED
               MOVE WS-SIDE-EMAIL-ON-MFST(WS-SIDE) TO WS-RECON-ON-MFST
               PERFORM WRITE-ONE-RECON-LINE
           END-PERFORM.

      *    A vendor with nothing routed to it and no line on this
      *    side's manifest belongs to the other side only.
           RECONCILE-ONE-VENDOR.
           IF WS-VEN-READ(WS-VEN-SUB, WS-SIDE) > 0
           OR WS-VEN-ON-MFST(WS-VEN-SUB, WS-SIDE) = 1
               MOVE SPACES TO WS-RECON-FILENAME
               STRING 'vendor-'
                   FUNCTION LOWER-CASE(WS-VEN-CODE(WS-VEN-SUB))
                   '-mail-' WS-SIDE-RUN-DATE(WS-SIDE) '.dat'
                   DELIMITED BY SIZE INTO WS-RECON-FILENAME
               END-STRING
               MOVE WS-VEN-READ(WS-VEN-SUB, WS-SIDE) TO WS-RECON-READ
               MOVE WS-VEN-LISTED(WS-VEN-SUB, WS-SIDE)
                   TO WS-RECON-LISTED
               MOVE WS-VEN-ON-MFST(WS-VEN-SUB, WS-SIDE)
                   TO WS-RECON-ON-MFST
               PERFORM WRITE-ONE-RECON-LINE
           END-IF.

           WRITE-ONE-RECON-LINE.
           IF WS-SIDE = 1
               MOVE 'OLD' TO WS-REC-SIDE
           ELSE
               MOVE 'NEW' TO WS-REC-SIDE
           END-IF.
           MOVE WS-RECON-FILENAME TO WS-REC-FILE.
           MOVE WS-RECON-READ TO WS-REC-READ.
           MOVE WS-RECON-LISTED TO WS-REC-LISTED.
           IF WS-RECON-ON-MFST = 0
               MOVE 'NOT ON MANIFEST' TO WS-REC-RESULT
               ADD 1 TO WS-RECON-FAILURES
           ELSE
               IF WS-RECON-READ = WS-RECON-LISTED
                   MOVE 'AGREES' TO WS-REC-RESULT
               ELSE
                   MOVE 'DISAGREES' TO WS-REC-RESULT
                   ADD 1 TO WS-RECON-FAILURES
               END-IF
           END-IF.
           WRITE RC-REPORT-LINE FROM WS-RECON-LINE.

           WRITE-RESULT.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-RECON-FAILURES > 0
                   MOVE 'NOT RECONCILED -- COMPARISON IS NOT EVIDENCE'
                       TO WS-RES-TEXT
                   MOVE 8 TO WS-COMPARE-RETURN-CODE
               WHEN WS-DIFFERENCE-COUNT > 0
                   MOVE 'RECONCILED, DIFFERENCES FOUND' TO WS-RES-TEXT
                   MOVE 4 TO WS-COMPARE-RETURN-CODE
               WHEN OTHER
                   MOVE 'RECONCILED, OUTPUT IDENTICAL' TO WS-RES-TEXT
                   MOVE 0 TO WS-COMPARE-RETURN-CODE
           END-EVALUATE.
           WRITE RC-REPORT-LINE FROM WS-RESULT-LINE.
