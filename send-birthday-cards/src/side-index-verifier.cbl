       IDENTIFICATION DIVISION.
       PROGRAM-ID. side-index-verifier.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-CUSTOMER-ID.
               SELECT OPTIONAL F-XREF-FILE ASSIGN TO 'dob-xref.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-NAME-INDEX-FILE
                   ASSIGN TO 'name-index.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REPAIR-FILE
                   ASSIGN TO 'side-index-repair.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SORT-FILE ASSIGN TO 'side-index-work.tmp'.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'side-index-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-XREF-FILE.
           01 RC-XREF-RECORD.
               05 RC-XREF-MMDD PIC X(5).
               05 FILLER PIC X.
               05 RC-XREF-CUSTOMER-ID PIC 9(6).
           FD F-NAME-INDEX-FILE.
           01 RC-NAME-INDEX-RECORD.
               05 RC-NIDX-NAME PIC X(40).
               05 FILLER PIC X.
               05 RC-NIDX-CUSTOMER-ID PIC 9(6).
           FD F-REPAIR-FILE.
           01 RC-REPAIR-PARM PIC X.
           SD F-SORT-FILE.
           01 SORT-INDEX-RECORD.
               05 SORT-INDEX-CUSTOMER-ID PIC 9(6).
               05 SORT-INDEX-VALUE PIC X(40).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(140).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMER-IS-ENDED PIC 9.
           01 WS-SORT-IS-ENDED PIC 9.
           01 WS-REPAIR-REQUESTED PIC 9.
           01 WS-INDEX-KIND PIC X.
               88 WS-CHECKING-DOB-XREF VALUE 'D'.
               88 WS-CHECKING-NAME-INDEX VALUE 'N'.
           01 WS-INDEX-FILE-NAME PIC X(14).
           01 WS-PASS-LABEL PIC X(14).
           01 WS-LAST-MATCHED-ID PIC 9(6).
           01 WS-HAVE-MATCHED PIC 9.
           01 WS-EXPECTED-VALUE PIC X(40).
           01 WS-INDEX-NAME PIC X(40).
           01 WS-ENTRY-COUNT PIC 9(6).
           01 WS-MISSING-COUNT PIC 9(6).
           01 WS-STALE-COUNT PIC 9(6).
           01 WS-ORPHAN-COUNT PIC 9(6).
           01 WS-PROBLEM-COUNT PIC 9(6).
           01 WS-FIRST-PROBLEM-COUNT PIC 9(6).
           01 WS-DETAIL-LINE.
               05 WS-DET-FINDING PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DET-INDEX PIC X(14).
               05 FILLER PIC X(10) VALUE ' CUSTOMER '.
               05 WS-DET-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X(7) VALUE ' INDEX '.
               05 WS-DET-INDEX-VALUE PIC X(40).
               05 FILLER PIC X(8) VALUE ' MASTER '.
               05 WS-DET-MASTER-VALUE PIC X(40).
           01 WS-SUMMARY-LINE.
               05 WS-SUM-PASS PIC X(14).
               05 FILLER PIC X VALUE SPACE.
               05 WS-SUM-INDEX PIC X(14).
               05 FILLER PIC X(9) VALUE ' ENTRIES='.
               05 WS-SUM-ENTRIES PIC ZZZZZ9.
               05 FILLER PIC X(9) VALUE ' MISSING='.
               05 WS-SUM-MISSING PIC ZZZZZ9.
               05 FILLER PIC X(7) VALUE ' STALE='.
               05 WS-SUM-STALE PIC ZZZZZ9.
               05 FILLER PIC X(10) VALUE ' ORPHANED='.
               05 WS-SUM-ORPHANED PIC ZZZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    dob-xref.dat and name-index.dat are only as good as the
      *    last rebuild.  A feed batch that adds customers without
      *    the rebuild step leaves them out of dob-xref.dat, and the
      *    birthday pass then skips them without a word.  Each side
      *    index is sorted into customer ID order and matched to
      *    customers.dat, entry for entry:
      *      MISSING  - customer on the master with no index entry
      *      STALE    - entry whose month-day or name no longer
      *                 matches the master, or a second entry for
      *                 the same customer
      *      ORPHANED - entry for a customer no longer on the master
      *    Expected entries are derived exactly as dob-xref-builder
      *    and name-index-builder derive them.  Any finding fails the
      *    step (RC 8) so nightly-batch-driver stops before the card
      *    runs read a bad index.  Operations drops a
      *    side-index-repair.dat control record of Y to have the
      *    verifier run both rebuilds itself on a finding and verify
      *    again; the step then fails only if the rebuilt indexes
      *    still disagree with the master.
           PERFORM APPLY-REPAIR-OVERRIDE.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE 'VERIFY' TO WS-PASS-LABEL.
           PERFORM VERIFY-SIDE-INDEXES.
           MOVE WS-PROBLEM-COUNT TO WS-FIRST-PROBLEM-COUNT.
           IF WS-PROBLEM-COUNT > 0 AND WS-REPAIR-REQUESTED = 1
               MOVE SPACES TO RC-REPORT-LINE
               MOVE 'REBUILD  dob-xref.dat and name-index.dat rebuilt'
                   TO RC-REPORT-LINE
               WRITE RC-REPORT-LINE
               CALL 'dob-xref-builder'
               CALL 'name-index-builder'
               MOVE 'AFTER REBUILD' TO WS-PASS-LABEL
               PERFORM VERIFY-SIDE-INDEXES
           END-IF.
           CLOSE F-REPORT-FILE.
           MOVE 'side-index-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'side-index-verifier' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           IF WS-PROBLEM-COUNT > 0
               DISPLAY 'side-index-verifier: ' WS-PROBLEM-COUNT
                   ' side index discrepancy(ies) -- see '
                   'side-index-report.dat'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FIRST-PROBLEM-COUNT > 0
                   DISPLAY 'side-index-verifier: '
                       WS-FIRST-PROBLEM-COUNT
                       ' discrepancy(ies) cleared by rebuild'
               ELSE
                   DISPLAY 'side-index-verifier: dob-xref.dat and '
                       'name-index.dat agree with customers.dat'
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

           APPLY-REPAIR-OVERRIDE.
           MOVE 0 TO WS-REPAIR-REQUESTED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REPAIR-FILE.
           READ F-REPAIR-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-REPAIR-FILE.
           IF WS-FILE-IS-ENDED = 0 AND RC-REPAIR-PARM = 'Y'
               MOVE 1 TO WS-REPAIR-REQUESTED
           END-IF.

           VERIFY-SIDE-INDEXES.
           MOVE 0 TO WS-PROBLEM-COUNT.
           MOVE 'D' TO WS-INDEX-KIND.
           MOVE 'dob-xref.dat' TO WS-INDEX-FILE-NAME.
           PERFORM VERIFY-ONE-INDEX.
           MOVE 'N' TO WS-INDEX-KIND.
           MOVE 'name-index.dat' TO WS-INDEX-FILE-NAME.
           PERFORM VERIFY-ONE-INDEX.

           VERIFY-ONE-INDEX.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE 0 TO WS-MISSING-COUNT.
           MOVE 0 TO WS-STALE-COUNT.
           MOVE 0 TO WS-ORPHAN-COUNT.
           SORT F-SORT-FILE
               ON ASCENDING KEY SORT-INDEX-CUSTOMER-ID
               INPUT PROCEDURE IS RELEASE-INDEX-ENTRIES
               OUTPUT PROCEDURE IS MATCH-INDEX-ENTRIES.
           MOVE WS-PASS-LABEL TO WS-SUM-PASS.
           MOVE WS-INDEX-FILE-NAME TO WS-SUM-INDEX.
           MOVE WS-ENTRY-COUNT TO WS-SUM-ENTRIES.
           MOVE WS-MISSING-COUNT TO WS-SUM-MISSING.
           MOVE WS-STALE-COUNT TO WS-SUM-STALE.
           MOVE WS-ORPHAN-COUNT TO WS-SUM-ORPHANED.
           WRITE RC-REPORT-LINE FROM WS-SUMMARY-LINE.
           ADD WS-MISSING-COUNT WS-STALE-COUNT WS-ORPHAN-COUNT
               TO WS-PROBLEM-COUNT.

           RELEASE-INDEX-ENTRIES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-CHECKING-DOB-XREF
               OPEN INPUT F-XREF-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-XREF-FILE
                       NOT AT END
                           MOVE RC-XREF-CUSTOMER-ID
                               TO SORT-INDEX-CUSTOMER-ID
                           MOVE RC-XREF-MMDD TO SORT-INDEX-VALUE
                           RELEASE SORT-INDEX-RECORD
                           ADD 1 TO WS-ENTRY-COUNT
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-XREF-FILE
           ELSE
               OPEN INPUT F-NAME-INDEX-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-NAME-INDEX-FILE
                       NOT AT END
                           MOVE RC-NIDX-CUSTOMER-ID
                               TO SORT-INDEX-CUSTOMER-ID
                           MOVE RC-NIDX-NAME TO SORT-INDEX-VALUE
                           RELEASE SORT-INDEX-RECORD
                           ADD 1 TO WS-ENTRY-COUNT
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-NAME-INDEX-FILE
           END-IF.

      *    Both sides arrive in customer ID order.  A matched
      *    customer moves both sides on, so an entry below the
      *    current customer is either a repeat of the one just
      *    matched or belongs to no customer at all.
           MATCH-INDEX-ENTRIES.
           MOVE 0 TO WS-HAVE-MATCHED.
           MOVE 0 TO WS-LAST-MATCHED-ID.
           MOVE 0 TO WS-CUSTOMER-IS-ENDED.
           MOVE 0 TO WS-SORT-IS-ENDED.
           OPEN INPUT F-CUSTOMER-FILE.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM RETURN-NEXT-ENTRY.
           PERFORM UNTIL WS-CUSTOMER-IS-ENDED = 1
               AND WS-SORT-IS-ENDED = 1
               EVALUATE TRUE
                   WHEN WS-CUSTOMER-IS-ENDED = 1
                       PERFORM REPORT-UNMATCHED-ENTRY
                       PERFORM RETURN-NEXT-ENTRY
                   WHEN WS-SORT-IS-ENDED = 1
                       PERFORM REPORT-MISSING-ENTRY
                       PERFORM READ-NEXT-CUSTOMER
                   WHEN SORT-INDEX-CUSTOMER-ID < RC-CUSTOMER-ID
                       PERFORM REPORT-UNMATCHED-ENTRY
                       PERFORM RETURN-NEXT-ENTRY
                   WHEN SORT-INDEX-CUSTOMER-ID > RC-CUSTOMER-ID
                       PERFORM REPORT-MISSING-ENTRY
                       PERFORM READ-NEXT-CUSTOMER
                   WHEN OTHER
                       PERFORM COMPARE-MATCHED-ENTRY
                       MOVE 1 TO WS-HAVE-MATCHED
                       MOVE RC-CUSTOMER-ID TO WS-LAST-MATCHED-ID
                       PERFORM READ-NEXT-CUSTOMER
                       PERFORM RETURN-NEXT-ENTRY
               END-EVALUATE
           END-PERFORM.
           CLOSE F-CUSTOMER-FILE.

           READ-NEXT-CUSTOMER.
           READ F-CUSTOMER-FILE
               AT END
                   MOVE 1 TO WS-CUSTOMER-IS-ENDED
           END-READ.

           RETURN-NEXT-ENTRY.
           RETURN F-SORT-FILE
               AT END
                   MOVE 1 TO WS-SORT-IS-ENDED
           END-RETURN.

           COMPARE-MATCHED-ENTRY.
           PERFORM BUILD-EXPECTED-ENTRY.
           IF SORT-INDEX-VALUE NOT = WS-EXPECTED-VALUE
               MOVE 'STALE' TO WS-DET-FINDING
               MOVE SORT-INDEX-CUSTOMER-ID TO WS-DET-CUSTOMER-ID
               MOVE SORT-INDEX-VALUE TO WS-DET-INDEX-VALUE
               MOVE WS-EXPECTED-VALUE TO WS-DET-MASTER-VALUE
               PERFORM WRITE-DETAIL-LINE
               ADD 1 TO WS-STALE-COUNT
           END-IF.

           REPORT-UNMATCHED-ENTRY.
           MOVE SORT-INDEX-CUSTOMER-ID TO WS-DET-CUSTOMER-ID.
           MOVE SORT-INDEX-VALUE TO WS-DET-INDEX-VALUE.
           IF WS-HAVE-MATCHED = 1
           AND SORT-INDEX-CUSTOMER-ID = WS-LAST-MATCHED-ID
               MOVE 'STALE' TO WS-DET-FINDING
               MOVE '(duplicate entry)' TO WS-DET-MASTER-VALUE
               ADD 1 TO WS-STALE-COUNT
           ELSE
               MOVE 'ORPHANED' TO WS-DET-FINDING
               MOVE '(not on customers.dat)' TO WS-DET-MASTER-VALUE
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

           REPORT-MISSING-ENTRY.
           PERFORM BUILD-EXPECTED-ENTRY.
           MOVE 'MISSING' TO WS-DET-FINDING.
           MOVE RC-CUSTOMER-ID TO WS-DET-CUSTOMER-ID.
           MOVE '(no entry)' TO WS-DET-INDEX-VALUE.
           MOVE WS-EXPECTED-VALUE TO WS-DET-MASTER-VALUE.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-MISSING-COUNT.

      *    Kept in step with WRITE-XREF-RECORD in dob-xref-builder
      *    and WRITE-NAME-INDEX-RECORD in name-index-builder.
           BUILD-EXPECTED-ENTRY.
           MOVE SPACES TO WS-EXPECTED-VALUE.
           IF WS-CHECKING-DOB-XREF
               IF RC-DOB-MONTH IS NUMERIC AND RC-DOB-DAY IS NUMERIC
                   MOVE RC-DOB-MMDD TO WS-EXPECTED-VALUE
               ELSE
                   MOVE 'XX-XX' TO WS-EXPECTED-VALUE
               END-IF
           ELSE
               IF RC-NAME-LAST NOT = SPACES
                   MOVE SPACES TO WS-INDEX-NAME
                   STRING FUNCTION TRIM(RC-NAME-LAST) ', '
                       FUNCTION TRIM(RC-NAME-FIRST) ' '
                       FUNCTION TRIM(RC-NAME-MIDDLE)
                       DELIMITED BY SIZE INTO WS-INDEX-NAME
                   END-STRING
                   MOVE FUNCTION UPPER-CASE(WS-INDEX-NAME)
                       TO WS-EXPECTED-VALUE
               ELSE
                   MOVE FUNCTION UPPER-CASE(RC-CUSTOMER-NAME)
                       TO WS-EXPECTED-VALUE
               END-IF
           END-IF.

           WRITE-DETAIL-LINE.
           MOVE WS-INDEX-FILE-NAME TO WS-DET-INDEX.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.
