       IDENTIFICATION DIVISION.
       PROGRAM-ID. case-category-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-CASE-FILE
                   ASSIGN TO 'customer-cases.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-CASE-KEY
                   FILE STATUS IS WS-CASE-STATUS.
               SELECT OPTIONAL F-REPORT-MONTH-FILE
                   ASSIGN TO 'case-report-month.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'case-category-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CASE-FILE.
           COPY "customer-case-record.cpy".
           FD F-REPORT-MONTH-FILE.
           01 RC-REPORT-MONTH-PARM PIC X(6).
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-CASE-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REPORT-MONTH PIC X(6).
           01 WS-REPORT-YEAR-NUM PIC 9(4).
           01 WS-REPORT-MONTH-NUM PIC 99.
           01 WS-CASE-MONTH PIC X(6).
           01 WS-RESOLVED-MONTH PIC X(6).
           01 WS-CATEGORY-SUB PIC 9.
           01 WS-SCAN-SUB PIC 9.
           01 WS-CURRENT-CUSTOMER PIC 9(6).
           01 WS-OPENED-COUNT PIC 9(5).
           01 WS-RESOLVED-COUNT PIC 9(5).
           01 WS-REPEAT-COUNT PIC 9(5).
      *    The categories customer-case-record.cpy allows, in its
      *    order; anything else on file counts under OTHER.
           01 WS-CATEGORY-NAMES.
               05 FILLER PIC X(9) VALUE 'MISSING'.
               05 FILLER PIC X(9) VALUE 'WRONGNAM'.
               05 FILLER PIC X(9) VALUE 'UNWANTED'.
               05 FILLER PIC X(9) VALUE 'ADDRESS'.
               05 FILLER PIC X(9) VALUE 'DUPLICATE'.
               05 FILLER PIC X(9) VALUE 'OTHER'.
           01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
               05 WS-CATEGORY-NAME PIC X(9) OCCURS 6 TIMES.
           01 WS-CATEGORY-TOTALS.
               05 WS-CATEGORY-ENTRY OCCURS 6 TIMES.
                   10 WS-CAT-OPENED PIC 9(5).
                   10 WS-CAT-RESOLVED PIC 9(5).
                   10 WS-CAT-STILL-OPEN PIC 9(5).
                   10 WS-CAT-REPEATS PIC 9(5).
      *    Cases the current customer already had, by category, from
      *    the cases read before this one.
           01 WS-CUSTOMER-PRIOR-TABLE.
               05 WS-CUSTOMER-PRIOR PIC 9(3) OCCURS 6 TIMES.
           01 WS-TITLE-LINE.
               05 FILLER PIC X(34)
                   VALUE 'CALL-CENTER CASES BY CATEGORY FOR '.
               05 FILLER PIC X(6) VALUE 'MONTH '.
               05 WS-TITLE-MONTH PIC X(6).
           01 WS-SECTION-LINE PIC X(60).
           01 WS-CATEGORY-HEADER.
               05 FILLER PIC X(10) VALUE 'CATEGORY  '.
               05 FILLER PIC X(8) VALUE '  OPENED'.
               05 FILLER PIC X(10) VALUE '  RESOLVED'.
               05 FILLER PIC X(11) VALUE '  STILL OPN'.
               05 FILLER PIC X(9) VALUE '  REPEATS'.
           01 WS-CATEGORY-LINE.
               05 WS-CAT-LINE-NAME PIC X(9).
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-CAT-LINE-OPENED PIC ZZZZ9.
               05 FILLER PIC X(5) VALUE SPACES.
               05 WS-CAT-LINE-RESOLVED PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE SPACES.
               05 WS-CAT-LINE-STILL-OPEN PIC ZZZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 WS-CAT-LINE-REPEATS PIC ZZZZ9.
           01 WS-REPEAT-HEADER.
               05 FILLER PIC X(7) VALUE 'CASE   '.
               05 FILLER PIC X(7) VALUE 'CUST   '.
               05 FILLER PIC X(10) VALUE 'CATEGORY  '.
               05 FILLER PIC X(11) VALUE 'OPENED     '.
               05 FILLER PIC X(7) VALUE 'STATUS '.
               05 FILLER PIC X(14) VALUE 'EARLIER CASES'.
           01 WS-REPEAT-LINE.
               05 WS-REP-NUMBER PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-REP-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-REP-CATEGORY PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 WS-REP-OPEN-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-REP-STATUS PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-REP-PRIOR PIC ZZ9.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(14) VALUE 'OPENED:       '.
               05 WS-TOTAL-OPENED PIC ZZZZ9.
               05 FILLER PIC X(14) VALUE '   RESOLVED:  '.
               05 WS-TOTAL-RESOLVED PIC ZZZZ9.
               05 FILLER PIC X(14) VALUE '   REPEATS:   '.
               05 WS-TOTAL-REPEATS PIC ZZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Monthly breakdown of call-center cases by category: how
      *    many were opened and resolved in the month, how many of
      *    the month's cases are still open, and how many were
      *    repeats -- a customer coming back with the same category
      *    of trouble they had called about before.  The repeats are
      *    then listed one by one.  The month defaults to the one
      *    just ended; case-report-month.dat (YYYYMM) picks another.
           PERFORM SET-REPORT-MONTH.
           PERFORM VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 6
               MOVE 0 TO WS-CAT-OPENED(WS-CATEGORY-SUB)
               MOVE 0 TO WS-CAT-RESOLVED(WS-CATEGORY-SUB)
               MOVE 0 TO WS-CAT-STILL-OPEN(WS-CATEGORY-SUB)
               MOVE 0 TO WS-CAT-REPEATS(WS-CATEGORY-SUB)
               MOVE 0 TO WS-CUSTOMER-PRIOR(WS-CATEGORY-SUB)
           END-PERFORM.
           MOVE 0 TO WS-OPENED-COUNT.
           MOVE 0 TO WS-RESOLVED-COUNT.
           MOVE 0 TO WS-REPEAT-COUNT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-REPORT-MONTH TO WS-TITLE-MONTH.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'REPEAT CASES OPENED IN THE MONTH' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-REPEAT-HEADER.
           MOVE 0 TO WS-CURRENT-CUSTOMER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CASE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CASE-FILE NEXT
                   NOT AT END
                       PERFORM COUNT-ONE-CASE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CASE-FILE.
           PERFORM WRITE-CATEGORY-TOTALS.
           CLOSE F-REPORT-FILE.
           MOVE 'case-category-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'case-category-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'case-category-report: ' WS-REPORT-MONTH ' -- '
               WS-OPENED-COUNT ' opened, ' WS-RESOLVED-COUNT
               ' resolved, ' WS-REPEAT-COUNT ' repeat(s)'.
           GOBACK.

           SET-REPORT-MONTH.
           MOVE SPACES TO WS-REPORT-MONTH.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REPORT-MONTH-FILE.
           READ F-REPORT-MONTH-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-REPORT-MONTH-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-REPORT-MONTH-PARM IS NUMERIC
               MOVE RC-REPORT-MONTH-PARM TO WS-REPORT-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-YEAR-NUM
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REPORT-MONTH-NUM
               IF WS-REPORT-MONTH-NUM = 1
                   MOVE 12 TO WS-REPORT-MONTH-NUM
                   SUBTRACT 1 FROM WS-REPORT-YEAR-NUM
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MONTH-NUM
               END-IF
               STRING WS-REPORT-YEAR-NUM WS-REPORT-MONTH-NUM
                   DELIMITED BY SIZE INTO WS-REPORT-MONTH
               END-STRING
           END-IF.

      *    The file reads in customer then case-number order, and case
      *    numbers only ever go up, so every earlier case a customer
      *    had has been counted into the prior table by the time a
      *    later one is read.
           COUNT-ONE-CASE.
           IF RC-CASE-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               MOVE RC-CASE-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 6
                   MOVE 0 TO WS-CUSTOMER-PRIOR(WS-SCAN-SUB)
               END-PERFORM
           END-IF.
           MOVE 6 TO WS-CATEGORY-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > 5
               IF RC-CASE-CATEGORY = WS-CATEGORY-NAME(WS-SCAN-SUB)
                   MOVE WS-SCAN-SUB TO WS-CATEGORY-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CASE-MONTH.
           STRING RC-CASE-OPEN-DATE(1:4) RC-CASE-OPEN-DATE(6:2)
               DELIMITED BY SIZE INTO WS-CASE-MONTH
           END-STRING.
           MOVE SPACES TO WS-RESOLVED-MONTH.
           STRING RC-CASE-RESOLVED-DATE(1:4) RC-CASE-RESOLVED-DATE(6:2)
               DELIMITED BY SIZE INTO WS-RESOLVED-MONTH
           END-STRING.
           IF WS-CASE-MONTH = WS-REPORT-MONTH
               ADD 1 TO WS-OPENED-COUNT
               ADD 1 TO WS-CAT-OPENED(WS-CATEGORY-SUB)
               IF RC-CASE-IS-OPEN
                   ADD 1 TO WS-CAT-STILL-OPEN(WS-CATEGORY-SUB)
               END-IF
               IF WS-CUSTOMER-PRIOR(WS-CATEGORY-SUB) > 0
                   PERFORM WRITE-REPEAT-CASE
               END-IF
           END-IF.
           IF RC-CASE-IS-CLOSED
           AND WS-RESOLVED-MONTH = WS-REPORT-MONTH
               ADD 1 TO WS-RESOLVED-COUNT
               ADD 1 TO WS-CAT-RESOLVED(WS-CATEGORY-SUB)
           END-IF.
           IF WS-CUSTOMER-PRIOR(WS-CATEGORY-SUB) < 999
               ADD 1 TO WS-CUSTOMER-PRIOR(WS-CATEGORY-SUB)
           END-IF.

           WRITE-REPEAT-CASE.
           ADD 1 TO WS-REPEAT-COUNT.
           ADD 1 TO WS-CAT-REPEATS(WS-CATEGORY-SUB).
           MOVE RC-CASE-NUMBER TO WS-REP-NUMBER.
           MOVE RC-CASE-CUSTOMER-ID TO WS-REP-CUSTOMER-ID.
           MOVE RC-CASE-CATEGORY TO WS-REP-CATEGORY.
           MOVE RC-CASE-OPEN-DATE TO WS-REP-OPEN-DATE.
           MOVE RC-CASE-STATUS TO WS-REP-STATUS.
           MOVE WS-CUSTOMER-PRIOR(WS-CATEGORY-SUB) TO WS-REP-PRIOR.
           WRITE RC-REPORT-LINE FROM WS-REPEAT-LINE.

           WRITE-CATEGORY-TOTALS.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'CASES BY CATEGORY' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-CATEGORY-HEADER.
           PERFORM VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 6
               MOVE WS-CATEGORY-NAME(WS-CATEGORY-SUB)
                   TO WS-CAT-LINE-NAME
               MOVE WS-CAT-OPENED(WS-CATEGORY-SUB)
                   TO WS-CAT-LINE-OPENED
               MOVE WS-CAT-RESOLVED(WS-CATEGORY-SUB)
                   TO WS-CAT-LINE-RESOLVED
               MOVE WS-CAT-STILL-OPEN(WS-CATEGORY-SUB)
                   TO WS-CAT-LINE-STILL-OPEN
               MOVE WS-CAT-REPEATS(WS-CATEGORY-SUB)
                   TO WS-CAT-LINE-REPEATS
               WRITE RC-REPORT-LINE FROM WS-CATEGORY-LINE
           END-PERFORM.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE WS-OPENED-COUNT TO WS-TOTAL-OPENED.
           MOVE WS-RESOLVED-COUNT TO WS-TOTAL-RESOLVED.
           MOVE WS-REPEAT-COUNT TO WS-TOTAL-REPEATS.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
