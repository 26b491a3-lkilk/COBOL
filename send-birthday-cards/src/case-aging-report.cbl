       IDENTIFICATION DIVISION.
       PROGRAM-ID. case-aging-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-CASE-FILE
                   ASSIGN TO 'customer-cases.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-CASE-KEY
                   FILE STATUS IS WS-CASE-STATUS.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'case-aging-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CASE-FILE.
           COPY "customer-case-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-CASE-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-TODAY-YYYYMMDD PIC 9(8).
           01 WS-TODAY-INTEGER PIC S9(9) COMP.
           01 WS-OPENED-YYYYMMDD PIC 9(8).
           01 WS-OPENED-INTEGER PIC S9(9) COMP.
           01 WS-AGE-DAYS PIC S9(5).
           01 WS-OPEN-COUNT PIC 9(5).
           01 WS-BUCKET-SUB PIC 9.
           01 WS-CATEGORY-SUB PIC 9.
           01 WS-BUCKET-COUNTS.
               05 WS-BUCKET-COUNT PIC 9(5) OCCURS 6 TIMES.
           01 WS-BUCKET-LABELS.
               05 FILLER PIC X(14) VALUE '0-7 DAYS'.
               05 FILLER PIC X(14) VALUE '8-14 DAYS'.
               05 FILLER PIC X(14) VALUE '15-30 DAYS'.
               05 FILLER PIC X(14) VALUE '31-60 DAYS'.
               05 FILLER PIC X(14) VALUE 'OVER 60 DAYS'.
               05 FILLER PIC X(14) VALUE 'NO OPEN DATE'.
           01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
               05 WS-BUCKET-LABEL PIC X(14) OCCURS 6 TIMES.
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
           01 WS-CATEGORY-COUNTS.
               05 WS-CATEGORY-OPEN PIC 9(5) OCCURS 6 TIMES.
           01 WS-TITLE-LINE.
               05 FILLER PIC X(26) VALUE 'OPEN CALL-CENTER CASES AS '.
               05 FILLER PIC X(3) VALUE 'OF '.
               05 WS-TITLE-DATE PIC X(8).
           01 WS-SECTION-LINE PIC X(40).
           01 WS-HEADER-LINE.
               05 FILLER PIC X(7) VALUE 'CASE   '.
               05 FILLER PIC X(7) VALUE 'CUST   '.
               05 FILLER PIC X(10) VALUE 'CATEGORY  '.
               05 FILLER PIC X(11) VALUE 'OPENED     '.
               05 FILLER PIC X(9) VALUE 'BY       '.
               05 FILLER PIC X(11) VALUE 'UPDATED    '.
               05 FILLER PIC X(5) VALUE ' DAYS'.
           01 WS-DETAIL-LINE.
               05 WS-DETAIL-NUMBER PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-CATEGORY PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-OPEN-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-OPENED-BY PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-UPDATED PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-AGE PIC ZZZZ9.
           01 WS-COUNT-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-COUNT-LINE-LABEL PIC X(14).
               05 FILLER PIC X(6) VALUE ' OPEN='.
               05 WS-COUNT-LINE-COUNT PIC ZZZZ9.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(18) VALUE 'OPEN CASES:       '.
               05 WS-TOTAL-OPEN PIC ZZZZ9.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    Weekly list of every call-center case still open, with how
      *    long it has been open, then the open count by age and by
      *    category.  An old open case is a customer still waiting
      *    on us; a category whose count only grows is a problem the
      *    desk is not fixing.
           COMPUTE WS-TODAY-YYYYMMDD =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           MOVE 0 TO WS-OPEN-COUNT.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 6
               MOVE 0 TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
               MOVE 0 TO WS-CATEGORY-OPEN(WS-BUCKET-SUB)
           END-PERFORM.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TITLE-DATE.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE RC-REPORT-LINE FROM WS-HEADER-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CASE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CASE-FILE NEXT
                   NOT AT END
                       IF RC-CASE-IS-OPEN
                           PERFORM AGE-ONE-CASE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CASE-FILE.
           PERFORM WRITE-CASE-COUNTS.
           CLOSE F-REPORT-FILE.
           MOVE 'case-aging-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'case-aging-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'case-aging-report: ' WS-OPEN-COUNT ' open case(s), '
               WS-BUCKET-COUNT(5) ' over 60 day(s)'.
           GOBACK.

      *    A case without a readable open date ages as unknown, in
      *    its own bucket, rather than as new.
           AGE-ONE-CASE.
           ADD 1 TO WS-OPEN-COUNT.
           IF RC-CASE-OPEN-DATE(1:4) IS NOT NUMERIC
           OR RC-CASE-OPEN-DATE(6:2) IS NOT NUMERIC
           OR RC-CASE-OPEN-DATE(9:2) IS NOT NUMERIC
               MOVE 6 TO WS-BUCKET-SUB
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-OPENED-YYYYMMDD =
                   FUNCTION NUMVAL(RC-CASE-OPEN-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(RC-CASE-OPEN-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(RC-CASE-OPEN-DATE(9:2))
               COMPUTE WS-OPENED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-OPENED-YYYYMMDD)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-OPENED-INTEGER
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 7
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS <= 14
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS <= 30
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS <= 60
                       MOVE 4 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 5 TO WS-BUCKET-SUB
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB).
           MOVE 6 TO WS-CATEGORY-SUB.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               IF RC-CASE-CATEGORY = WS-CATEGORY-NAME(WS-BUCKET-SUB)
                   MOVE WS-BUCKET-SUB TO WS-CATEGORY-SUB
               END-IF
           END-PERFORM.
           ADD 1 TO WS-CATEGORY-OPEN(WS-CATEGORY-SUB).
           MOVE RC-CASE-NUMBER TO WS-DETAIL-NUMBER.
           MOVE RC-CASE-CUSTOMER-ID TO WS-DETAIL-CUSTOMER-ID.
           MOVE RC-CASE-CATEGORY TO WS-DETAIL-CATEGORY.
           MOVE RC-CASE-OPEN-DATE TO WS-DETAIL-OPEN-DATE.
           MOVE RC-CASE-OPENED-BY TO WS-DETAIL-OPENED-BY.
           MOVE RC-CASE-UPDATED-DATE TO WS-DETAIL-UPDATED.
           MOVE WS-AGE-DAYS TO WS-DETAIL-AGE.
           WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE.

           WRITE-CASE-COUNTS.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'OPEN CASES BY AGE' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 6
               MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB)
                   TO WS-COUNT-LINE-LABEL
               MOVE WS-BUCKET-COUNT(WS-BUCKET-SUB)
                   TO WS-COUNT-LINE-COUNT
               WRITE RC-REPORT-LINE FROM WS-COUNT-LINE
           END-PERFORM.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE 'OPEN CASES BY CATEGORY' TO WS-SECTION-LINE.
           WRITE RC-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 6
               MOVE WS-CATEGORY-NAME(WS-CATEGORY-SUB)
                   TO WS-COUNT-LINE-LABEL
               MOVE WS-CATEGORY-OPEN(WS-CATEGORY-SUB)
                   TO WS-COUNT-LINE-COUNT
               WRITE RC-REPORT-LINE FROM WS-COUNT-LINE
           END-PERFORM.
           MOVE SPACES TO RC-REPORT-LINE.
           WRITE RC-REPORT-LINE.
           MOVE WS-OPEN-COUNT TO WS-TOTAL-OPEN.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
