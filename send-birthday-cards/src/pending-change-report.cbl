       IDENTIFICATION DIVISION.
       PROGRAM-ID. pending-change-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-PENDING-FILE
                   ASSIGN TO 'pending-changes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'pending-change-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PENDING-FILE.
           COPY "pending-change-record.cpy".
           FD F-REPORT-FILE.
           01 RC-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PENDING-DAYS PIC 999 VALUE 1.
           01 WS-TODAY-YYYYMMDD PIC 9(8).
           01 WS-TODAY-INTEGER PIC S9(9) COMP.
           01 WS-KEYED-YYYYMMDD PIC 9(8).
           01 WS-KEYED-INTEGER PIC S9(9) COMP.
           01 WS-AGE-DAYS PIC S9(5).
           01 WS-WAITING-COUNT PIC 9(5).
           01 WS-OVERDUE-COUNT PIC 9(5).
           01 WS-TITLE-LINE.
               05 FILLER PIC X(32)
                   VALUE 'CHANGES AWAITING APPROVAL OVER '.
               05 WS-TITLE-DAYS PIC ZZ9.
               05 FILLER PIC X(8) VALUE ' DAY(S) '.
           01 WS-HEADER-LINE.
               05 FILLER PIC X(15) VALUE 'KEYED          '.
               05 FILLER PIC X(7) VALUE 'CUST   '.
               05 FILLER PIC X(9) VALUE 'CHANGE   '.
               05 FILLER PIC X(12) VALUE 'FROM        '.
               05 FILLER PIC X(12) VALUE 'TO          '.
               05 FILLER PIC X(9) VALUE 'KEYED BY '.
               05 FILLER PIC X(4) VALUE 'DAYS'.
           01 WS-DETAIL-LINE.
               05 WS-DETAIL-STAMP PIC X(14).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-CUSTOMER-ID PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-CHANGE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-OLD-VALUE PIC X(11).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-NEW-VALUE PIC X(11).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-KEYED-BY PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DETAIL-AGE PIC ZZZ9.
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(20) VALUE 'AWAITING APPROVAL:  '.
               05 WS-TOTAL-WAITING PIC ZZZZ9.
               05 FILLER PIC X(14) VALUE '   OVERDUE:   '.
               05 WS-TOTAL-OVERDUE PIC ZZZZ9.
           COPY "parameter-request.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

      *    A change keyed in customer-maintenance does nothing until a
      *    second operator approves it in change-approval, so an item
      *    left on the queue is a correction the customer is not
      *    getting.  Everything still PENDING a day after it was keyed
      *    is listed for the supervisor, oldest first as keyed, with
      *    a count of everything waiting.  PENDING-AGE-DAYS on the
      *    parameter master changes the one-day threshold.
           PERFORM APPLY-PENDING-DAYS-OVERRIDE.
           COMPUTE WS-TODAY-YYYYMMDD =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           MOVE 0 TO WS-WAITING-COUNT.
           MOVE 0 TO WS-OVERDUE-COUNT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE WS-PENDING-DAYS TO WS-TITLE-DAYS.
           WRITE RC-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE RC-REPORT-LINE FROM WS-HEADER-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PENDING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PENDING-FILE
                   NOT AT END
                       IF RC-PEND-IS-PENDING
                           PERFORM AGE-ONE-CHANGE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-PENDING-FILE.
           MOVE WS-WAITING-COUNT TO WS-TOTAL-WAITING.
           MOVE WS-OVERDUE-COUNT TO WS-TOTAL-OVERDUE.
           WRITE RC-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE F-REPORT-FILE.
           MOVE 'pending-change-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'pending-change-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'pending-change-report: ' WS-WAITING-COUNT
               ' awaiting approval, ' WS-OVERDUE-COUNT ' over '
               WS-PENDING-DAYS ' day(s)'.
           GOBACK.

           APPLY-PENDING-DAYS-OVERRIDE.
           MOVE 'pending-change-report' TO WS-PRQ-PROGRAM.
           MOVE 'PENDING-AGE-DAYS' TO WS-PRQ-NAME.
           MOVE SPACES TO WS-PRQ-AS-OF.
           CALL 'parameter-lookup' USING WS-PARAMETER-REQUEST.
           IF WS-PRQ-IS-NUMERIC
           AND WS-PRQ-NUMBER NOT < 0
           AND WS-PRQ-NUMBER < 1000
               MOVE WS-PRQ-NUMBER TO WS-PENDING-DAYS
           END-IF.

      *    A stamp that will not read as a date ages as overdue rather
      *    than hiding.
           AGE-ONE-CHANGE.
           ADD 1 TO WS-WAITING-COUNT.
           IF RC-PEND-KEYED-STAMP(1:8) IS NOT NUMERIC
               MOVE 9999 TO WS-AGE-DAYS
           ELSE
               MOVE RC-PEND-KEYED-STAMP(1:8) TO WS-KEYED-YYYYMMDD
               COMPUTE WS-KEYED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-KEYED-YYYYMMDD)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-KEYED-INTEGER
           END-IF.
           IF WS-AGE-DAYS >= WS-PENDING-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE RC-PEND-KEYED-STAMP TO WS-DETAIL-STAMP
               MOVE RC-PEND-CUSTOMER-ID TO WS-DETAIL-CUSTOMER-ID
               MOVE RC-PEND-CHANGE TO WS-DETAIL-CHANGE
               MOVE RC-PEND-OLD-VALUE TO WS-DETAIL-OLD-VALUE
               MOVE RC-PEND-NEW-VALUE TO WS-DETAIL-NEW-VALUE
               MOVE RC-PEND-KEYED-BY TO WS-DETAIL-KEYED-BY
               MOVE WS-AGE-DAYS TO WS-DETAIL-AGE
               WRITE RC-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
