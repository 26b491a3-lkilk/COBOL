       IDENTIFICATION DIVISION.
       PROGRAM-ID. report-lookup.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-INDEX-FILE
                   ASSIGN TO 'report-index.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RIX-KEY
                   FILE STATUS IS WS-INDEX-STATUS.
               SELECT OPTIONAL F-REPOSITORY-FILE
                   ASSIGN TO DYNAMIC WS-REPOSITORY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPRINT-FILE
                   ASSIGN TO DYNAMIC WS-REPRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-INDEX-FILE.
           COPY "report-index-record.cpy".
           FD F-REPOSITORY-FILE.
           01 RC-REPOSITORY-LINE PIC X(250).
           FD F-REPRINT-FILE.
           01 RC-REPRINT-LINE PIC X(250).

           WORKING-STORAGE SECTION.
           01 WS-INDEX-STATUS PIC XX.
               88 WS-INDEX-FOUND VALUE '00'.
           01 WS-SESSION-IS-DONE PIC 9.
           01 WS-FUNCTION-CODE PIC X.
               88 WS-FUNCTION-IS-LIST VALUE 'L' 'l'.
               88 WS-FUNCTION-IS-REPRINT VALUE 'R' 'r'.
               88 WS-FUNCTION-IS-QUIT VALUE 'Q' 'q'.
               88 WS-FUNCTION-IS-KNOWN VALUE 'L' 'l' 'R' 'r'.
           01 WS-LOOKUP-REPORT PIC X(30).
           01 WS-LOOKUP-DATE PIC X(10).
           01 WS-LOOKUP-SEQUENCE PIC XX.
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-COPY-COUNT PIC 9(5).
           01 WS-LINE-COUNT PIC 9(7).
           01 WS-REPOSITORY-FILENAME PIC X(60).
           01 WS-REPRINT-FILENAME PIC X(60).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
      *    The copy a reprint will be taken from, once found.
           COPY "report-index-record.cpy"
               REPLACING LEADING ==RC== BY ==SEL==.
       PROCEDURE DIVISION.

      *    Finds past runs of a report in the report repository by
      *    report name and run date, and reprints one: the filed copy
      *    is written out again as reprint-<report>-<run date>.dat
      *    for the print room, the repository copy staying where it
      *    is.  A copy the purge has already cleared is listed but
      *    cannot be reprinted.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'report-lookup' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR report-lookup -- REFUSED'
               GOBACK
           END-IF.
           OPEN INPUT F-INDEX-FILE.
           IF WS-INDEX-STATUS(1:1) NOT = '0'
               DISPLAY 'REPORT INDEX OPEN FAILED, STATUS '
                   WS-INDEX-STATUS
               GOBACK
           END-IF.
           MOVE 0 TO WS-SESSION-IS-DONE.
           PERFORM PROCESS-MENU UNTIL WS-SESSION-IS-DONE = 1.
           CLOSE F-INDEX-FILE.
           GOBACK.

           PROCESS-MENU.
           DISPLAY 'REPORT REPOSITORY LOOKUP'.
           DISPLAY 'L)IST  R)EPRINT  Q)UIT'.
           ACCEPT WS-FUNCTION-CODE.
           MOVE 0 TO WS-AUTH-RESULT.
           IF WS-FUNCTION-IS-KNOWN
               MOVE 'F' TO WS-AUTH-FUNCTION
               MOVE FUNCTION UPPER-CASE(WS-FUNCTION-CODE)
                   TO WS-AUTH-CODE
               CALL 'operator-authority' USING WS-AUTH-FUNCTION
                   WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
                   WS-AUTH-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN WS-AUTH-RESULT NOT = 0
                   DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
               WHEN WS-FUNCTION-IS-LIST
                   PERFORM LIST-REPORT-COPIES
               WHEN WS-FUNCTION-IS-REPRINT
                   PERFORM REPRINT-REPORT-COPY
               WHEN WS-FUNCTION-IS-QUIT
                   MOVE 1 TO WS-SESSION-IS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED FUNCTION CODE'
           END-EVALUATE.

      *    Report names are the report file names without .dat, as
      *    the programs write them in lower case.
           ACCEPT-REPORT-NAME.
           DISPLAY 'REPORT NAME (BLANK FOR ALL):'.
           ACCEPT WS-LOOKUP-REPORT.
           MOVE FUNCTION LOWER-CASE(WS-LOOKUP-REPORT)
               TO WS-LOOKUP-REPORT.
           DISPLAY 'RUN DATE (YYYY-MM-DD, BLANK FOR ALL):'.
           ACCEPT WS-LOOKUP-DATE.

      *    Every copy filed for the report and run date asked for,
      *    blanks matching everything, in report and date order.
           LIST-REPORT-COPIES.
           PERFORM ACCEPT-REPORT-NAME.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE LOW-VALUES TO RC-RIX-KEY.
           IF WS-LOOKUP-REPORT NOT = SPACES
               MOVE WS-LOOKUP-REPORT TO RC-RIX-REPORT
           END-IF.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           START F-INDEX-FILE
               KEY IS >= RC-RIX-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-INDEX-FILE NEXT
                   NOT AT END
                       IF WS-LOOKUP-REPORT NOT = SPACES
                       AND RC-RIX-REPORT NOT = WS-LOOKUP-REPORT
                           MOVE 1 TO WS-SCAN-IS-ENDED
                       ELSE
                           IF WS-LOOKUP-DATE = SPACES
                           OR RC-RIX-RUN-DATE = WS-LOOKUP-DATE
                               ADD 1 TO WS-COPY-COUNT
                               PERFORM SHOW-REPORT-COPY
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-COPY-COUNT = 0
               DISPLAY 'NO MATCHING REPORT FOUND'
           END-IF.

           SHOW-REPORT-COPY.
           DISPLAY RC-RIX-REPORT ' ' RC-RIX-RUN-DATE ' #'
               RC-RIX-SEQUENCE ' ' RC-RIX-PROGRAM ' LINES '
               RC-RIX-LINES ' PAGES ' RC-RIX-PAGES.
           IF RC-RIX-IS-PURGED
               DISPLAY '  PURGED ' RC-RIX-PURGED-DATE
           ELSE
               DISPLAY '  FILED ' RC-RIX-FILED-STAMP ' AS '
                   RC-RIX-REPOSITORY-FILE
           END-IF.

      *    A report run more than once on the same run date has a
      *    copy for each run; a blank sequence takes the last.
           REPRINT-REPORT-COPY.
           DISPLAY 'REPORT NAME:'.
           ACCEPT WS-LOOKUP-REPORT.
           MOVE FUNCTION LOWER-CASE(WS-LOOKUP-REPORT)
               TO WS-LOOKUP-REPORT.
           DISPLAY 'RUN DATE (YYYY-MM-DD):'.
           ACCEPT WS-LOOKUP-DATE.
           DISPLAY 'SEQUENCE (NN, BLANK FOR THE LAST RUN OF THE DAY):'.
           ACCEPT WS-LOOKUP-SEQUENCE.
           MOVE SPACES TO SEL-REPORT-INDEX-RECORD.
           MOVE WS-LOOKUP-REPORT TO RC-RIX-REPORT.
           MOVE WS-LOOKUP-DATE TO RC-RIX-RUN-DATE.
           MOVE 0 TO RC-RIX-SEQUENCE.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           START F-INDEX-FILE
               KEY IS >= RC-RIX-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-INDEX-FILE NEXT
                   NOT AT END
                       IF RC-RIX-REPORT NOT = WS-LOOKUP-REPORT
                       OR RC-RIX-RUN-DATE NOT = WS-LOOKUP-DATE
                           MOVE 1 TO WS-SCAN-IS-ENDED
                       ELSE
                           IF WS-LOOKUP-SEQUENCE = SPACES
                           OR RC-RIX-SEQUENCE = WS-LOOKUP-SEQUENCE
                               MOVE RC-REPORT-INDEX-RECORD
                                   TO SEL-REPORT-INDEX-RECORD
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.
           IF SEL-REPORT-INDEX-RECORD = SPACES
               DISPLAY 'NO MATCHING REPORT FOUND'
           ELSE
               IF SEL-RIX-IS-PURGED
                   DISPLAY 'COPY WAS PURGED ' SEL-RIX-PURGED-DATE
                       ' -- CANNOT BE REPRINTED'
               ELSE
                   PERFORM WRITE-REPRINT
               END-IF
           END-IF.

           WRITE-REPRINT.
           MOVE SEL-RIX-REPOSITORY-FILE TO WS-REPOSITORY-FILENAME.
           MOVE SPACES TO WS-REPRINT-FILENAME.
           STRING 'reprint-' DELIMITED BY SIZE
               SEL-RIX-REPORT DELIMITED BY SPACE
               '-' SEL-RIX-RUN-DATE '.dat' DELIMITED BY SIZE
               INTO WS-REPRINT-FILENAME
           END-STRING.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REPOSITORY-FILE.
           OPEN OUTPUT F-REPRINT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REPOSITORY-FILE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       WRITE RC-REPRINT-LINE FROM RC-REPOSITORY-LINE
               END-READ
           END-PERFORM.
           CLOSE F-REPOSITORY-FILE.
           CLOSE F-REPRINT-FILE.
           IF WS-LINE-COUNT = 0
               DISPLAY 'REPOSITORY COPY ' WS-REPOSITORY-FILENAME
                   ' IS MISSING OR EMPTY'
           ELSE
               DISPLAY WS-LINE-COUNT ' LINE(S) REPRINTED TO '
                   WS-REPRINT-FILENAME
           END-IF.
