               05 RC-REPRINT-NAME PIC X(40).
               05 RC-REPRINT-ADDRESS PIC X(100).
               05 RC-REPRINT-MESSAGE PIC X(56).
      *        The replacement goes out under the original card's
      *        response code, so a redemption still credits the
      *        occasion and variant that produced it.
               05 FILLER PIC X.
               05 RC-REPRINT-RESPONSE-CODE PIC X(10).
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-REPORT-CUSTOMER-ID PIC X(6).
               05 RC-REPORT-DISPOSITION PIC X(30).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CSM-FUNCTION PIC X.
           01 WS-CSM-RESULT PIC 9.
           COPY "contact-summary-record.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-FOUND-OCCASION PIC X(9).
           01 WS-FOUND-MESSAGE PIC X(56).
           01 WS-FOUND-VARIANT PIC X.
           01 WS-FOUND-RESPONSE-CODE PIC X(10).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           STRING FUNCTION CURRENT-DATE(1:4) '-'
           OPEN INPUT F-REQUEST-FILE.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN I-O F-HISTORY-FILE.
           MOVE 'O' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION
               RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE RC-HIST-OCCASION
               WS-SUMMARY-RECORD WS-CSM-RESULT.
           OPEN INPUT F-HISTORY-ARCHIVE-FILE.
           OPEN EXTEND F-REPRINT-FILE.
           OPEN OUTPUT F-REPORT-FILE.
           CLOSE F-REQUEST-FILE.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-HISTORY-FILE.
           MOVE 'C' TO WS-CSM-FUNCTION.
           CALL 'contact-summary' USING WS-CSM-FUNCTION
               RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE RC-HIST-OCCASION
               WS-SUMMARY-RECORD WS-CSM-RESULT.
           CLOSE F-HISTORY-ARCHIVE-FILE.
           CLOSE F-REPRINT-FILE.
           CLOSE F-REPORT-FILE.
           MOVE 'reprint-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'card-reprint' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'card-reprint: ' WS-REPRINTED-COUNT
               ' reprinted, ' WS-NOT-FOUND-COUNT ' not found'.
           GOBACK.
                                   TO WS-FOUND-OCCASION
                               MOVE RC-HIST-MESSAGE
                                   TO WS-FOUND-MESSAGE
                               MOVE RC-HIST-VARIANT
                                   TO WS-FOUND-VARIANT
                               MOVE RC-HIST-RESPONSE-CODE
                                   TO WS-FOUND-RESPONSE-CODE
                               MOVE 1 TO WS-HISTORY-IS-ENDED
                           END-IF
                       END-IF
                                   TO WS-FOUND-OCCASION
                               MOVE ARC-HIST-MESSAGE
                                   TO WS-FOUND-MESSAGE
                               MOVE ARC-HIST-VARIANT
                                   TO WS-FOUND-VARIANT
                               MOVE ARC-HIST-RESPONSE-CODE
                                   TO WS-FOUND-RESPONSE-CODE
                               MOVE 1 TO WS-HISTORY-IS-ENDED
                           END-IF
                       END-IF
               MOVE RC-CUSTOMER-NAME TO RC-REPRINT-NAME
               MOVE RC-CUSTOMER-ADDRESS TO RC-REPRINT-ADDRESS
               MOVE WS-FOUND-MESSAGE TO RC-REPRINT-MESSAGE
               MOVE WS-FOUND-RESPONSE-CODE
                   TO RC-REPRINT-RESPONSE-CODE
               WRITE RC-REPRINT-CARD
               MOVE SPACES TO RC-HISTORY-RECORD
               MOVE RC-CUSTOMER-ID TO RC-HIST-CUSTOMER-ID
               MOVE WS-TODAYS-DATE TO RC-HIST-RUN-DATE
               MOVE 'REPRINT' TO RC-HIST-OCCASION
               MOVE WS-FOUND-MESSAGE TO RC-HIST-MESSAGE
               MOVE WS-FOUND-VARIANT TO RC-HIST-VARIANT
               MOVE WS-FOUND-RESPONSE-CODE TO RC-HIST-RESPONSE-CODE
               WRITE RC-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'A' TO WS-CSM-FUNCTION
                       CALL 'contact-summary' USING WS-CSM-FUNCTION
                           RC-HIST-CUSTOMER-ID RC-HIST-RUN-DATE
                           RC-HIST-OCCASION WS-SUMMARY-RECORD
                           WS-CSM-RESULT
               END-WRITE
               MOVE SPACES TO RC-REPORT-RECORD
               MOVE RC-REQ-CUSTOMER-ID TO RC-REPORT-CUSTOMER-ID
