       IDENTIFICATION DIVISION.
       PROGRAM-ID. response-rate-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-MONTH-FILE
                   ASSIGN TO 'response-report-month.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-RESPONSE-FILE
                   ASSIGN TO 'response-codes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-RESP-CODE.
               SELECT F-SORT-FILE ASSIGN TO 'response-work.tmp'.
               SELECT F-REPORT-FILE
                   ASSIGN TO 'response-rate-report.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-MONTH-FILE.
           01 RC-MONTH-PARM PIC X(7).
           FD F-RESPONSE-FILE.
           COPY "response-code-record.cpy".
           SD F-SORT-FILE.
           01 SORT-RESP-RECORD.
               05 SORT-RESP-OCCASION PIC X(9).
               05 SORT-RESP-VARIANT PIC X.
               05 SORT-RESP-STATE PIC X(2).
               05 SORT-RESP-CHANNEL PIC X.
               05 SORT-RESP-REDEEMED PIC 9.
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-RPT-MONTH PIC X(7).
               05 FILLER PIC X.
               05 RC-RPT-OCCASION PIC X(9).
               05 FILLER PIC X.
               05 RC-RPT-VARIANT-LABEL PIC X(8).
               05 RC-RPT-VARIANT PIC X.
               05 FILLER PIC X.
               05 RC-RPT-STATE-LABEL PIC X(6).
               05 RC-RPT-STATE PIC X(2).
               05 FILLER PIC X.
               05 RC-RPT-CHANNEL-LABEL PIC X(8).
               05 RC-RPT-CHANNEL PIC X(5).
               05 FILLER PIC X.
               05 RC-RPT-ISSUED-LABEL PIC X(7).
               05 RC-RPT-ISSUED PIC ZZZZZ9.
               05 FILLER PIC X.
               05 RC-RPT-REDEEMED-LABEL PIC X(9).
               05 RC-RPT-REDEEMED PIC ZZZZZ9.
               05 FILLER PIC X.
               05 RC-RPT-RATE-LABEL PIC X(5).
               05 RC-RPT-RATE PIC ZZ9.9.
               05 RC-RPT-RATE-PCT PIC X.
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SORT-IS-ENDED PIC 9.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-CURRENT-YEAR PIC 9999.
           01 WS-CURRENT-MONTH PIC 99.
           01 WS-RESPONSE-RATE PIC 999V9.
           01 WS-FIRST-RECORD PIC 9.
           01 WS-PREV-OCCASION PIC X(9).
           01 WS-PREV-VARIANT PIC X.
           01 WS-PREV-STATE PIC X(2).
           01 WS-PREV-CHANNEL PIC X.
           01 WS-DETAIL-ISSUED PIC 9(6).
           01 WS-DETAIL-REDEEMED PIC 9(6).
           01 WS-VARIANT-ISSUED PIC 9(6).
           01 WS-VARIANT-REDEEMED PIC 9(6).
           01 WS-OCCASION-ISSUED PIC 9(6).
           01 WS-OCCASION-REDEEMED PIC 9(6).
           01 WS-CARD-ISSUED PIC 9(6).
           01 WS-CARD-REDEEMED PIC 9(6).
           01 WS-EMAIL-ISSUED PIC 9(6).
           01 WS-EMAIL-REDEEMED PIC 9(6).
           01 WS-SMS-ISSUED PIC 9(6).
           01 WS-SMS-REDEEMED PIC 9(6).
           01 WS-TOTAL-ISSUED PIC 9(6).
           01 WS-TOTAL-REDEEMED PIC 9(6).
           01 WS-LINE-OCCASION PIC X(9).
           01 WS-LINE-VARIANT PIC X.
           01 WS-LINE-STATE PIC X(2).
           01 WS-LINE-CHANNEL PIC X(5).
           01 WS-LINE-ISSUED PIC 9(6).
           01 WS-LINE-REDEEMED PIC 9(6).
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.
       MAIN-CONTROL SECTION.

      *    Monthly response rates for the codes issued on cards,
      *    e-notifications and text messages: one line per occasion,
      *    template variant, state and channel, with a line per
      *    variant (all states and channels), a line per occasion,
      *    card, e-mail and SMS totals and a grand total.  A code
      *    counts in the month its piece went out; it counts as
      *    redeemed whenever the redemption feed matched it, so
      *    rerunning a past month later picks up the late
      *    redemptions.
           PERFORM APPLY-MONTH-OVERRIDE.
           MOVE 0 TO WS-CARD-ISSUED.
           MOVE 0 TO WS-CARD-REDEEMED.
           MOVE 0 TO WS-EMAIL-ISSUED.
           MOVE 0 TO WS-EMAIL-REDEEMED.
           MOVE 0 TO WS-SMS-ISSUED.
           MOVE 0 TO WS-SMS-REDEEMED.
           MOVE 0 TO WS-TOTAL-ISSUED.
           MOVE 0 TO WS-TOTAL-REDEEMED.
           OPEN EXTEND F-REPORT-FILE.
           SORT F-SORT-FILE
               ON ASCENDING KEY SORT-RESP-OCCASION SORT-RESP-VARIANT
                   SORT-RESP-STATE SORT-RESP-CHANNEL
               INPUT PROCEDURE IS RELEASE-MONTH-CODES
               OUTPUT PROCEDURE IS WRITE-RESPONSE-LINES.
           PERFORM WRITE-CHANNEL-TOTALS.
           CLOSE F-REPORT-FILE.
           MOVE 'response-rate-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'response-rate-report' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           DISPLAY 'response-rate-report: ' WS-REPORT-MONTH ' '
               WS-TOTAL-ISSUED ' issued, ' WS-TOTAL-REDEEMED
               ' redeemed'.
           GOBACK.

      *    Operations drops a response-report-month.dat control
      *    record of YYYY-MM for the month to report; defaults to
      *    the month before the current one, the first month whose
      *    mailings are complete.
           APPLY-MONTH-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURRENT-MONTH.
           IF WS-CURRENT-MONTH = 1
               MOVE 12 TO WS-CURRENT-MONTH
               SUBTRACT 1 FROM WS-CURRENT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CURRENT-MONTH
           END-IF.
           MOVE SPACES TO WS-REPORT-MONTH.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH
               INTO WS-REPORT-MONTH
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MONTH-FILE.
           READ F-MONTH-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-MONTH-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-MONTH-PARM NOT = SPACES
               MOVE RC-MONTH-PARM TO WS-REPORT-MONTH
           END-IF.

           WRITE-CHANNEL-TOTALS.
           MOVE 'ALL' TO WS-LINE-OCCASION.
           MOVE '*' TO WS-LINE-VARIANT.
           MOVE '**' TO WS-LINE-STATE.
           MOVE 'CARD' TO WS-LINE-CHANNEL.
           MOVE WS-CARD-ISSUED TO WS-LINE-ISSUED.
           MOVE WS-CARD-REDEEMED TO WS-LINE-REDEEMED.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'EMAIL' TO WS-LINE-CHANNEL.
           MOVE WS-EMAIL-ISSUED TO WS-LINE-ISSUED.
           MOVE WS-EMAIL-REDEEMED TO WS-LINE-REDEEMED.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'SMS' TO WS-LINE-CHANNEL.
           MOVE WS-SMS-ISSUED TO WS-LINE-ISSUED.
           MOVE WS-SMS-REDEEMED TO WS-LINE-REDEEMED.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ALL' TO WS-LINE-CHANNEL.
           MOVE WS-TOTAL-ISSUED TO WS-LINE-ISSUED.
           MOVE WS-TOTAL-REDEEMED TO WS-LINE-REDEEMED.
           PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
           MOVE 0 TO WS-RESPONSE-RATE.
           IF WS-LINE-ISSUED > 0
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   WS-LINE-REDEEMED * 100 / WS-LINE-ISSUED
           END-IF.
           MOVE SPACES TO RC-REPORT-RECORD.
           MOVE WS-REPORT-MONTH TO RC-RPT-MONTH.
           MOVE WS-LINE-OCCASION TO RC-RPT-OCCASION.
           MOVE 'VARIANT=' TO RC-RPT-VARIANT-LABEL.
           MOVE WS-LINE-VARIANT TO RC-RPT-VARIANT.
           MOVE 'STATE=' TO RC-RPT-STATE-LABEL.
           MOVE WS-LINE-STATE TO RC-RPT-STATE.
           MOVE 'CHANNEL=' TO RC-RPT-CHANNEL-LABEL.
           MOVE WS-LINE-CHANNEL TO RC-RPT-CHANNEL.
           MOVE 'ISSUED=' TO RC-RPT-ISSUED-LABEL.
           MOVE WS-LINE-ISSUED TO RC-RPT-ISSUED.
           MOVE 'REDEEMED=' TO RC-RPT-REDEEMED-LABEL.
           MOVE WS-LINE-REDEEMED TO RC-RPT-REDEEMED.
           MOVE 'RATE=' TO RC-RPT-RATE-LABEL.
           MOVE WS-RESPONSE-RATE TO RC-RPT-RATE.
           MOVE '%' TO RC-RPT-RATE-PCT.
           WRITE RC-REPORT-RECORD.

      *    Every code issued in the report month goes to the sort
      *    with a redeemed flag; the rest of the ledger is skipped.
       RELEASE-MONTH-CODES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RESPONSE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RESPONSE-FILE
                   NOT AT END
                       IF RC-RESP-RUN-DATE(1:7) = WS-REPORT-MONTH
                           MOVE RC-RESP-OCCASION TO SORT-RESP-OCCASION
                           MOVE RC-RESP-VARIANT TO SORT-RESP-VARIANT
                           MOVE RC-RESP-STATE TO SORT-RESP-STATE
                           MOVE RC-RESP-CHANNEL TO SORT-RESP-CHANNEL
                           IF RC-RESP-REDEEMED-DATE = SPACES
                               MOVE 0 TO SORT-RESP-REDEEMED
                           ELSE
                               MOVE 1 TO SORT-RESP-REDEEMED
                           END-IF
                           RELEASE SORT-RESP-RECORD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RESPONSE-FILE.

      *    Control breaks, innermost first: state/channel detail,
      *    then variant, then occasion.
       WRITE-RESPONSE-LINES SECTION.
           MOVE 1 TO WS-FIRST-RECORD.
           MOVE 0 TO WS-SORT-IS-ENDED.
           MOVE 0 TO WS-DETAIL-ISSUED.
           MOVE 0 TO WS-DETAIL-REDEEMED.
           MOVE 0 TO WS-VARIANT-ISSUED.
           MOVE 0 TO WS-VARIANT-REDEEMED.
           MOVE 0 TO WS-OCCASION-ISSUED.
           MOVE 0 TO WS-OCCASION-REDEEMED.
           PERFORM UNTIL WS-SORT-IS-ENDED = 1
               RETURN F-SORT-FILE
                   AT END
                       MOVE 1 TO WS-SORT-IS-ENDED
                   NOT AT END
                       PERFORM TALLY-ONE-CODE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-RECORD = 0
               PERFORM WRITE-DETAIL-BREAK
               PERFORM WRITE-VARIANT-BREAK
               PERFORM WRITE-OCCASION-BREAK
           END-IF.

           TALLY-ONE-CODE.
           IF WS-FIRST-RECORD = 0
               IF SORT-RESP-OCCASION NOT = WS-PREV-OCCASION
                   PERFORM WRITE-DETAIL-BREAK
                   PERFORM WRITE-VARIANT-BREAK
                   PERFORM WRITE-OCCASION-BREAK
               ELSE
                   IF SORT-RESP-VARIANT NOT = WS-PREV-VARIANT
                       PERFORM WRITE-DETAIL-BREAK
                       PERFORM WRITE-VARIANT-BREAK
                   ELSE
                       IF SORT-RESP-STATE NOT = WS-PREV-STATE
                       OR SORT-RESP-CHANNEL NOT = WS-PREV-CHANNEL
                           PERFORM WRITE-DETAIL-BREAK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-FIRST-RECORD.
           MOVE SORT-RESP-OCCASION TO WS-PREV-OCCASION.
           MOVE SORT-RESP-VARIANT TO WS-PREV-VARIANT.
           MOVE SORT-RESP-STATE TO WS-PREV-STATE.
           MOVE SORT-RESP-CHANNEL TO WS-PREV-CHANNEL.
           ADD 1 TO WS-DETAIL-ISSUED.
           ADD 1 TO WS-TOTAL-ISSUED.
           ADD SORT-RESP-REDEEMED TO WS-DETAIL-REDEEMED.
           ADD SORT-RESP-REDEEMED TO WS-TOTAL-REDEEMED.
           IF SORT-RESP-CHANNEL = 'E'
               ADD 1 TO WS-EMAIL-ISSUED
               ADD SORT-RESP-REDEEMED TO WS-EMAIL-REDEEMED
           ELSE
           IF SORT-RESP-CHANNEL = 'S'
               ADD 1 TO WS-SMS-ISSUED
               ADD SORT-RESP-REDEEMED TO WS-SMS-REDEEMED
           ELSE
               ADD 1 TO WS-CARD-ISSUED
               ADD SORT-RESP-REDEEMED TO WS-CARD-REDEEMED
           END-IF
           END-IF.

           WRITE-DETAIL-BREAK.
           MOVE WS-PREV-OCCASION TO WS-LINE-OCCASION.
           MOVE WS-PREV-VARIANT TO WS-LINE-VARIANT.
           MOVE WS-PREV-STATE TO WS-LINE-STATE.
           IF WS-PREV-CHANNEL = 'E'
               MOVE 'EMAIL' TO WS-LINE-CHANNEL
           ELSE
           IF WS-PREV-CHANNEL = 'S'
               MOVE 'SMS' TO WS-LINE-CHANNEL
           ELSE
               MOVE 'CARD' TO WS-LINE-CHANNEL
           END-IF
           END-IF.
           MOVE WS-DETAIL-ISSUED TO WS-LINE-ISSUED.
           MOVE WS-DETAIL-REDEEMED TO WS-LINE-REDEEMED.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-DETAIL-ISSUED TO WS-VARIANT-ISSUED.
           ADD WS-DETAIL-REDEEMED TO WS-VARIANT-REDEEMED.
           MOVE 0 TO WS-DETAIL-ISSUED.
           MOVE 0 TO WS-DETAIL-REDEEMED.

           WRITE-VARIANT-BREAK.
           MOVE WS-PREV-OCCASION TO WS-LINE-OCCASION.
           MOVE WS-PREV-VARIANT TO WS-LINE-VARIANT.
           MOVE '**' TO WS-LINE-STATE.
           MOVE 'ALL' TO WS-LINE-CHANNEL.
           MOVE WS-VARIANT-ISSUED TO WS-LINE-ISSUED.
           MOVE WS-VARIANT-REDEEMED TO WS-LINE-REDEEMED.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-VARIANT-ISSUED TO WS-OCCASION-ISSUED.
           ADD WS-VARIANT-REDEEMED TO WS-OCCASION-REDEEMED.
           MOVE 0 TO WS-VARIANT-ISSUED.
           MOVE 0 TO WS-VARIANT-REDEEMED.

           WRITE-OCCASION-BREAK.
           MOVE WS-PREV-OCCASION TO WS-LINE-OCCASION.
           MOVE '*' TO WS-LINE-VARIANT.
           MOVE '**' TO WS-LINE-STATE.
           MOVE 'ALL' TO WS-LINE-CHANNEL.
           MOVE WS-OCCASION-ISSUED TO WS-LINE-ISSUED.
           MOVE WS-OCCASION-REDEEMED TO WS-LINE-REDEEMED.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-OCCASION-ISSUED.
           MOVE 0 TO WS-OCCASION-REDEEMED.
