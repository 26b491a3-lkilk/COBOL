       IDENTIFICATION DIVISION.
       PROGRAM-ID. policy-ack-feed.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-ACK-FEED-FILE
                   ASSIGN TO "policy-acks.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ISSUED-FILE
                   ASSIGN TO "issued-letters.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-WORK-FILE
                   ASSIGN TO "issued-letters-work.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REPORT-FILE
                   ASSIGN TO "policy-ack-feed-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      *    The HR portal's acknowledgement feed: who signed which
      *    letter type, and on what date.  A blank type is a POLICY
      *    acknowledgement -- the only letter the portal asks people
      *    to sign today.
           FD F-ACK-FEED-FILE.
           01 RC-ACK-FEED-RECORD.
               05 RC-ACK-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-ACK-LETTER-TYPE PIC X(10).
               05 FILLER PIC X.
               05 RC-ACK-SIGNED-DATE PIC X(10).
           FD F-ISSUED-FILE.
           COPY "issued-letter-record.cpy".
           FD F-WORK-FILE.
           01 RC-WORK-LINE PIC X(60).
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-REPORT-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-REPORT-TYPE PIC X(10).
               05 FILLER PIC X.
               05 RC-REPORT-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-REPORT-FINDING PIC X(30).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-FEED-TRUNCATED PIC 9.
           01 WS-ACK-SUB PIC 9(4).
           01 WS-ACK-COUNT PIC 9(4) VALUE 0.
           01 WS-ACK-TABLE.
               05 WS-ACK-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-ACK-COUNT.
                   10 WS-ACK-EMP-ID PIC 9(5).
                   10 WS-ACK-RAW-ID PIC X(5).
                   10 WS-ACK-TYPE PIC X(10).
                   10 WS-ACK-DATE PIC X(10).
                   10 WS-ACK-MATCHED PIC 9.
           01 WS-SIGNED-COUNT PIC 9(5) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
           01 WS-INVALID-COUNT PIC 9(5) VALUE 0.
           01 WS-REPORT-FINDING PIC X(30).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
       PROCEDURE DIVISION.

      *    Every acknowledgement signs off the person's unsigned
      *    letters of that type issued on or before the signed date
      *    -- the original and any reminders alike, since one
      *    signature answers them all.  A signature with no issued
      *    letter behind it is reported, not applied: it usually
      *    means the portal and the letter run disagree about who
      *    was sent what.
           PERFORM LOAD-ACK-FEED.
           IF WS-ACK-COUNT = 0
               DISPLAY 'policy-ack-feed: policy-acks.dat is empty '
                   '-- nothing to do'
               GOBACK
           END-IF.
      *    Applying part of a feed and then emptying it would lose
      *    the rest of the signatures.
           IF WS-FEED-TRUNCATED = 1
               DISPLAY 'policy-ack-feed: policy-acks.dat over 2000 '
                   'entries -- run refused, feed left untouched'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-REPORT-FILE.
           PERFORM REPORT-INVALID-ACKS.
           PERFORM SIGN-ISSUED-LETTERS.
           PERFORM COPY-WORK-TO-LEDGER.
           PERFORM REPORT-UNMATCHED-ACKS.
           CLOSE F-REPORT-FILE.
      *    Applied signatures come off the feed; the unmatched ones
      *    were reported and are not retried on their own.
           OPEN OUTPUT F-ACK-FEED-FILE.
           CLOSE F-ACK-FEED-FILE.
           DISPLAY 'policy-ack-feed: ' WS-SIGNED-COUNT
               ' letter(s) signed, ' WS-UNMATCHED-COUNT
               ' acknowledgement(s) unmatched, ' WS-INVALID-COUNT
               ' invalid'.
           IF WS-UNMATCHED-COUNT > 0 OR WS-INVALID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-ACK-FEED.
           MOVE 0 TO WS-ACK-COUNT.
           MOVE 0 TO WS-FEED-TRUNCATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ACK-FEED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ACK-FEED-FILE
                   NOT AT END
                       IF WS-ACK-COUNT < 2000
                           PERFORM STORE-ONE-ACK
                       ELSE
                           MOVE 1 TO WS-FEED-TRUNCATED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ACK-FEED-FILE.

      *    A bad ID or date is kept in the table, flagged matched
      *    with a 2, so the report can name it without it ever
      *    signing anything.
           STORE-ONE-ACK.
           ADD 1 TO WS-ACK-COUNT.
           MOVE 0 TO WS-ACK-EMP-ID(WS-ACK-COUNT).
           MOVE RC-ACK-EMP-ID TO WS-ACK-RAW-ID(WS-ACK-COUNT).
           MOVE RC-ACK-LETTER-TYPE TO WS-ACK-TYPE(WS-ACK-COUNT).
           IF RC-ACK-LETTER-TYPE = SPACES
               MOVE 'POLICY' TO WS-ACK-TYPE(WS-ACK-COUNT)
           END-IF.
           MOVE RC-ACK-SIGNED-DATE TO WS-ACK-DATE(WS-ACK-COUNT).
           MOVE 0 TO WS-ACK-MATCHED(WS-ACK-COUNT).
           MOVE 'VL' TO WS-DS-FUNCTION.
           MOVE RC-ACK-SIGNED-DATE TO WS-DS-DATE-1.
           CALL 'date-services' USING WS-DS-FUNCTION
               WS-DS-DATE-1 WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF RC-ACK-EMP-ID IS NOT NUMERIC OR WS-DS-STATUS NOT = 0
               MOVE 2 TO WS-ACK-MATCHED(WS-ACK-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(RC-ACK-EMP-ID)
                   TO WS-ACK-EMP-ID(WS-ACK-COUNT)
           END-IF.

           REPORT-INVALID-ACKS.
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-COUNT
               IF WS-ACK-MATCHED(WS-ACK-SUB) = 2
                   MOVE 'BAD EMPLOYEE ID OR DATE'
                       TO WS-REPORT-FINDING
                   PERFORM WRITE-ACK-REPORT-LINE
                   ADD 1 TO WS-INVALID-COUNT
               END-IF
           END-PERFORM.

      *    The ledger is rewritten through a work file so a run
      *    that dies part way leaves the ledger as it was.
           SIGN-ISSUED-LETTERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ISSUED-FILE.
           OPEN OUTPUT F-WORK-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ISSUED-FILE
                   NOT AT END
                       IF RC-ISS-OUTSTANDING
                           PERFORM MATCH-ONE-ISSUED-LETTER
                       END-IF
                       WRITE RC-WORK-LINE FROM RC-ISSUED-LETTER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ISSUED-FILE.
           CLOSE F-WORK-FILE.

           MATCH-ONE-ISSUED-LETTER.
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-COUNT
               IF WS-ACK-MATCHED(WS-ACK-SUB) NOT = 2
               AND WS-ACK-EMP-ID(WS-ACK-SUB) = RC-ISS-EMP-ID
               AND WS-ACK-TYPE(WS-ACK-SUB) = RC-ISS-LETTER-TYPE
               AND WS-ACK-DATE(WS-ACK-SUB) >= RC-ISS-RUN-DATE
                   MOVE 'S' TO RC-ISS-ACK-STATUS
                   MOVE WS-ACK-DATE(WS-ACK-SUB) TO RC-ISS-ACK-DATE
                   MOVE 1 TO WS-ACK-MATCHED(WS-ACK-SUB)
                   ADD 1 TO WS-SIGNED-COUNT
                   MOVE WS-ACK-COUNT TO WS-ACK-SUB
               END-IF
           END-PERFORM.

           COPY-WORK-TO-LEDGER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-WORK-FILE.
           OPEN OUTPUT F-ISSUED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WORK-FILE
                   NOT AT END
                       WRITE RC-ISSUED-LETTER FROM RC-WORK-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-WORK-FILE.
           CLOSE F-ISSUED-FILE.
           OPEN OUTPUT F-WORK-FILE.
           CLOSE F-WORK-FILE.

           REPORT-UNMATCHED-ACKS.
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-COUNT
               IF WS-ACK-MATCHED(WS-ACK-SUB) = 0
                   MOVE 'NO UNSIGNED LETTER ON LEDGER'
                       TO WS-REPORT-FINDING
                   PERFORM WRITE-ACK-REPORT-LINE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-PERFORM.

           WRITE-ACK-REPORT-LINE.
           MOVE SPACES TO RC-REPORT-RECORD.
           MOVE WS-ACK-RAW-ID(WS-ACK-SUB) TO RC-REPORT-EMP-ID.
           MOVE WS-ACK-TYPE(WS-ACK-SUB) TO RC-REPORT-TYPE.
           MOVE WS-ACK-DATE(WS-ACK-SUB) TO RC-REPORT-DATE.
           MOVE WS-REPORT-FINDING TO RC-REPORT-FINDING.
           WRITE RC-REPORT-RECORD.
