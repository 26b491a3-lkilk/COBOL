               SELECT F-AWARD-REPORT-FILE
                   ASSIGN TO "award-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-LETTER-FILE
                   ASSIGN TO "letters.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-PRIVATE-LETTER-FILE
                   ASSIGN TO "award-letters-private.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-AWARD-FEED-FILE.
               05 RC-AWD-TIER PIC X(10).
               05 FILLER PIC X.
               05 RC-AWD-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-AWD-DELIVERY PIC X.
           FD F-REQUEST-FILE.
           01 RC-REQUEST-EMP-ID PIC 9(5).
           FD F-LETTER-TYPE-FILE.
               05 RC-ARP-TIER PIC X(10).
               05 FILLER PIC X.
               05 RC-ARP-FINDING PIC X(18).
           FD F-LETTER-FILE.
           01 RC-LETTER-LINE PIC X(160).
      *    Letters for people who do not have their occasions
      *    announced.  HR mails these to the person and then empties
      *    the file; they never go out with the office's letters.dat.
           FD F-PRIVATE-LETTER-FILE.
           01 RC-PRIVATE-LETTER-LINE PIC X(160).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CALL-FAILED PIC 9.
                   10 WS-FEED-TIER PIC X(10).
                   10 WS-FEED-DATE PIC X(10).
                   10 WS-FEED-LETTERED PIC 9.
                   10 WS-FEED-DELIVERY PIC X.
           01 WS-PRODUCED-COUNT PIC 9(3).
           01 WS-MISSING-COUNT PIC 9(3).
           01 WS-PRIVATE-COUNT PIC 9(3).
           01 WS-PASS-DELIVERY PIC X.
           01 WS-PASS-LETTERED PIC 9(3).
           01 WS-PASS-RC PIC 99.
       PROCEDURE DIVISION.

      *    The award feed anniversary-checker writes becomes a
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Awards for people who want nothing announced are
      *    lettered in a pass of their own and their letters moved
      *    to award-letters-private.dat for HR to mail; letters.dat,
      *    which the office hands out, only ever holds the announced
      *    ones.  A feed with no private awards runs one pass, just
      *    as before.
           MOVE 0 TO WS-PASS-RC.
           IF WS-PRIVATE-COUNT > 0
               MOVE 'P' TO WS-PASS-DELIVERY
               PERFORM RUN-LETTER-PASS
               IF WS-PASS-RC = 0
                   PERFORM FILE-PRIVATE-LETTERS
               END-IF
           END-IF.
           IF WS-PASS-RC = 0
           AND WS-PRIVATE-COUNT < WS-FEED-COUNT
               MOVE SPACE TO WS-PASS-DELIVERY
               PERFORM RUN-LETTER-PASS
           END-IF.
           MOVE 0 TO WS-LETTERED-COUNT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-FEED-LETTERED(WS-FEED-SUB) = 1
                   ADD 1 TO WS-LETTERED-COUNT
               END-IF
           END-PERFORM.
      *    letter-generator missing altogether and nothing lettered:
      *    the feed is left exactly as it was.
           IF WS-PASS-RC = 16 AND WS-LETTERED-COUNT = 0
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Whatever was lettered comes off the feed; a pass that
      *    failed leaves its awards queued for the rerun.
           PERFORM WRITE-AWARD-REPORT.
           PERFORM CONSUME-AWARD-FEED.
           DISPLAY 'award-letter-run: ' WS-FEED-COUNT
               ' award(s), ' WS-PRODUCED-COUNT ' letter(s), '
               WS-MISSING-COUNT ' missing'.
           IF WS-PASS-RC > 0
               MOVE WS-PASS-RC TO RETURN-CODE
           ELSE
               IF WS-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *    One targeted letter run over the feed entries whose
      *    delivery matches WS-PASS-DELIVERY.
           RUN-LETTER-PASS.
           PERFORM WRITE-LETTER-CONTROLS.
      *    A stale run report from an earlier letter run would
      *    reconcile this run's awards against someone else's
      *    partition-range.dat.
           PERFORM CLEAR-LETTER-CONTROLS.
           IF WS-CALL-FAILED = 1
               MOVE 16 TO WS-PASS-RC
           ELSE
               PERFORM TAKE-RUN-REPORT
               PERFORM CHECK-PASS-RUN-REPORT
           END-IF.

      *    No fresh PRODUCED= line, or a produced count that does
      *    not match the reconciliation, means the letter run never
      *    reported (the AWARD type missing from the template
      *    library ends it early) -- nothing in the pass may be
      *    trusted as lettered and its awards stay queued.
           CHECK-PASS-RUN-REPORT.
           MOVE 0 TO WS-PASS-LETTERED.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-FEED-DELIVERY(WS-FEED-SUB) = WS-PASS-DELIVERY
               AND WS-FEED-LETTERED(WS-FEED-SUB) = 1
                   ADD 1 TO WS-PASS-LETTERED
               END-IF
           END-PERFORM.
           IF WS-PRODUCED-SEEN = 0
           OR WS-PRODUCED-PARSED NOT = WS-PASS-LETTERED
               DISPLAY 'award-letter-run: letter run left no '
                   'usable run report -- awards NOT consumed'
               PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
                   IF WS-FEED-DELIVERY(WS-FEED-SUB)
                       = WS-PASS-DELIVERY
                       MOVE 0 TO WS-FEED-LETTERED(WS-FEED-SUB)
                   END-IF
               END-PERFORM
               MOVE 8 TO WS-PASS-RC
           END-IF.

      *    The private pass's letters leave letters.dat before the
      *    announced pass writes it, so the two can never be handed
      *    out together.
           FILE-PRIVATE-LETTERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LETTER-FILE.
           OPEN EXTEND F-PRIVATE-LETTER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LETTER-FILE
                   NOT AT END
                       WRITE RC-PRIVATE-LETTER-LINE
                           FROM RC-LETTER-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LETTER-FILE.
           CLOSE F-PRIVATE-LETTER-FILE.
           OPEN OUTPUT F-LETTER-FILE.
           CLOSE F-LETTER-FILE.

           LOAD-AWARD-FEED.
           MOVE 0 TO WS-FEED-COUNT.
           MOVE 0 TO WS-PRIVATE-COUNT.
           MOVE 0 TO WS-FEED-TRUNCATED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AWARD-FEED-FILE.
                               TO WS-FEED-DATE(WS-FEED-COUNT)
                           MOVE 0
                               TO WS-FEED-LETTERED(WS-FEED-COUNT)
                           IF RC-AWD-DELIVERY = 'P'
                               MOVE 'P'
                                   TO WS-FEED-DELIVERY(WS-FEED-COUNT)
                               ADD 1 TO WS-PRIVATE-COUNT
                           ELSE
                               MOVE SPACE
                                   TO WS-FEED-DELIVERY(WS-FEED-COUNT)
                           END-IF
                       ELSE
                           MOVE 1 TO WS-FEED-TRUNCATED
                       END-IF
           OPEN OUTPUT F-REQUEST-FILE.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-FEED-DELIVERY(WS-FEED-SUB) = WS-PASS-DELIVERY
                   MOVE WS-FEED-EMP-ID(WS-FEED-SUB)
                       TO RC-REQUEST-EMP-ID
                   WRITE RC-REQUEST-EMP-ID
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE F-REQUEST-FILE.
           OPEN OUTPUT F-LETTER-TYPE-FILE.
           MOVE 0 TO WS-LETTERED-COUNT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-FEED-DELIVERY(WS-FEED-SUB) = WS-PASS-DELIVERY
                   MOVE 1 TO WS-FEED-LETTERED(WS-FEED-SUB)
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RUN-REPORT-FILE.
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-FEED-EMP-ID(WS-FEED-SUB) =
                   FUNCTION NUMVAL(RC-RRP-EMP-ID)
               AND WS-FEED-DELIVERY(WS-FEED-SUB) = WS-PASS-DELIVERY
                   MOVE 0 TO WS-FEED-LETTERED(WS-FEED-SUB)
               END-IF
           END-PERFORM.
                       TO RC-AWD-TIER
                   MOVE WS-FEED-DATE(WS-FEED-SUB)
                       TO RC-AWD-DATE
                   MOVE WS-FEED-DELIVERY(WS-FEED-SUB)
                       TO RC-AWD-DELIVERY
                   WRITE RC-AWARD-FEED-RECORD
                   END-WRITE
               END-IF
               MOVE WS-FEED-NAME(WS-FEED-SUB) TO RC-ARP-NAME
               MOVE WS-FEED-TIER(WS-FEED-SUB) TO RC-ARP-TIER
               IF WS-FEED-LETTERED(WS-FEED-SUB) = 1
                   IF WS-FEED-DELIVERY(WS-FEED-SUB) = 'P'
                       MOVE 'PRIVATE LETTER' TO RC-ARP-FINDING
                   ELSE
                       MOVE 'LETTER PRODUCED' TO RC-ARP-FINDING
                   END-IF
                   ADD 1 TO WS-PRODUCED-COUNT
               ELSE
                   MOVE 'NO LETTER' TO RC-ARP-FINDING
