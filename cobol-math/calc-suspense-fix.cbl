               05 RC-SUSP-REASON PIC X(9).
               05 FILLER PIC X.
               05 RC-SUSP-STATUS PIC X(8).
               05 FILLER PIC X.
               05 RC-SUSP-CURRENCY PIC X(3).
           FD F-RELEASED-FILE.
           01 RC-RELEASED-RECORD.
               05 RC-REL-NUM-1 PIC X(11).
               05 RC-REL-OPERATOR PIC X.
               05 FILLER PIC X.
               05 RC-REL-NUM-2 PIC X(11).
               05 FILLER PIC X.
               05 RC-REL-CURRENCY PIC X(3).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REVIEW-IS-DONE PIC 9.
                   10 WS-SUSP-NUM-2 PIC X(11).
                   10 WS-SUSP-REASON PIC X(9).
                   10 WS-SUSP-STATUS PIC X(8).
                   10 WS-SUSP-CURRENCY PIC X(3).
       PROCEDURE DIVISION.

      *    The correction desk for the batch calculator's suspense
                               TO WS-SUSP-NUM-2(WS-SUSP-COUNT)
                           MOVE RC-SUSP-REASON
                               TO WS-SUSP-REASON(WS-SUSP-COUNT)
                           MOVE RC-SUSP-CURRENCY
                               TO WS-SUSP-CURRENCY(WS-SUSP-COUNT)
                           IF RC-SUSP-STATUS = SPACES
                               MOVE 'OPEN'
                                   TO WS-SUSP-STATUS(WS-SUSP-COUNT)
                   WS-SUSP-COUNT
               DISPLAY '  ' WS-SUSP-NUM-1(WS-SUSP-SUB) ' '
                   WS-SUSP-OPERATOR(WS-SUSP-SUB) ' '
                   WS-SUSP-NUM-2(WS-SUSP-SUB) ' '
                   WS-SUSP-CURRENCY(WS-SUSP-SUB)
               DISPLAY '  REASON: ' WS-SUSP-REASON(WS-SUSP-SUB)
               DISPLAY 'C)ORRECT  D)ROP  S)KIP  Q)UIT'
               ACCEPT WS-ACTION-CODE
           ACCEPT RC-REL-OPERATOR.
           DISPLAY 'SECOND AMOUNT:'.
           ACCEPT RC-REL-NUM-2.
      *    A currency or rate suspense is usually fixed by keying
      *    the right code, or by finance adding the rate; a blank
      *    answer keeps the code the item was suspended with.
           DISPLAY 'CURRENCY (blank = '
               WS-SUSP-CURRENCY(WS-SUSP-SUB) '):'.
           ACCEPT RC-REL-CURRENCY.
           IF RC-REL-CURRENCY = SPACES
               MOVE WS-SUSP-CURRENCY(WS-SUSP-SUB) TO RC-REL-CURRENCY
           END-IF.
           WRITE RC-RELEASED-RECORD.
           MOVE 'RELEASED' TO WS-SUSP-STATUS(WS-SUSP-SUB).
           ADD 1 TO WS-RELEASED-COUNT.
                       TO RC-SUSP-REASON
                   MOVE WS-SUSP-STATUS(WS-SUSP-SUB)
                       TO RC-SUSP-STATUS
                   MOVE WS-SUSP-CURRENCY(WS-SUSP-SUB)
                       TO RC-SUSP-CURRENCY
                   WRITE RC-SUSPENSE-RECORD
                   END-WRITE
               END-PERFORM
