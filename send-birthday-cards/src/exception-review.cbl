                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CUSTOMER-ID
                   FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-EXCEPTION-FILE.
           01 RC-EXCEPTION-RECORD.
               05 RC-EXCEPTION-CUSTOMER PIC X(500).
               05 RC-EXCEPTION-REASON PIC X(30).
               05 RC-EXCEPTION-DISPOSITION PIC X(9).
               05 FILLER PIC X.
               05 RC-EXCEPTION-RAISED-DATE PIC X(10).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-FUNCTION PIC X.
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
           WORKING-STORAGE SECTION.
           COPY "customer-record.cpy"
               REPLACING LEADING ==RC== BY ==EXC==.
           01 WS-EXCEPTION-TABLE.
               05 WS-EXCEPTION-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-EXCEPTION-COUNT.
                   10 WS-EXC-CUSTOMER PIC X(500).
                   10 WS-EXC-REASON PIC X(30).
                   10 WS-EXC-DISPOSITION PIC X(9).
                   10 WS-EXC-RAISED-DATE PIC X(10).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-BEFORE-IMAGE PIC X(500).
           01 WS-LOCK-FUNCTION PIC X.
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
       PROCEDURE DIVISION.

           PERFORM LOAD-EXCEPTION-FILE.
               DISPLAY 'exception-review: no exceptions on file'
               GOBACK
           END-IF.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
      *    Only an operator granted this program on
      *    operator-authority.dat may run it; a refusal is logged as a
      *    security violation.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'exception-review' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR exception-review -- REFUSED'
               GOBACK
           END-IF.
           MOVE 0 TO WS-CORRECTED-COUNT.
           MOVE 0 TO WS-IGNORED-COUNT.
           MOVE 0 TO WS-DOB-CHANGED.
               DISPLAY 'EMAIL: ' EXC-CUSTOMER-EMAIL
               DISPLAY 'C)ORRECT  I)GNORE  S)KIP  Q)UIT'
               ACCEPT WS-ACTION-CODE
               MOVE 0 TO WS-AUTH-RESULT
               IF WS-ACTION-IS-CORRECT OR WS-ACTION-IS-IGNORE
                   MOVE 'F' TO WS-AUTH-FUNCTION
                   MOVE WS-ACTION-CODE TO WS-AUTH-CODE
                   CALL 'operator-authority' USING WS-AUTH-FUNCTION
                       WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
                       WS-AUTH-RESULT
               END-IF
               EVALUATE TRUE
                   WHEN WS-AUTH-RESULT NOT = 0
                       DISPLAY 'NOT AUTHORIZED FOR THAT ACTION'
                   WHEN WS-ACTION-IS-CORRECT
                       PERFORM CORRECT-ONE-EXCEPTION
                   WHEN WS-ACTION-IS-IGNORE
           IF NOT WS-CUSTOMER-FOUND
               DISPLAY 'CUSTOMER NO LONGER ON FILE -- LEFT PENDING'
           ELSE
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               EVALUATE WS-EXC-REASON(WS-EXCEPTION-SUB)
                   WHEN 'INVALID DOB - NOT NUMERIC'
                   WHEN 'INVALID DOB - OUT OF RANGE'
                   MOVE 'CORRECTED'
                       TO WS-EXC-DISPOSITION(WS-EXCEPTION-SUB)
                   ADD 1 TO WS-CORRECTED-COUNT
                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.

      *    A correction made here is a change to the master like any
      *    made in customer-maintenance, and is journaled the same
      *    way -- the nightly run reads the journal for corrected
      *    birth dates whose birthday has already gone by.
           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP.
           MOVE 'C' TO RC-JRN-FUNCTION.
           MOVE WS-OPERATOR-ID TO RC-JRN-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO RC-JRN-BEFORE.
           MOVE RC-CUSTOMER-INFO TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.

      *    The worked file replaces the old one in full, dispositions
      *    and all, so the exception queue finally shrinks instead of
      *    growing forever.  When the file held more records than the
