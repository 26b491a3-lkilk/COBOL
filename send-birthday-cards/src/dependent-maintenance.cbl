       IDENTIFICATION DIVISION.
       PROGRAM-ID. dependent-maintenance.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMER-FILE ASSIGN TO 'customers.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CUSTOMER-ID
                   FILE STATUS IS WS-CUSTOMER-STATUS.
               SELECT OPTIONAL F-DEPENDENT-FILE
                   ASSIGN TO 'dependents.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-DEP-KEY
                   FILE STATUS IS WS-DEPENDENT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-DEPENDENT-FILE.
           COPY "dependent-record.cpy".

           WORKING-STORAGE SECTION.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-DEPENDENT-STATUS PIC XX.
               88 WS-DEPENDENT-FOUND VALUE '00'.
           01 WS-SESSION-IS-DONE PIC 9.
           01 WS-FUNCTION-CODE PIC X.
               88 WS-FUNCTION-IS-ADD VALUE 'A' 'a'.
               88 WS-FUNCTION-IS-CHANGE VALUE 'C' 'c'.
               88 WS-FUNCTION-IS-DELETE VALUE 'D' 'd'.
               88 WS-FUNCTION-IS-LIST VALUE 'L' 'l'.
               88 WS-FUNCTION-IS-QUIT VALUE 'Q' 'q'.
           01 WS-LOOKUP-ID PIC 9(6).
           01 WS-LOOKUP-SEQ PIC 9(2).
           01 WS-NEXT-SEQ PIC 9(3).
           01 WS-DEPENDENT-COUNT PIC 9(3).
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-DOB-IS-VALID PIC 9.
           01 WS-DEPENDENT-AGE PIC S9(4).
           01 WS-AGE-DISPLAY PIC ZZ9.
           01 WS-TODAY-YEAR PIC 9999.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-TODAYS-DATE PIC X(10).
       PROCEDURE DIVISION.

      *    Children of a customer get their own birthday card,
      *    addressed to the parent, from the nightly birthday pass.
      *    This session keeps dependents.dat: add, correct, remove,
      *    or list a parent's children.  The parent must be on the
      *    customer master, and a child 18 or over is refused on
      *    entry -- the birthday pass would age them out anyway.
      *    Nothing here touches customers.dat, so the master lock is
      *    not taken and no side index needs rebuilding.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING WS-TODAY-YEAR '-' WS-TODAY-MONTH '-' WS-TODAY-DAY
               INTO WS-TODAYS-DATE
           END-STRING.
           OPEN INPUT F-CUSTOMER-FILE.
           OPEN I-O F-DEPENDENT-FILE.
           IF WS-DEPENDENT-STATUS(1:1) NOT = '0'
               DISPLAY 'DEPENDENTS FILE OPEN FAILED, STATUS '
                   WS-DEPENDENT-STATUS
               CLOSE F-CUSTOMER-FILE
               GOBACK
           END-IF.
           MOVE 0 TO WS-SESSION-IS-DONE.
           PERFORM PROCESS-MENU UNTIL WS-SESSION-IS-DONE = 1.
           CLOSE F-DEPENDENT-FILE.
           CLOSE F-CUSTOMER-FILE.
           GOBACK.

           PROCESS-MENU.
           DISPLAY 'DEPENDENT MAINTENANCE'.
           DISPLAY 'A)DD  C)HANGE  D)ELETE  L)IST  Q)UIT'.
           ACCEPT WS-FUNCTION-CODE.
           EVALUATE TRUE
               WHEN WS-FUNCTION-IS-ADD
                   PERFORM ADD-DEPENDENT
               WHEN WS-FUNCTION-IS-CHANGE
                   PERFORM CHANGE-DEPENDENT
               WHEN WS-FUNCTION-IS-DELETE
                   PERFORM DELETE-DEPENDENT
               WHEN WS-FUNCTION-IS-LIST
                   PERFORM LIST-DEPENDENTS
               WHEN WS-FUNCTION-IS-QUIT
                   MOVE 1 TO WS-SESSION-IS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED FUNCTION CODE'
           END-EVALUATE.

           READ-PARENT-CUSTOMER.
           DISPLAY 'PARENT CUSTOMER ID (6 DIGITS):'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               DISPLAY 'PARENT: ' RC-CUSTOMER-NAME
           ELSE
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           END-IF.

      *    The next sequence is one past the highest already on file
      *    for the parent, so a deleted child's number is never
      *    handed to a sibling added later.
           ADD-DEPENDENT.
           PERFORM READ-PARENT-CUSTOMER.
           IF WS-CUSTOMER-FOUND
               PERFORM FIND-NEXT-SEQUENCE
               IF WS-NEXT-SEQ > 99
                   DISPLAY 'PARENT ALREADY HAS THE MAXIMUM NUMBER '
                       'OF DEPENDENT SEQUENCES'
               ELSE
                   MOVE SPACES TO RC-DEPENDENT-RECORD
                   MOVE WS-LOOKUP-ID TO RC-DEP-CUSTOMER-ID
                   MOVE WS-NEXT-SEQ TO RC-DEP-SEQ
                   PERFORM ACCEPT-DEPENDENT-DETAILS
                   MOVE WS-TODAYS-DATE TO RC-DEP-ADDED-DATE
                   IF WS-DOB-IS-VALID = 1
                       WRITE RC-DEPENDENT-RECORD
                           INVALID KEY
                               DISPLAY 'DEPENDENT NOT ADDED -- '
                                   'WRITE ERROR'
                           NOT INVALID KEY
                               DISPLAY 'DEPENDENT ADDED AS NUMBER '
                                   RC-DEP-SEQ
                       END-WRITE
                   ELSE
                       DISPLAY 'DEPENDENT NOT ADDED'
                   END-IF
               END-IF
           END-IF.

           FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           MOVE WS-LOOKUP-ID TO RC-DEP-CUSTOMER-ID.
           MOVE 0 TO RC-DEP-SEQ.
           START F-DEPENDENT-FILE
               KEY IS >= RC-DEP-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-DEPENDENT-FILE NEXT
                   NOT AT END
                       IF RC-DEP-CUSTOMER-ID NOT = WS-LOOKUP-ID
                           MOVE 1 TO WS-SCAN-IS-ENDED
                       ELSE
                           COMPUTE WS-NEXT-SEQ = RC-DEP-SEQ + 1
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.

           ACCEPT-DEPENDENT-DETAILS.
           DISPLAY 'CHILD FIRST NAME:'.
           ACCEPT RC-DEP-FIRST-NAME.
           DISPLAY 'DATE OF BIRTH YEAR (YYYY):'.
           ACCEPT RC-DEP-DOB-YEAR.
           DISPLAY 'DATE OF BIRTH MONTH (MM):'.
           ACCEPT RC-DEP-DOB-MONTH.
           DISPLAY 'DATE OF BIRTH DAY (DD):'.
           ACCEPT RC-DEP-DOB-DAY.
           MOVE '-' TO RC-DEP-DOB-DASH.
           MOVE '-' TO RC-DEP-DOB-SIGN.
           PERFORM VALIDATE-DEPENDENT.

      *    Same DOB shape checks customer-maintenance applies, plus
      *    the child must already be born and not yet 18.
           VALIDATE-DEPENDENT.
           MOVE 1 TO WS-DOB-IS-VALID.
           IF RC-DEP-FIRST-NAME = SPACES
               DISPLAY 'FIRST NAME IS REQUIRED'
               MOVE 0 TO WS-DOB-IS-VALID
           END-IF.
           IF RC-DEP-DOB-YEAR IS NOT NUMERIC
           OR RC-DEP-DOB-MONTH IS NOT NUMERIC
           OR RC-DEP-DOB-DAY IS NOT NUMERIC
               DISPLAY 'INVALID DOB'
               MOVE 0 TO WS-DOB-IS-VALID
           ELSE
               IF RC-DEP-DOB-MONTH < 1 OR RC-DEP-DOB-MONTH > 12
               OR RC-DEP-DOB-DAY < 1 OR RC-DEP-DOB-DAY > 31
               OR RC-DEP-DOB-YEAR < 1
                   DISPLAY 'INVALID DOB'
                   MOVE 0 TO WS-DOB-IS-VALID
               ELSE
                   IF RC-DEP-DOB > WS-TODAYS-DATE
                       DISPLAY 'DOB IS IN THE FUTURE'
                       MOVE 0 TO WS-DOB-IS-VALID
                   ELSE
                       PERFORM COMPUTE-DEPENDENT-AGE
                       IF WS-DEPENDENT-AGE >= 18
                           DISPLAY 'CHILD IS 18 OR OVER -- NOT A '
                               'DEPENDENT FOR BIRTHDAY CARDS'
                           MOVE 0 TO WS-DOB-IS-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF.

           COMPUTE-DEPENDENT-AGE.
           COMPUTE WS-DEPENDENT-AGE = WS-TODAY-YEAR - RC-DEP-DOB-YEAR.
           IF RC-DEP-DOB-MONTH > WS-TODAY-MONTH
           OR (RC-DEP-DOB-MONTH = WS-TODAY-MONTH
               AND RC-DEP-DOB-DAY > WS-TODAY-DAY)
               SUBTRACT 1 FROM WS-DEPENDENT-AGE
           END-IF.

           READ-DEPENDENT.
           DISPLAY 'DEPENDENT NUMBER (2 DIGITS):'.
           ACCEPT WS-LOOKUP-SEQ.
           MOVE WS-LOOKUP-ID TO RC-DEP-CUSTOMER-ID.
           MOVE WS-LOOKUP-SEQ TO RC-DEP-SEQ.
           READ F-DEPENDENT-FILE
               KEY IS RC-DEP-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-DEPENDENT-FOUND
               DISPLAY 'DEPENDENT: ' RC-DEP-FIRST-NAME ' '
                   RC-DEP-DOB
           ELSE
               DISPLAY 'NO MATCHING DEPENDENT FOUND'
           END-IF.

           CHANGE-DEPENDENT.
           PERFORM READ-PARENT-CUSTOMER.
           IF WS-CUSTOMER-FOUND
               PERFORM READ-DEPENDENT
               IF WS-DEPENDENT-FOUND
                   PERFORM ACCEPT-DEPENDENT-DETAILS
                   IF WS-DOB-IS-VALID = 1
                       REWRITE RC-DEPENDENT-RECORD
                           INVALID KEY
                               DISPLAY 'DEPENDENT NOT UPDATED -- '
                                   'REWRITE ERROR'
                           NOT INVALID KEY
                               DISPLAY 'DEPENDENT UPDATED'
                       END-REWRITE
                   ELSE
                       DISPLAY 'DEPENDENT NOT UPDATED'
                   END-IF
               END-IF
           END-IF.

           DELETE-DEPENDENT.
           PERFORM READ-PARENT-CUSTOMER.
           IF WS-CUSTOMER-FOUND
               PERFORM READ-DEPENDENT
               IF WS-DEPENDENT-FOUND
                   DELETE F-DEPENDENT-FILE
                       INVALID KEY
                           DISPLAY 'DEPENDENT NOT DELETED -- '
                               'DELETE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'DEPENDENT DELETED'
                   END-DELETE
               END-IF
           END-IF.

      *    Aged-out children stay listed so the operator can see
      *    them and remove them; the birthday pass already ignores
      *    them.
           LIST-DEPENDENTS.
           PERFORM READ-PARENT-CUSTOMER.
           IF WS-CUSTOMER-FOUND
               MOVE 0 TO WS-DEPENDENT-COUNT
               MOVE 0 TO WS-SCAN-IS-ENDED
               MOVE WS-LOOKUP-ID TO RC-DEP-CUSTOMER-ID
               MOVE 0 TO RC-DEP-SEQ
               START F-DEPENDENT-FILE
                   KEY IS >= RC-DEP-KEY
                   INVALID KEY
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-START
               PERFORM UNTIL WS-SCAN-IS-ENDED = 1
                   READ F-DEPENDENT-FILE NEXT
                       NOT AT END
                           IF RC-DEP-CUSTOMER-ID NOT = WS-LOOKUP-ID
                               MOVE 1 TO WS-SCAN-IS-ENDED
                           ELSE
                               PERFORM DISPLAY-ONE-DEPENDENT
                           END-IF
                       AT END
                           MOVE 1 TO WS-SCAN-IS-ENDED
                   END-READ
               END-PERFORM
               IF WS-DEPENDENT-COUNT = 0
                   DISPLAY 'NO DEPENDENTS ON FILE'
               END-IF
           END-IF.

           DISPLAY-ONE-DEPENDENT.
           ADD 1 TO WS-DEPENDENT-COUNT.
           IF RC-DEP-DOB-YEAR IS NUMERIC
           AND RC-DEP-DOB-MONTH IS NUMERIC
           AND RC-DEP-DOB-DAY IS NUMERIC
               PERFORM COMPUTE-DEPENDENT-AGE
               MOVE WS-DEPENDENT-AGE TO WS-AGE-DISPLAY
               IF WS-DEPENDENT-AGE >= 18
                   DISPLAY RC-DEP-SEQ ' ' RC-DEP-FIRST-NAME ' '
                       RC-DEP-DOB ' AGE ' WS-AGE-DISPLAY
                       ' (AGED OUT)'
               ELSE
                   DISPLAY RC-DEP-SEQ ' ' RC-DEP-FIRST-NAME ' '
                       RC-DEP-DOB ' AGE ' WS-AGE-DISPLAY
               END-IF
           ELSE
               DISPLAY RC-DEP-SEQ ' ' RC-DEP-FIRST-NAME ' '
                   RC-DEP-DOB ' (DOB NOT VALID)'
           END-IF.
