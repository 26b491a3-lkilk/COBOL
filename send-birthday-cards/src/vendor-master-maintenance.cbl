       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendor-master-maintenance.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-MASTER-FILE
                   ASSIGN TO 'vendor-master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-VM-CODE
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'vendor-master-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-MASTER-FILE.
           COPY "vendor-master-record.cpy".
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-FUNCTION PIC X.
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(201).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(201).

           WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS PIC XX.
               88 WS-MASTER-FOUND VALUE '00'.
           01 WS-SESSION-IS-DONE PIC 9.
           01 WS-FUNCTION-CODE PIC X.
               88 WS-FUNCTION-IS-ADD VALUE 'A' 'a'.
               88 WS-FUNCTION-IS-CHANGE VALUE 'C' 'c'.
               88 WS-FUNCTION-IS-DELETE VALUE 'D' 'd'.
               88 WS-FUNCTION-IS-LIST VALUE 'L' 'l'.
               88 WS-FUNCTION-IS-QUIT VALUE 'Q' 'q'.
               88 WS-FUNCTION-IS-KNOWN VALUE 'A' 'a' 'C' 'c' 'D' 'd'
                   'L' 'l'.
           01 WS-LOOKUP-CODE PIC X.
           01 WS-VENDOR-IS-VALID PIC 9.
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-VENDOR-COUNT PIC 99.
           01 WS-OTHER-DEFAULT PIC X.
           01 WS-ENTRY-WORK PIC X(10).
           01 WS-PRICE-ENTRY PIC X(6).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-BEFORE-IMAGE PIC X(201).
           01 WS-AFTER-IMAGE PIC X(201).
           01 WS-HELD-IMAGE PIC X(201).
           01 WS-JOURNAL-FUNCTION PIC X.
           01 WS-TODAYS-DATE PIC X(10).
           01 WS-DS-FUNCTION PIC X(2).
           01 WS-DS-DATE-1 PIC X(10).
           01 WS-DS-DATE-2 PIC X(10).
           01 WS-DS-DAYS PIC S9(7).
           01 WS-DS-STATUS PIC 9.
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
       PROCEDURE DIVISION.

      *    The vendor master, vendor-master.dat, holds what used to be
      *    spread over a handful of one-value control files and
      *    nobody's files at all: each print vendor's name, contact,
      *    contract dates, daily capacity, confirmation SLA,
      *    acknowledgment grace and per-piece price, and its status.
      *    The card runs read it through vendor-table and refuse to
      *    start when the routing would send mail to a vendor that is
      *    not active or is outside its contract.  Every add, change
      *    and delete goes to vendor-master-journal.dat with the
      *    operator and the before and after images.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'vendor-master-maintenance' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR vendor-master-maintenance -- REFUSED'
               GOBACK
           END-IF.
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAYS-DATE
           END-STRING.
           OPEN I-O F-MASTER-FILE.
           IF WS-MASTER-STATUS(1:1) NOT = '0'
               DISPLAY 'VENDOR MASTER OPEN FAILED, STATUS '
                   WS-MASTER-STATUS
               GOBACK
           END-IF.
           MOVE 0 TO WS-SESSION-IS-DONE.
           PERFORM PROCESS-MENU UNTIL WS-SESSION-IS-DONE = 1.
           CLOSE F-MASTER-FILE.
           GOBACK.

           PROCESS-MENU.
           DISPLAY 'VENDOR MASTER MAINTENANCE'.
           DISPLAY 'A)DD  C)HANGE  D)ELETE  L)IST  Q)UIT'.
           ACCEPT WS-FUNCTION-CODE.
      *    Listing is granted separately from changing, so the
      *    accounts payable clerks can look up a vendor's terms.
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
               WHEN WS-FUNCTION-IS-ADD
                   PERFORM ADD-VENDOR
               WHEN WS-FUNCTION-IS-CHANGE
                   PERFORM CHANGE-VENDOR
               WHEN WS-FUNCTION-IS-DELETE
                   PERFORM DELETE-VENDOR
               WHEN WS-FUNCTION-IS-LIST
                   PERFORM LIST-VENDORS
               WHEN WS-FUNCTION-IS-QUIT
                   MOVE 1 TO WS-SESSION-IS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED FUNCTION CODE'
           END-EVALUATE.

           ACCEPT-VENDOR-CODE.
           DISPLAY 'VENDOR CODE (ONE LETTER):'.
           ACCEPT WS-LOOKUP-CODE.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-CODE) TO WS-LOOKUP-CODE.

           READ-VENDOR.
           PERFORM ACCEPT-VENDOR-CODE.
           MOVE WS-LOOKUP-CODE TO RC-VM-CODE.
           READ F-MASTER-FILE
               KEY IS RC-VM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MASTER-FOUND
               PERFORM SHOW-VENDOR
           ELSE
               DISPLAY 'NO MATCHING VENDOR FOUND'
           END-IF.

           ADD-VENDOR.
           PERFORM ACCEPT-VENDOR-CODE.
           IF WS-LOOKUP-CODE IS NOT ALPHABETIC-UPPER
           OR WS-LOOKUP-CODE = SPACE
               DISPLAY 'VENDOR CODE MUST BE A LETTER'
           ELSE
               MOVE SPACES TO RC-VENDOR-MASTER-RECORD
               MOVE WS-LOOKUP-CODE TO RC-VM-CODE
               MOVE 'A' TO RC-VM-STATUS
               PERFORM ACCEPT-VENDOR-DETAILS
               IF WS-VENDOR-IS-VALID = 1
                   MOVE WS-TODAYS-DATE TO RC-VM-UPDATED-DATE
                   MOVE WS-OPERATOR-ID TO RC-VM-UPDATED-BY
                   WRITE RC-VENDOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'VENDOR NOT ADDED -- VENDOR '
                               WS-LOOKUP-CODE ' IS ALREADY ON FILE'
                       NOT INVALID KEY
                           DISPLAY 'VENDOR ADDED'
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE RC-VENDOR-MASTER-RECORD
                               TO WS-AFTER-IMAGE
                           MOVE 'A' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-WRITE
               ELSE
                   DISPLAY 'VENDOR NOT ADDED'
               END-IF
           END-IF.

           CHANGE-VENDOR.
           PERFORM READ-VENDOR.
           IF WS-MASTER-FOUND
               MOVE RC-VENDOR-MASTER-RECORD TO WS-BEFORE-IMAGE
               PERFORM ACCEPT-VENDOR-DETAILS
               IF WS-VENDOR-IS-VALID = 1
                   MOVE WS-TODAYS-DATE TO RC-VM-UPDATED-DATE
                   MOVE WS-OPERATOR-ID TO RC-VM-UPDATED-BY
                   REWRITE RC-VENDOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'VENDOR NOT UPDATED -- '
                               'REWRITE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'VENDOR UPDATED'
                           MOVE RC-VENDOR-MASTER-RECORD
                               TO WS-AFTER-IMAGE
                           MOVE 'C' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
               ELSE
                   DISPLAY 'VENDOR NOT UPDATED'
               END-IF
           END-IF.

      *    A vendor that has carried mail is better terminated than
      *    deleted: the scorecard and the invoice audit still look
      *    back at it.  Delete is for a row keyed in error.
           DELETE-VENDOR.
           PERFORM READ-VENDOR.
           IF WS-MASTER-FOUND
               MOVE RC-VENDOR-MASTER-RECORD TO WS-BEFORE-IMAGE
               DELETE F-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'VENDOR NOT DELETED -- DELETE ERROR'
                   NOT INVALID KEY
                       DISPLAY 'VENDOR DELETED'
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE 'D' TO WS-JOURNAL-FUNCTION
                       PERFORM WRITE-JOURNAL-RECORD
               END-DELETE
           END-IF.

           LIST-VENDORS.
           MOVE 0 TO WS-VENDOR-COUNT.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           MOVE LOW-VALUES TO RC-VM-CODE.
           START F-MASTER-FILE
               KEY IS >= RC-VM-CODE
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-MASTER-FILE NEXT
                   NOT AT END
                       ADD 1 TO WS-VENDOR-COUNT
                       PERFORM SHOW-VENDOR
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-VENDOR-COUNT = 0
               DISPLAY 'NO VENDORS ON FILE'
           END-IF.

           SHOW-VENDOR.
           DISPLAY 'VENDOR ' RC-VM-CODE ' ' RC-VM-NAME
               ' STATUS ' RC-VM-STATUS ' DEFAULT ' RC-VM-DEFAULT
               ' PRINT IMAGE ' RC-VM-PRINT-IMAGE.
           DISPLAY '  CONTRACT ' RC-VM-CONTRACT-START ' TO '
               RC-VM-CONTRACT-END ' CAPACITY ' RC-VM-DAILY-CAPACITY
               ' SLA ' RC-VM-SLA-DAYS ' GRACE ' RC-VM-ACK-GRACE-DAYS
               ' PRICE ' RC-VM-PIECE-PRICE.
           DISPLAY '  CONTACT ' RC-VM-CONTACT-NAME ' '
               RC-VM-CONTACT-PHONE ' ' RC-VM-CONTACT-EMAIL.
           DISPLAY '  LAST CHANGED ' RC-VM-UPDATED-DATE ' BY '
               RC-VM-UPDATED-BY.

           ACCEPT-VENDOR-DETAILS.
           DISPLAY 'VENDOR NAME:'.
           ACCEPT RC-VM-NAME.
           DISPLAY 'STATUS (A ACTIVE, S SUSPENDED, T TERMINATED):'.
           ACCEPT RC-VM-STATUS.
           MOVE FUNCTION UPPER-CASE(RC-VM-STATUS) TO RC-VM-STATUS.
           DISPLAY 'DEFAULT VENDOR FOR UNMAPPED STATES (Y/N):'.
           ACCEPT RC-VM-DEFAULT.
           MOVE FUNCTION UPPER-CASE(RC-VM-DEFAULT) TO RC-VM-DEFAULT.
           DISPLAY 'TAKES PRINT-IMAGE LINES (Y/N):'.
           ACCEPT RC-VM-PRINT-IMAGE.
           MOVE FUNCTION UPPER-CASE(RC-VM-PRINT-IMAGE)
               TO RC-VM-PRINT-IMAGE.
           DISPLAY 'CONTRACT START (YYYY-MM-DD, BLANK IF OPEN):'.
           ACCEPT RC-VM-CONTRACT-START.
           DISPLAY 'CONTRACT END (YYYY-MM-DD, BLANK IF OPEN):'.
           ACCEPT RC-VM-CONTRACT-END.
           DISPLAY 'DAILY PIECE CAPACITY (0 IF NONE AGREED):'.
           ACCEPT RC-VM-DAILY-CAPACITY.
           DISPLAY 'CONFIRMATION SLA DAYS (0 FOR THE HOUSE SLA):'.
           ACCEPT RC-VM-SLA-DAYS.
           DISPLAY 'ACKNOWLEDGMENT GRACE DAYS (0 FOR THE HOUSE '
               'GRACE):'.
           ACCEPT RC-VM-ACK-GRACE-DAYS.
           DISPLAY 'PRICE PER PIECE (E.G. 0.42, 0 FOR THE RATE FILE):'.
           ACCEPT WS-PRICE-ENTRY.
           DISPLAY 'CONTACT NAME:'.
           ACCEPT RC-VM-CONTACT-NAME.
           DISPLAY 'CONTACT PHONE:'.
           ACCEPT RC-VM-CONTACT-PHONE.
           DISPLAY 'CONTACT EMAIL:'.
           ACCEPT RC-VM-CONTACT-EMAIL.
           PERFORM VALIDATE-VENDOR.

           VALIDATE-VENDOR.
           MOVE 1 TO WS-VENDOR-IS-VALID.
           IF RC-VM-NAME = SPACES
               DISPLAY 'VENDOR NAME IS REQUIRED'
               MOVE 0 TO WS-VENDOR-IS-VALID
           END-IF.
           IF NOT RC-VM-STATUS-IS-VALID
               DISPLAY 'STATUS MUST BE A, S OR T'
               MOVE 0 TO WS-VENDOR-IS-VALID
           END-IF.
           IF RC-VM-DEFAULT NOT = 'Y' AND RC-VM-DEFAULT NOT = 'N'
           OR RC-VM-PRINT-IMAGE NOT = 'Y'
               AND RC-VM-PRINT-IMAGE NOT = 'N'
               DISPLAY 'DEFAULT AND PRINT IMAGE MUST BE Y OR N'
               MOVE 0 TO WS-VENDOR-IS-VALID
           END-IF.
           MOVE RC-VM-CONTRACT-START TO WS-ENTRY-WORK.
           PERFORM VALIDATE-ENTRY-DATE.
           MOVE RC-VM-CONTRACT-END TO WS-ENTRY-WORK.
           PERFORM VALIDATE-ENTRY-DATE.
           IF RC-VM-CONTRACT-START NOT = SPACES
           AND RC-VM-CONTRACT-END NOT = SPACES
           AND RC-VM-CONTRACT-END < RC-VM-CONTRACT-START
               DISPLAY 'CONTRACT ENDS BEFORE IT STARTS'
               MOVE 0 TO WS-VENDOR-IS-VALID
           END-IF.
           IF RC-VM-DAILY-CAPACITY IS NOT NUMERIC
           OR RC-VM-SLA-DAYS IS NOT NUMERIC
           OR RC-VM-ACK-GRACE-DAYS IS NOT NUMERIC
               DISPLAY 'CAPACITY, SLA AND GRACE MUST BE NUMBERS'
               MOVE 0 TO WS-VENDOR-IS-VALID
           END-IF.
           IF WS-PRICE-ENTRY = SPACES
               MOVE 0 TO RC-VM-PIECE-PRICE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-PRICE-ENTRY) NOT = 0
                   DISPLAY 'PRICE MUST BE A NUMBER'
                   MOVE 0 TO WS-VENDOR-IS-VALID
               ELSE
                   COMPUTE RC-VM-PIECE-PRICE =
                       FUNCTION NUMVAL(WS-PRICE-ENTRY)
               END-IF
           END-IF.
           IF RC-VM-IS-ACTIVE
           AND RC-VM-CONTRACT-END NOT = SPACES
           AND RC-VM-CONTRACT-END < WS-TODAYS-DATE
               DISPLAY 'WARNING -- VENDOR IS ACTIVE BUT ITS CONTRACT '
                   'HAS ENDED; RUNS ROUTING MAIL TO IT WILL BE REFUSED'
           END-IF.
           IF WS-VENDOR-IS-VALID = 1
           AND RC-VM-DEFAULT = 'Y'
               PERFORM FIND-OTHER-DEFAULT
               IF WS-OTHER-DEFAULT NOT = SPACE
                   DISPLAY 'VENDOR ' WS-OTHER-DEFAULT ' IS ALREADY '
                       'THE DEFAULT -- CHANGE IT FIRST'
                   MOVE 0 TO WS-VENDOR-IS-VALID
               END-IF
           END-IF.

           VALIDATE-ENTRY-DATE.
           IF WS-ENTRY-WORK NOT = SPACES
               MOVE 'VL' TO WS-DS-FUNCTION
               MOVE WS-ENTRY-WORK TO WS-DS-DATE-1
               CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
                   WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS
               IF WS-DS-STATUS NOT = 0
                   DISPLAY 'INVALID CONTRACT DATE ' WS-ENTRY-WORK
                   MOVE 0 TO WS-VENDOR-IS-VALID
               END-IF
           END-IF.

      *    The scan reads through the record being keyed, so it is
      *    held aside and put back afterwards.
           FIND-OTHER-DEFAULT.
           MOVE RC-VENDOR-MASTER-RECORD TO WS-HELD-IMAGE.
           MOVE SPACE TO WS-OTHER-DEFAULT.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           MOVE LOW-VALUES TO RC-VM-CODE.
           START F-MASTER-FILE
               KEY IS >= RC-VM-CODE
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-MASTER-FILE NEXT
                   NOT AT END
                       IF RC-VM-DEFAULT = 'Y'
                       AND RC-VM-CODE NOT = WS-HELD-IMAGE(1:1)
                           MOVE RC-VM-CODE TO WS-OTHER-DEFAULT
                           MOVE 1 TO WS-SCAN-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.
           MOVE WS-HELD-IMAGE TO RC-VENDOR-MASTER-RECORD.
           READ F-MASTER-FILE
               KEY IS RC-VM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-HELD-IMAGE TO RC-VENDOR-MASTER-RECORD.

           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP.
           MOVE WS-JOURNAL-FUNCTION TO RC-JRN-FUNCTION.
           MOVE WS-OPERATOR-ID TO RC-JRN-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO RC-JRN-BEFORE.
           MOVE WS-AFTER-IMAGE TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.
