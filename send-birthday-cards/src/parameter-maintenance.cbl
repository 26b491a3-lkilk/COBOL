       IDENTIFICATION DIVISION.
       PROGRAM-ID. parameter-maintenance.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-PARAMETER-FILE
                   ASSIGN TO 'parameter-master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-PRM-KEY
                   FILE STATUS IS WS-PARAMETER-STATUS.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'parameter-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-PARAMETER-FILE.
           COPY "parameter-record.cpy".
           FD F-JOURNAL-FILE.
           01 RC-JOURNAL-RECORD.
               05 RC-JRN-STAMP PIC X(14).
               05 FILLER PIC X.
               05 RC-JRN-FUNCTION PIC X.
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(156).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(156).

           WORKING-STORAGE SECTION.
           01 WS-PARAMETER-STATUS PIC XX.
               88 WS-PARAMETER-FOUND VALUE '00'.
           01 WS-SESSION-IS-DONE PIC 9.
           01 WS-FUNCTION-CODE PIC X.
               88 WS-FUNCTION-IS-SCHEDULE VALUE 'S' 's'.
               88 WS-FUNCTION-IS-WITHDRAW VALUE 'W' 'w'.
               88 WS-FUNCTION-IS-HISTORY VALUE 'H' 'h'.
               88 WS-FUNCTION-IS-LIST VALUE 'L' 'l'.
               88 WS-FUNCTION-IS-QUIT VALUE 'Q' 'q'.
               88 WS-FUNCTION-IS-KNOWN VALUE 'S' 's' 'W' 'w' 'H' 'h'
                   'L' 'l'.
           01 WS-LOOKUP-PROGRAM PIC X(24).
           01 WS-LOOKUP-NAME PIC X(24).
           01 WS-LOOKUP-DATE PIC X(10).
           01 WS-PARAMETER-IS-VALID PIC 9.
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-PARAMETER-COUNT PIC 9(4).
           01 WS-GROUP-IS-OPEN PIC 9.
           01 WS-GROUP-PROGRAM PIC X(24).
           01 WS-GROUP-NAME PIC X(24).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-BEFORE-IMAGE PIC X(156).
           01 WS-AFTER-IMAGE PIC X(156).
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
      *    The value in force and the next one scheduled, for the
      *    parameter the scan is on.
           COPY "parameter-record.cpy"
               REPLACING LEADING ==RC== BY ==INF==.
           COPY "parameter-record.cpy"
               REPLACING LEADING ==RC== BY ==NXT==.
       PROCEDURE DIVISION.

      *    The parameter master, parameter-master.dat, holds the
      *    settings that used to be one-value control files: one
      *    record per program, parameter name and effective date, so
      *    what a threshold was on any given day is still on file.
      *    Program * is a setting shared by every program that reads
      *    it.  A change is scheduled with the date it takes effect;
      *    a value already in force is never overwritten -- the next
      *    value is scheduled over it instead -- and only a change
      *    not yet in force may be withdrawn.  Every schedule,
      *    replacement and withdrawal goes to parameter-journal.dat
      *    with the operator and the before and after images.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'parameter-maintenance' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR parameter-maintenance -- REFUSED'
               GOBACK
           END-IF.
           MOVE SPACES TO WS-TODAYS-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAYS-DATE
           END-STRING.
           OPEN I-O F-PARAMETER-FILE.
           IF WS-PARAMETER-STATUS(1:1) NOT = '0'
               DISPLAY 'PARAMETER MASTER OPEN FAILED, STATUS '
                   WS-PARAMETER-STATUS
               GOBACK
           END-IF.
           MOVE 0 TO WS-SESSION-IS-DONE.
           PERFORM PROCESS-MENU UNTIL WS-SESSION-IS-DONE = 1.
           CLOSE F-PARAMETER-FILE.
           GOBACK.

           PROCESS-MENU.
           DISPLAY 'PARAMETER MAINTENANCE'.
           DISPLAY 'S)CHEDULE  W)ITHDRAW  H)ISTORY  L)IST  Q)UIT'.
           ACCEPT WS-FUNCTION-CODE.
      *    History and listing are granted separately from changing,
      *    so auditors can see the settings without altering them.
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
               WHEN WS-FUNCTION-IS-SCHEDULE
                   PERFORM SCHEDULE-PARAMETER
               WHEN WS-FUNCTION-IS-WITHDRAW
                   PERFORM WITHDRAW-PARAMETER
               WHEN WS-FUNCTION-IS-HISTORY
                   PERFORM SHOW-PARAMETER-HISTORY
               WHEN WS-FUNCTION-IS-LIST
                   PERFORM LIST-PARAMETERS
               WHEN WS-FUNCTION-IS-QUIT
                   MOVE 1 TO WS-SESSION-IS-DONE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED FUNCTION CODE'
           END-EVALUATE.

      *    Program IDs are lower case as the programs name
      *    themselves; parameter names are upper case.
           ACCEPT-PARAMETER-NAME.
           DISPLAY 'PROGRAM (BLANK OR * FOR A SHARED SETTING):'.
           ACCEPT WS-LOOKUP-PROGRAM.
           MOVE FUNCTION LOWER-CASE(WS-LOOKUP-PROGRAM)
               TO WS-LOOKUP-PROGRAM.
           IF WS-LOOKUP-PROGRAM = SPACES
               MOVE '*' TO WS-LOOKUP-PROGRAM
           END-IF.
           DISPLAY 'PARAMETER NAME:'.
           ACCEPT WS-LOOKUP-NAME.
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-NAME) TO WS-LOOKUP-NAME.

           ACCEPT-EFFECTIVE-DATE.
           DISPLAY 'EFFECTIVE DATE (YYYY-MM-DD, BLANK FOR TODAY):'.
           ACCEPT WS-LOOKUP-DATE.
           IF WS-LOOKUP-DATE = SPACES
               MOVE WS-TODAYS-DATE TO WS-LOOKUP-DATE
           END-IF.

           READ-PARAMETER.
           MOVE WS-LOOKUP-PROGRAM TO RC-PRM-PROGRAM.
           MOVE WS-LOOKUP-NAME TO RC-PRM-NAME.
           MOVE WS-LOOKUP-DATE TO RC-PRM-EFF-DATE.
           READ F-PARAMETER-FILE
               KEY IS RC-PRM-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

      *    A date before today would rewrite what a run has already
      *    used, so a change takes effect today at the earliest.  An
      *    entry for the same date replaces it only while that date
      *    is still ahead.
           SCHEDULE-PARAMETER.
           PERFORM ACCEPT-PARAMETER-NAME.
           PERFORM ACCEPT-EFFECTIVE-DATE.
           MOVE 1 TO WS-PARAMETER-IS-VALID.
           IF WS-LOOKUP-NAME = SPACES
               DISPLAY 'PARAMETER NAME IS REQUIRED'
               MOVE 0 TO WS-PARAMETER-IS-VALID
           END-IF.
           MOVE 'VL' TO WS-DS-FUNCTION.
           MOVE WS-LOOKUP-DATE TO WS-DS-DATE-1.
           CALL 'date-services' USING WS-DS-FUNCTION WS-DS-DATE-1
               WS-DS-DATE-2 WS-DS-DAYS WS-DS-STATUS.
           IF WS-DS-STATUS NOT = 0
               DISPLAY 'INVALID EFFECTIVE DATE ' WS-LOOKUP-DATE
               MOVE 0 TO WS-PARAMETER-IS-VALID
           ELSE
               IF WS-LOOKUP-DATE < WS-TODAYS-DATE
                   DISPLAY 'EFFECTIVE DATE IS IN THE PAST -- A CHANGE '
                       'TAKES EFFECT TODAY AT THE EARLIEST'
                   MOVE 0 TO WS-PARAMETER-IS-VALID
               END-IF
           END-IF.
           IF WS-PARAMETER-IS-VALID = 1
               PERFORM READ-PARAMETER
               IF WS-PARAMETER-FOUND
               AND RC-PRM-EFF-DATE NOT > WS-TODAYS-DATE
                   DISPLAY 'A VALUE IS ALREADY IN FORCE FROM '
                       RC-PRM-EFF-DATE ' -- SCHEDULE A LATER DATE'
                   MOVE 0 TO WS-PARAMETER-IS-VALID
               END-IF
           END-IF.
           IF WS-PARAMETER-IS-VALID = 1
               IF WS-PARAMETER-FOUND
                   MOVE RC-PARAMETER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM SHOW-PARAMETER
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO RC-PARAMETER-RECORD
                   MOVE WS-LOOKUP-PROGRAM TO RC-PRM-PROGRAM
                   MOVE WS-LOOKUP-NAME TO RC-PRM-NAME
                   MOVE WS-LOOKUP-DATE TO RC-PRM-EFF-DATE
               END-IF
               PERFORM ACCEPT-PARAMETER-DETAILS
           END-IF.
           IF WS-PARAMETER-IS-VALID = 1
               MOVE WS-TODAYS-DATE TO RC-PRM-UPDATED-DATE
               MOVE WS-OPERATOR-ID TO RC-PRM-UPDATED-BY
               IF WS-PARAMETER-FOUND
                   REWRITE RC-PARAMETER-RECORD
                       INVALID KEY
                           DISPLAY 'PARAMETER NOT UPDATED -- '
                               'REWRITE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'SCHEDULED CHANGE REPLACED'
                           MOVE RC-PARAMETER-RECORD TO WS-AFTER-IMAGE
                           MOVE 'C' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
               ELSE
                   WRITE RC-PARAMETER-RECORD
                       INVALID KEY
                           DISPLAY 'PARAMETER NOT SCHEDULED -- '
                               'WRITE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'PARAMETER SCHEDULED'
                           MOVE RC-PARAMETER-RECORD TO WS-AFTER-IMAGE
                           MOVE 'A' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-WRITE
               END-IF
           ELSE
               DISPLAY 'PARAMETER NOT SCHEDULED'
           END-IF.

      *    A change keyed in error comes off before its date arrives;
      *    once in force it stays on file as the history of what the
      *    runs used, and is superseded by scheduling another.
           WITHDRAW-PARAMETER.
           PERFORM ACCEPT-PARAMETER-NAME.
           DISPLAY 'EFFECTIVE DATE OF THE CHANGE (YYYY-MM-DD):'.
           ACCEPT WS-LOOKUP-DATE.
           PERFORM READ-PARAMETER.
           IF NOT WS-PARAMETER-FOUND
               DISPLAY 'NO MATCHING PARAMETER FOUND'
           ELSE
               PERFORM SHOW-PARAMETER
               IF RC-PRM-EFF-DATE NOT > WS-TODAYS-DATE
                   DISPLAY 'VALUE IS ALREADY IN FORCE -- NOT WITHDRAWN'
               ELSE
                   MOVE RC-PARAMETER-RECORD TO WS-BEFORE-IMAGE
                   DELETE F-PARAMETER-FILE
                       INVALID KEY
                           DISPLAY 'PARAMETER NOT WITHDRAWN -- '
                               'DELETE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'SCHEDULED CHANGE WITHDRAWN'
                           MOVE SPACES TO WS-AFTER-IMAGE
                           MOVE 'D' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-DELETE
               END-IF
           END-IF.

           SHOW-PARAMETER-HISTORY.
           PERFORM ACCEPT-PARAMETER-NAME.
           MOVE 0 TO WS-PARAMETER-COUNT.
           MOVE SPACES TO INF-PARAMETER-RECORD.
           MOVE WS-LOOKUP-PROGRAM TO RC-PRM-PROGRAM.
           MOVE WS-LOOKUP-NAME TO RC-PRM-NAME.
           MOVE LOW-VALUES TO RC-PRM-EFF-DATE.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           START F-PARAMETER-FILE
               KEY IS >= RC-PRM-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-PARAMETER-FILE NEXT
                   NOT AT END
                       IF RC-PRM-PROGRAM NOT = WS-LOOKUP-PROGRAM
                       OR RC-PRM-NAME NOT = WS-LOOKUP-NAME
                           MOVE 1 TO WS-SCAN-IS-ENDED
                       ELSE
                           ADD 1 TO WS-PARAMETER-COUNT
                           PERFORM SHOW-PARAMETER
                           IF RC-PRM-EFF-DATE NOT > WS-TODAYS-DATE
                               MOVE RC-PARAMETER-RECORD
                                   TO INF-PARAMETER-RECORD
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-PARAMETER-COUNT = 0
               DISPLAY 'NO MATCHING PARAMETER FOUND'
           ELSE
               IF INF-PARAMETER-RECORD = SPACES
                   DISPLAY 'NOT YET IN FORCE'
               ELSE
                   DISPLAY 'IN FORCE TODAY: ' INF-PRM-VALUE
                       ' FROM ' INF-PRM-EFF-DATE
               END-IF
           END-IF.

      *    One line per parameter: the value in force today and, when
      *    a change is scheduled, the next one.
           LIST-PARAMETERS.
           MOVE 0 TO WS-PARAMETER-COUNT.
           MOVE 0 TO WS-GROUP-IS-OPEN.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           MOVE LOW-VALUES TO RC-PRM-KEY.
           START F-PARAMETER-FILE
               KEY IS >= RC-PRM-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
               READ F-PARAMETER-FILE NEXT
                   NOT AT END
                       PERFORM GROUP-ONE-PARAMETER
                   AT END
                       MOVE 1 TO WS-SCAN-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-GROUP-IS-OPEN = 1
               PERFORM SHOW-PARAMETER-GROUP
           END-IF.
           IF WS-PARAMETER-COUNT = 0
               DISPLAY 'NO PARAMETERS ON FILE'
           END-IF.

           GROUP-ONE-PARAMETER.
           IF WS-GROUP-IS-OPEN = 1
           AND (RC-PRM-PROGRAM NOT = WS-GROUP-PROGRAM
               OR RC-PRM-NAME NOT = WS-GROUP-NAME)
               PERFORM SHOW-PARAMETER-GROUP
               MOVE 0 TO WS-GROUP-IS-OPEN
           END-IF.
           IF WS-GROUP-IS-OPEN = 0
               MOVE 1 TO WS-GROUP-IS-OPEN
               MOVE RC-PRM-PROGRAM TO WS-GROUP-PROGRAM
               MOVE RC-PRM-NAME TO WS-GROUP-NAME
               MOVE SPACES TO INF-PARAMETER-RECORD
               MOVE SPACES TO NXT-PARAMETER-RECORD
           END-IF.
           IF RC-PRM-EFF-DATE NOT > WS-TODAYS-DATE
               MOVE RC-PARAMETER-RECORD TO INF-PARAMETER-RECORD
           ELSE
               IF NXT-PARAMETER-RECORD = SPACES
                   MOVE RC-PARAMETER-RECORD TO NXT-PARAMETER-RECORD
               END-IF
           END-IF.

           SHOW-PARAMETER-GROUP.
           ADD 1 TO WS-PARAMETER-COUNT.
           IF INF-PARAMETER-RECORD = SPACES
               DISPLAY WS-GROUP-PROGRAM ' ' WS-GROUP-NAME
                   ' NOT YET IN FORCE'
           ELSE
               DISPLAY WS-GROUP-PROGRAM ' ' WS-GROUP-NAME ' '
                   INF-PRM-VALUE ' FROM ' INF-PRM-EFF-DATE
           END-IF.
           IF NXT-PARAMETER-RECORD NOT = SPACES
               DISPLAY '  NEXT ' NXT-PRM-VALUE ' FROM '
                   NXT-PRM-EFF-DATE
           END-IF.

           SHOW-PARAMETER.
           DISPLAY RC-PRM-PROGRAM ' ' RC-PRM-NAME ' FROM '
               RC-PRM-EFF-DATE ' VALUE ' RC-PRM-VALUE.
           DISPLAY '  ' RC-PRM-DESCRIPTION ' LAST CHANGED '
               RC-PRM-UPDATED-DATE ' BY ' RC-PRM-UPDATED-BY.

      *    The value is kept as keyed; the reading program decides
      *    whether it is a number, so a value that will not read as
      *    one is flagged here rather than found ignored at run time.
           ACCEPT-PARAMETER-DETAILS.
           DISPLAY 'VALUE:'.
           ACCEPT RC-PRM-VALUE.
           DISPLAY 'DESCRIPTION:'.
           ACCEPT RC-PRM-DESCRIPTION.
           IF RC-PRM-VALUE = SPACES
               DISPLAY 'VALUE IS REQUIRED'
               MOVE 0 TO WS-PARAMETER-IS-VALID
           ELSE
               IF FUNCTION TEST-NUMVAL(RC-PRM-VALUE) NOT = 0
                   DISPLAY 'WARNING -- VALUE IS NOT A NUMBER; ONLY A '
                       'PROGRAM READING IT AS TEXT WILL USE IT'
               END-IF
           END-IF.

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
