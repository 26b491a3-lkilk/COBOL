       IDENTIFICATION DIVISION.
       PROGRAM-ID. celebration-optout-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-PERSON-EMP-ID.
               SELECT F-OPTOUT-REPORT-FILE
                   ASSIGN TO "celebration-optouts.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
           FD F-OPTOUT-REPORT-FILE.
           01 RC-OPTOUT-REPORT-LINE PIC X(80).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DISPLAY-NAME PIC X(20).
           01 WS-FOUND-IDX PIC 9(3) VALUE 0.
           01 WS-OPTOUT-COUNT PIC 9(3) VALUE 0.
           01 WS-OPTOUT-TABLE.
               05 WS-OPTOUT-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-OPTOUT-COUNT
               INDEXED BY OPT-IDX.
                   10 WS-OPT-EMP-ID PIC 9(5).
                   10 WS-OPT-DEPT PIC X(4).
                   10 WS-OPT-NAME PIC X(20).
                   10 WS-OPT-CHOICE PIC X(30).
           01 WS-OPTOUT-DROPPED PIC 9(5) VALUE 0.
      *    Sized to the person table, so every listed person's
      *    department has a section.
           01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-DEPT-COUNT
               INDEXED BY DEP-IDX.
                   10 WS-DEPT-CODE PIC X(4).
           01 WS-TITLE-LINE.
               05 FILLER PIC X(27)
                   VALUE 'CELEBRATION OPT-OUTS AS OF '.
               05 WS-TITLE-DATE PIC X(10).
           01 WS-DEPT-HEADER.
               05 FILLER PIC X(11) VALUE 'DEPARTMENT '.
               05 WS-DEPT-HEADER-CODE PIC X(4).
           01 WS-DETAIL-LINE.
               05 WS-DETAIL-EMP-ID PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DETAIL-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DETAIL-CHOICE PIC X(30).
           01 WS-TOTAL-LINE.
               05 FILLER PIC X(22) VALUE 'TOTAL OPTED OUT:      '.
               05 WS-TOTAL-COUNT PIC ZZZZ9.
       PROCEDURE DIVISION.

      *    Office managers plan the birthday cakes and the
      *    anniversary shout-outs by hand as well as from the
      *    greeting runs; this is their list of who must be left
      *    out, by department, so nobody is surprised in front of
      *    the room.  Everyone whose people.dat celebration choice
      *    is not 'announce everything' is listed.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-TITLE-DATE
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PEOPLE-FILE.

           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PEOPLE-FILE NEXT
                   NOT AT END
                       IF NOT RC-PERSON-CELEBRATES-ALL
                           PERFORM STORE-ONE-OPTOUT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
           END-READ
           END-PERFORM.

           CLOSE F-PEOPLE-FILE.
           PERFORM WRITE-DEPARTMENT-SECTIONS.
           DISPLAY 'celebration-optout-report: ' WS-OPTOUT-COUNT
               ' employee(s) opted out'.
      *    A list that silently stops at 500 would tell a manager
      *    the rest are fine to announce.
           IF WS-OPTOUT-DROPPED > 0
               DISPLAY 'celebration-optout-report: '
                   WS-OPTOUT-DROPPED ' more not listed -- table full'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           STORE-ONE-OPTOUT.
           IF WS-OPTOUT-COUNT < 500
               ADD 1 TO WS-OPTOUT-COUNT
               SET OPT-IDX TO WS-OPTOUT-COUNT
               IF RC-PERSON-PREFERRED-NAME NOT = SPACES
                   MOVE RC-PERSON-PREFERRED-NAME TO WS-DISPLAY-NAME
               ELSE
                   MOVE RC-PERSON-NAME TO WS-DISPLAY-NAME
               END-IF
               MOVE RC-PERSON-EMP-ID TO WS-OPT-EMP-ID(OPT-IDX)
               MOVE RC-PERSON-DEPT TO WS-OPT-DEPT(OPT-IDX)
               MOVE WS-DISPLAY-NAME TO WS-OPT-NAME(OPT-IDX)
               EVALUATE TRUE
                   WHEN RC-PERSON-ANNIVERSARY-ONLY
                       MOVE 'NO BIRTHDAY -- ANNIVERSARY OK'
                           TO WS-OPT-CHOICE(OPT-IDX)
                   WHEN OTHER
                       MOVE 'NO BIRTHDAY OR ANNIVERSARY'
                           TO WS-OPT-CHOICE(OPT-IDX)
               END-EVALUATE
               PERFORM FIND-OR-ADD-DEPARTMENT
           ELSE
               ADD 1 TO WS-OPTOUT-DROPPED
           END-IF.

           FIND-OR-ADD-DEPARTMENT.
           MOVE 0 TO WS-FOUND-IDX.
           IF WS-DEPT-COUNT > 0
               SET DEP-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-CODE(DEP-IDX) = RC-PERSON-DEPT
                       SET WS-FOUND-IDX TO DEP-IDX
               END-SEARCH
           END-IF.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-DEPT-COUNT
               SET DEP-IDX TO WS-DEPT-COUNT
               MOVE RC-PERSON-DEPT TO WS-DEPT-CODE(DEP-IDX)
           END-IF.

           WRITE-DEPARTMENT-SECTIONS.
           OPEN OUTPUT F-OPTOUT-REPORT-FILE.
           WRITE RC-OPTOUT-REPORT-LINE FROM WS-TITLE-LINE.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE(DEP-IDX) TO WS-DEPT-HEADER-CODE
               MOVE SPACES TO RC-OPTOUT-REPORT-LINE
               WRITE RC-OPTOUT-REPORT-LINE
               WRITE RC-OPTOUT-REPORT-LINE FROM WS-DEPT-HEADER
               PERFORM VARYING OPT-IDX FROM 1 BY 1
                   UNTIL OPT-IDX > WS-OPTOUT-COUNT
                   IF WS-OPT-DEPT(OPT-IDX) = WS-DEPT-CODE(DEP-IDX)
                       MOVE WS-OPT-EMP-ID(OPT-IDX)
                           TO WS-DETAIL-EMP-ID
                       MOVE WS-OPT-NAME(OPT-IDX) TO WS-DETAIL-NAME
                       MOVE WS-OPT-CHOICE(OPT-IDX)
                           TO WS-DETAIL-CHOICE
                       WRITE RC-OPTOUT-REPORT-LINE
                           FROM WS-DETAIL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO RC-OPTOUT-REPORT-LINE.
           WRITE RC-OPTOUT-REPORT-LINE.
           MOVE WS-OPTOUT-COUNT TO WS-TOTAL-COUNT.
           WRITE RC-OPTOUT-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE F-OPTOUT-REPORT-FILE.
