       IDENTIFICATION DIVISION.
       PROGRAM-ID. directory-export.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-PERSON-EMP-ID.
               SELECT OPTIONAL F-SNAPSHOT-FILE
                   ASSIGN TO "directory-snapshot.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-WORK-FILE
                   ASSIGN TO "directory-snapshot-work.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-DELTA-FILE
                   ASSIGN TO "directory-delta.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CONTROL-FILE
                   ASSIGN TO "directory-control.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-CONFIRM-FILE
                   ASSIGN TO "directory-confirm.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
           COPY "person-record.cpy".
      *    What the address book was last told, in employee-ID
      *    order: the next export is this run's people.dat compared
      *    against it.
           FD F-SNAPSHOT-FILE.
           01 RC-SNAPSHOT-RECORD.
               05 RC-SNAP-EMP-ID PIC 9(5).
               05 FILLER PIC X.
               05 RC-SNAP-DISPLAY-NAME PIC X(20).
               05 FILLER PIC X.
               05 RC-SNAP-PRONOUNS PIC X(20).
           FD F-WORK-FILE.
           01 RC-WORK-LINE PIC X(47).
      *    The feed the directory team loads: A add, C change, D
      *    delete, with the reason and the values to apply.  A delete
      *    carries the last values sent so the entry can be found.
           FD F-DELTA-FILE.
           01 RC-DELTA-RECORD.
               05 RC-DLT-ACTION PIC X.
               05 FILLER PIC X.
               05 RC-DLT-EMP-ID PIC 9(5).
               05 FILLER PIC X.
               05 RC-DLT-DISPLAY-NAME PIC X(20).
               05 FILLER PIC X.
               05 RC-DLT-PRONOUNS PIC X(20).
               05 FILLER PIC X.
               05 RC-DLT-REASON PIC X(10).
               05 FILLER PIC X.
               05 RC-DLT-RUN-DATE PIC X(10).
      *    One record per export: its sequence, date, and the counts
      *    the directory team must confirm having applied.
           FD F-CONTROL-FILE.
           01 RC-CONTROL-RECORD.
               05 RC-CTL-EXPORT-SEQ PIC 9(5).
               05 FILLER PIC X.
               05 RC-CTL-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-CTL-ADD-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 RC-CTL-CHANGE-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 RC-CTL-DELETE-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 RC-CTL-ENTRY-COUNT PIC 9(5).
      *    The directory team's answer, same shape as the control
      *    record: the export they applied and what they applied.
           FD F-CONFIRM-FILE.
           01 RC-CONFIRM-RECORD.
               05 RC-CNF-EXPORT-SEQ PIC X(5).
               05 FILLER PIC X.
               05 RC-CNF-RUN-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-CNF-ADD-COUNT PIC X(5).
               05 FILLER PIC X.
               05 RC-CNF-CHANGE-COUNT PIC X(5).
               05 FILLER PIC X.
               05 RC-CNF-DELETE-COUNT PIC X(5).
               05 FILLER PIC X.
               05 RC-CNF-ENTRY-COUNT PIC X(5).
       WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PEOPLE-ENDED PIC 9.
           01 WS-SNAPSHOT-ENDED PIC 9.
           01 WS-HAVE-CONTROL PIC 9.
           01 WS-CONFIRMED PIC 9.
           01 WS-SET-SUB PIC 9.
           01 WS-DISPLAY-POINTER PIC 99.
           01 WS-RUN-DATE PIC X(10).
           01 WS-EXPORT-SEQ PIC 9(5) VALUE 0.
           01 WS-ADD-COUNT PIC 9(5) VALUE 0.
           01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
           01 WS-DELETE-COUNT PIC 9(5) VALUE 0.
           01 WS-ENTRY-COUNT PIC 9(5) VALUE 0.
           01 WS-PRIOR-CONTROL.
               05 WS-PRIOR-SEQ PIC 9(5).
               05 WS-PRIOR-RUN-DATE PIC X(10).
               05 WS-PRIOR-ADDS PIC 9(5).
               05 WS-PRIOR-CHANGES PIC 9(5).
               05 WS-PRIOR-DELETES PIC 9(5).
               05 WS-PRIOR-ENTRIES PIC 9(5).
           01 WS-CURRENT-ENTRY.
               05 WS-CUR-EMP-ID PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 WS-CUR-DISPLAY-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-CUR-PRONOUNS PIC X(20).
       PROCEDURE DIVISION.

      *    The company address book showed legal names and no
      *    pronouns.  This sends it what the badges show: the
      *    preferred name where one is recorded, and the pronoun
      *    line unless the person keeps pronouns off public display.
      *    Only the differences since the last export go -- new
      *    hires loaded, people separated, and any name, pronoun,
      *    or display-preference change, whichever program made it.
      *    The first export, with no snapshot yet, adds everyone.
      *
      *    An export the directory team has not confirmed applying,
      *    count for count, blocks the next one: its changes are
      *    already off the snapshot, so running again would lose
      *    them.  They re-apply directory-delta.dat and confirm.
           STRING FUNCTION CURRENT-DATE(1:4) '-'
               FUNCTION CURRENT-DATE(5:2) '-'
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           END-STRING.
           PERFORM READ-PRIOR-CONTROL.
           IF WS-HAVE-CONTROL = 1
               PERFORM CHECK-CONFIRMATION
               IF WS-CONFIRMED = 0
                   DISPLAY 'directory-export: export '
                       WS-PRIOR-SEQ ' of ' WS-PRIOR-RUN-DATE
                       ' not confirmed -- run refused'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-EXPORT-SEQ = WS-PRIOR-SEQ + 1
           ELSE
               MOVE 1 TO WS-EXPORT-SEQ
           END-IF.
           PERFORM BUILD-DELTA.
           PERFORM COPY-WORK-TO-SNAPSHOT.
           PERFORM WRITE-CONTROL-RECORD.
           DISPLAY 'directory-export: export ' WS-EXPORT-SEQ ', '
               WS-ADD-COUNT ' add(s), ' WS-CHANGE-COUNT
               ' change(s), ' WS-DELETE-COUNT ' delete(s)'.
           GOBACK.

           READ-PRIOR-CONTROL.
           MOVE 0 TO WS-HAVE-CONTROL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONTROL-FILE.
           READ F-CONTROL-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-CONTROL-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-CTL-EXPORT-SEQ IS NUMERIC
               MOVE 1 TO WS-HAVE-CONTROL
               MOVE RC-CTL-EXPORT-SEQ TO WS-PRIOR-SEQ
               MOVE RC-CTL-RUN-DATE TO WS-PRIOR-RUN-DATE
               MOVE RC-CTL-ADD-COUNT TO WS-PRIOR-ADDS
               MOVE RC-CTL-CHANGE-COUNT TO WS-PRIOR-CHANGES
               MOVE RC-CTL-DELETE-COUNT TO WS-PRIOR-DELETES
               MOVE RC-CTL-ENTRY-COUNT TO WS-PRIOR-ENTRIES
           END-IF.

      *    Every count must match, including the entry total after
      *    applying -- an address book that drifted from ours is
      *    as much a failure as a missed change.
           CHECK-CONFIRMATION.
           MOVE 0 TO WS-CONFIRMED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONFIRM-FILE.
           READ F-CONFIRM-FILE
               AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
           END-READ.
           CLOSE F-CONFIRM-FILE.
           IF WS-FILE-IS-ENDED = 0
           AND RC-CNF-EXPORT-SEQ IS NUMERIC
           AND RC-CNF-ADD-COUNT IS NUMERIC
           AND RC-CNF-CHANGE-COUNT IS NUMERIC
           AND RC-CNF-DELETE-COUNT IS NUMERIC
           AND RC-CNF-ENTRY-COUNT IS NUMERIC
               IF FUNCTION NUMVAL(RC-CNF-EXPORT-SEQ) = WS-PRIOR-SEQ
               AND FUNCTION NUMVAL(RC-CNF-ADD-COUNT)
                   = WS-PRIOR-ADDS
               AND FUNCTION NUMVAL(RC-CNF-CHANGE-COUNT)
                   = WS-PRIOR-CHANGES
               AND FUNCTION NUMVAL(RC-CNF-DELETE-COUNT)
                   = WS-PRIOR-DELETES
               AND FUNCTION NUMVAL(RC-CNF-ENTRY-COUNT)
                   = WS-PRIOR-ENTRIES
                   MOVE 1 TO WS-CONFIRMED
               ELSE
                   DISPLAY 'directory-export: confirmation does not '
                       'match export ' WS-PRIOR-SEQ
               END-IF
           END-IF.

      *    people.dat and the snapshot are both in employee-ID
      *    order, so one pass matches them.
           BUILD-DELTA.
           MOVE 0 TO WS-PEOPLE-ENDED.
           MOVE 0 TO WS-SNAPSHOT-ENDED.
           OPEN INPUT F-PEOPLE-FILE.
           OPEN INPUT F-SNAPSHOT-FILE.
           OPEN OUTPUT F-WORK-FILE.
           OPEN OUTPUT F-DELTA-FILE.
           PERFORM READ-NEXT-PERSON.
           PERFORM READ-NEXT-SNAPSHOT.
           PERFORM UNTIL WS-PEOPLE-ENDED = 1
               AND WS-SNAPSHOT-ENDED = 1
               EVALUATE TRUE
                   WHEN WS-SNAPSHOT-ENDED = 1
                       PERFORM EXPORT-ADD
                       PERFORM READ-NEXT-PERSON
                   WHEN WS-PEOPLE-ENDED = 1
                       PERFORM EXPORT-DELETE
                       PERFORM READ-NEXT-SNAPSHOT
                   WHEN RC-PERSON-EMP-ID < RC-SNAP-EMP-ID
                       PERFORM EXPORT-ADD
                       PERFORM READ-NEXT-PERSON
                   WHEN RC-PERSON-EMP-ID > RC-SNAP-EMP-ID
                       PERFORM EXPORT-DELETE
                       PERFORM READ-NEXT-SNAPSHOT
                   WHEN OTHER
                       PERFORM EXPORT-IF-CHANGED
                       PERFORM READ-NEXT-PERSON
                       PERFORM READ-NEXT-SNAPSHOT
               END-EVALUATE
           END-PERFORM.
           CLOSE F-PEOPLE-FILE.
           CLOSE F-SNAPSHOT-FILE.
           CLOSE F-WORK-FILE.
           CLOSE F-DELTA-FILE.

           READ-NEXT-PERSON.
           READ F-PEOPLE-FILE NEXT
               AT END
                   MOVE 1 TO WS-PEOPLE-ENDED
               NOT AT END
                   PERFORM BUILD-CURRENT-ENTRY
           END-READ.

           READ-NEXT-SNAPSHOT.
           READ F-SNAPSHOT-FILE
               AT END
                   MOVE 1 TO WS-SNAPSHOT-ENDED
           END-READ.

      *    The same display rules as badge-file: the preferred name
      *    wins, and a badge-display preference of N keeps the
      *    pronoun line blank.  One set reads 'she/her'; several
      *    read as their nominatives, 'she/they'.
           BUILD-CURRENT-ENTRY.
           MOVE RC-PERSON-EMP-ID TO WS-CUR-EMP-ID.
           IF RC-PERSON-PREFERRED-NAME NOT = SPACES
               MOVE RC-PERSON-PREFERRED-NAME TO WS-CUR-DISPLAY-NAME
           ELSE
               MOVE RC-PERSON-NAME TO WS-CUR-DISPLAY-NAME
           END-IF.
           MOVE SPACES TO WS-CUR-PRONOUNS.
           IF RC-PERSON-BADGE-DISPLAY NOT = 'N'
               MOVE 1 TO WS-DISPLAY-POINTER
               IF RC-PERSON-SET-COUNT = 1
                   STRING FUNCTION TRIM(RC-PERSON-PRONOUN-NOM(1))
                       '/' FUNCTION TRIM(RC-PERSON-PRONOUN-OBJ(1))
                       DELIMITED BY SIZE
                       INTO WS-CUR-PRONOUNS
                       WITH POINTER WS-DISPLAY-POINTER
                       ON OVERFLOW CONTINUE
                   END-STRING
               ELSE
                   PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                       UNTIL WS-SET-SUB > RC-PERSON-SET-COUNT
                       OR WS-SET-SUB > 3
                       IF RC-PERSON-PRONOUN-NOM(WS-SET-SUB)
                           NOT = SPACES
                           IF WS-SET-SUB > 1
                               STRING '/' DELIMITED BY SIZE
                                   INTO WS-CUR-PRONOUNS
                                   WITH POINTER WS-DISPLAY-POINTER
                                   ON OVERFLOW CONTINUE
                               END-STRING
                           END-IF
                           STRING FUNCTION TRIM(
                               RC-PERSON-PRONOUN-NOM(WS-SET-SUB))
                               DELIMITED BY SIZE
                               INTO WS-CUR-PRONOUNS
                               WITH POINTER WS-DISPLAY-POINTER
                               ON OVERFLOW CONTINUE
                           END-STRING
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           EXPORT-ADD.
           MOVE SPACES TO RC-DELTA-RECORD.
           MOVE 'A' TO RC-DLT-ACTION.
           MOVE 'NEW' TO RC-DLT-REASON.
           PERFORM WRITE-CURRENT-DELTA.
           ADD 1 TO WS-ADD-COUNT.
           PERFORM KEEP-CURRENT-ENTRY.

           EXPORT-DELETE.
           MOVE SPACES TO RC-DELTA-RECORD.
           MOVE 'D' TO RC-DLT-ACTION.
           MOVE RC-SNAP-EMP-ID TO RC-DLT-EMP-ID.
           MOVE RC-SNAP-DISPLAY-NAME TO RC-DLT-DISPLAY-NAME.
           MOVE RC-SNAP-PRONOUNS TO RC-DLT-PRONOUNS.
           MOVE 'SEPARATED' TO RC-DLT-REASON.
           MOVE WS-RUN-DATE TO RC-DLT-RUN-DATE.
           WRITE RC-DELTA-RECORD.
           ADD 1 TO WS-DELETE-COUNT.

           EXPORT-IF-CHANGED.
           IF WS-CUR-DISPLAY-NAME NOT = RC-SNAP-DISPLAY-NAME
           OR WS-CUR-PRONOUNS NOT = RC-SNAP-PRONOUNS
               MOVE SPACES TO RC-DELTA-RECORD
               MOVE 'C' TO RC-DLT-ACTION
               EVALUATE TRUE
                   WHEN WS-CUR-DISPLAY-NAME = RC-SNAP-DISPLAY-NAME
                       MOVE 'PRONOUNS' TO RC-DLT-REASON
                   WHEN WS-CUR-PRONOUNS = RC-SNAP-PRONOUNS
                       MOVE 'NAME' TO RC-DLT-REASON
                   WHEN OTHER
                       MOVE 'NAME+PRON' TO RC-DLT-REASON
               END-EVALUATE
               PERFORM WRITE-CURRENT-DELTA
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.
           PERFORM KEEP-CURRENT-ENTRY.

           WRITE-CURRENT-DELTA.
           MOVE WS-CUR-EMP-ID TO RC-DLT-EMP-ID.
           MOVE WS-CUR-DISPLAY-NAME TO RC-DLT-DISPLAY-NAME.
           MOVE WS-CUR-PRONOUNS TO RC-DLT-PRONOUNS.
           MOVE WS-RUN-DATE TO RC-DLT-RUN-DATE.
           WRITE RC-DELTA-RECORD.

           KEEP-CURRENT-ENTRY.
           WRITE RC-WORK-LINE FROM WS-CURRENT-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.

           COPY-WORK-TO-SNAPSHOT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-WORK-FILE.
           OPEN OUTPUT F-SNAPSHOT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WORK-FILE
                   NOT AT END
                       WRITE RC-SNAPSHOT-RECORD FROM RC-WORK-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-WORK-FILE.
           CLOSE F-SNAPSHOT-FILE.
           OPEN OUTPUT F-WORK-FILE.
           CLOSE F-WORK-FILE.

           WRITE-CONTROL-RECORD.
           OPEN OUTPUT F-CONTROL-FILE.
           MOVE SPACES TO RC-CONTROL-RECORD.
           MOVE WS-EXPORT-SEQ TO RC-CTL-EXPORT-SEQ.
           MOVE WS-RUN-DATE TO RC-CTL-RUN-DATE.
           MOVE WS-ADD-COUNT TO RC-CTL-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO RC-CTL-CHANGE-COUNT.
           MOVE WS-DELETE-COUNT TO RC-CTL-DELETE-COUNT.
           MOVE WS-ENTRY-COUNT TO RC-CTL-ENTRY-COUNT.
           WRITE RC-CONTROL-RECORD.
           CLOSE F-CONTROL-FILE.
