               SELECT F-REPORT-FILE
                   ASSIGN TO "separations-report.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-DEACTIVATION-FILE
                   ASSIGN TO "badge-deactivations.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-DEACTIVATION-LOG-FILE
                   ASSIGN TO "badge-deactivation-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-SEPARATION-FILE.
               05 RC-ARCH-PRONOUNS PIC X(66).
               05 FILLER PIC X.
               05 RC-ARCH-SEP-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-ARCH-DEPT PIC X(4).
               05 FILLER PIC X.
               05 RC-ARCH-HIRE-DATE PIC 9(8).
           FD F-REPORT-FILE.
           01 RC-REPORT-RECORD.
               05 RC-REPORT-EMP-ID PIC X(5).
               05 FILLER PIC X.
               05 RC-REPORT-FINDING PIC X(30).
           FD F-DEACTIVATION-FILE.
           COPY "badge-deactivation-record.cpy".
           FD F-DEACTIVATION-LOG-FILE.
           01 RC-DEACTIVATION-LOG-LINE PIC X(50).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PEOPLE-STATUS PIC XX.
               88 WS-PERSON-FOUND VALUE '00'.
           01 WS-REMOVED-COUNT PIC 9(5).
           01 WS-NO-MATCH-COUNT PIC 9(5).
           01 WS-BADGE-EMP-ID PIC 9(5).
           01 WS-BADGE-NAME PIC X(20).
       PROCEDURE DIVISION.

      *    New hires flow in through pronoun-batch-load; this is the
      *    other half -- leavers come off the roster, archived with
      *    their separation date so printed rosters stop showing
      *    former employees.  people.dat is also the celebration
      *    master now, so the same removal ends their birthday and
      *    anniversary greetings -- there is no second roster to
      *    forget.  Facilities security is told the same night:
      *    every leaver archived goes on badge-deactivations.dat for
      *    the access-control system, and on the log that
      *    badge-deactivation-recon checks security's confirmations
      *    against.
           MOVE 0 TO WS-REMOVED-COUNT.
           MOVE 0 TO WS-NO-MATCH-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-PEOPLE-FILE.
           OPEN EXTEND F-ARCHIVE-FILE.
           OPEN OUTPUT F-REPORT-FILE.
           OPEN OUTPUT F-DEACTIVATION-FILE.
           OPEN EXTEND F-DEACTIVATION-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEPARATION-FILE
                   NOT AT END
           CLOSE F-PEOPLE-FILE.
           CLOSE F-ARCHIVE-FILE.
           CLOSE F-REPORT-FILE.
           CLOSE F-DEACTIVATION-FILE.
           CLOSE F-DEACTIVATION-LOG-FILE.
           DISPLAY 'separations-batch: ' WS-REMOVED-COUNT
               ' removed and archived, ' WS-NO-MATCH-COUNT
               ' not matched'.
           MOVE RC-PERSON-SET-COUNT TO RC-ARCH-SET-COUNT.
           MOVE RC-PERSON-PRONOUN-SETS TO RC-ARCH-PRONOUNS.
           MOVE RC-SEP-DATE TO RC-ARCH-SEP-DATE.
           MOVE RC-PERSON-DEPT TO RC-ARCH-DEPT.
           MOVE RC-PERSON-HIRE-DATE TO RC-ARCH-HIRE-DATE.
      *    The badge carries the preferred name, so security is
      *    sent the name that is printed on it.  Kept aside before
      *    the WRITE and DELETE, which leave their record areas
      *    undefined.
           MOVE RC-PERSON-EMP-ID TO WS-BADGE-EMP-ID.
           IF RC-PERSON-PREFERRED-NAME NOT = SPACES
               MOVE RC-PERSON-PREFERRED-NAME TO WS-BADGE-NAME
           ELSE
               MOVE RC-PERSON-NAME TO WS-BADGE-NAME
           END-IF.
           WRITE RC-ARCHIVE-RECORD.
           DELETE F-PEOPLE-FILE
               INVALID KEY
                       'employee ' RC-PERSON-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-COUNT
                   PERFORM WRITE-DEACTIVATION
           END-DELETE.

           WRITE-DEACTIVATION.
           MOVE SPACES TO RC-BADGE-DEACTIVATION.
           MOVE WS-BADGE-EMP-ID TO RC-BDA-EMP-ID.
           MOVE WS-BADGE-NAME TO RC-BDA-NAME.
           MOVE RC-SEP-DATE TO RC-BDA-SEP-DATE.
           WRITE RC-BADGE-DEACTIVATION.
           WRITE RC-DEACTIVATION-LOG-LINE FROM RC-BADGE-DEACTIVATION.

           REPORT-NO-MATCH.
           MOVE SPACES TO RC-REPORT-RECORD.
           MOVE RC-SEP-EMP-ID TO RC-REPORT-EMP-ID.
