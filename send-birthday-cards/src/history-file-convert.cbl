       IDENTIFICATION DIVISION.
       PROGRAM-ID. history-file-convert.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-OLD-HISTORY-FILE
                   ASSIGN TO 'card-history-old.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OLD-HIST-KEY.
               SELECT F-HISTORY-FILE
                   ASSIGN TO 'card-history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-HIST-KEY.
               SELECT OPTIONAL F-OLD-ARCHIVE-FILE
                   ASSIGN TO 'card-history-archive-old.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OAR-HIST-KEY.
               SELECT F-ARCHIVE-FILE
                   ASSIGN TO 'card-history-archive.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARC-HIST-KEY.
       DATA DIVISION.
           FILE SECTION.
      *    The outgoing generation: key plus message, before the
      *    template variant and response codes were appended.
           FD F-OLD-HISTORY-FILE.
           01 OLD-HISTORY-RECORD.
               05 OLD-HIST-KEY PIC X(25).
               05 OLD-HIST-MESSAGE PIC X(56).
           FD F-HISTORY-FILE.
           COPY "card-history-record.cpy".
           FD F-OLD-ARCHIVE-FILE.
           01 OAR-HISTORY-RECORD.
               05 OAR-HIST-KEY PIC X(25).
               05 OAR-HIST-MESSAGE PIC X(56).
           FD F-ARCHIVE-FILE.
           COPY "card-history-record.cpy"
               REPLACING LEADING ==RC== BY ==ARC==.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CONVERTED-COUNT PIC 9(7).
           01 WS-ARCHIVE-COUNT PIC 9(7).
       PROCEDURE DIVISION.

      *    One-time cutover for the card-history growth (template
      *    variant, card and e-mail response codes).  Both history
      *    files are INDEXED, so the grown record cannot be read
      *    back under the new layout without a rebuild.  Operations
      *    renames the live files first --
      *        card-history.dat         -> card-history-old.dat
      *        card-history-archive.dat -> card-history-archive-old.dat
      *    -- then runs this job once.  Every record comes across
      *    with its key and message intact and the appended fields
      *    blank: a piece mailed before codes were issued has no code
      *    to redeem, and its variant is unknown.  Same pattern as
      *    customer-file-convert for customers.dat.
           PERFORM CONVERT-LIVE-HISTORY.
           PERFORM CONVERT-ARCHIVE-HISTORY.
           DISPLAY 'history-file-convert: ' WS-CONVERTED-COUNT
               ' live and ' WS-ARCHIVE-COUNT
               ' archived history record(s) converted'.
           GOBACK.

           CONVERT-LIVE-HISTORY.
           MOVE 0 TO WS-CONVERTED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OLD-HISTORY-FILE.
           OPEN OUTPUT F-HISTORY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-HISTORY-FILE
                   NOT AT END
                       MOVE SPACES TO RC-HISTORY-RECORD
                       MOVE OLD-HISTORY-RECORD
                           TO RC-HISTORY-RECORD(1:81)
                       WRITE RC-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY 'history-file-convert: write '
                                   'error for ' OLD-HIST-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-CONVERTED-COUNT
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-OLD-HISTORY-FILE.
           CLOSE F-HISTORY-FILE.

      *    The archive is optional -- a site that has never rolled a
      *    year over has none, and still gets an empty file on the
      *    new layout so the inquiry and reprint jobs open cleanly.
           CONVERT-ARCHIVE-HISTORY.
           MOVE 0 TO WS-ARCHIVE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OLD-ARCHIVE-FILE.
           OPEN OUTPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-ARCHIVE-FILE
                   NOT AT END
                       MOVE SPACES TO ARC-HISTORY-RECORD
                       MOVE OAR-HISTORY-RECORD
                           TO ARC-HISTORY-RECORD(1:81)
                       WRITE ARC-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY 'history-file-convert: write '
                                   'error for archived ' OAR-HIST-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-ARCHIVE-COUNT
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-OLD-ARCHIVE-FILE.
           CLOSE F-ARCHIVE-FILE.
