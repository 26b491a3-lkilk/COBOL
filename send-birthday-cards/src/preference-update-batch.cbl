               SELECT OPTIONAL F-PREFERENCE-LOG-FILE
                   ASSIGN TO 'preference-log.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PREFERENCE-FILE.
               05 RC-PREF-FLAG PIC X.
               05 FILLER PIC X.
               05 RC-PREF-SOURCE PIC X(8).
      *        Read only on flag L rows: the new preferred language.
               05 FILLER PIC X.
               05 RC-PREF-LANGUAGE PIC X(2).
           FD F-CUSTOMER-FILE.
           COPY "customer-record.cpy".
           FD F-REJECT-REPORT-FILE.
               05 RC-LOG-NEW-FLAG PIC X.
               05 FILLER PIC X.
               05 RC-LOG-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 RC-LOG-OLD-LANGUAGE PIC X(2).
               05 RC-LOG-LANGUAGE-ARROW PIC X(2).
               05 RC-LOG-NEW-LANGUAGE PIC X(2).
      *        Filled only on flag W rows: the consent withdrawn.
               05 FILLER PIC X.
               05 RC-LOG-OLD-CONSENT-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-LOG-OLD-CONSENT-SOURCE PIC X(8).
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
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-CUSTOMER-FOUND VALUE '00'.
           01 WS-OLD-FLAG PIC X.
           01 WS-OLD-LANGUAGE PIC X(2).
           01 WS-NEW-LANGUAGE PIC X(2).
           01 WS-OLD-CONSENT-DATE PIC X(10).
           01 WS-OLD-CONSENT-SOURCE PIC X(8).
           01 WS-APPLIED-COUNT PIC 9(5).
           01 WS-REJECTED-COUNT PIC 9(5).
           01 WS-LOCK-FUNCTION PIC X.
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           01 WS-LOCK-INHERITED PIC 9.
           01 WS-BEFORE-IMAGE PIC X(500).
           01 WS-AFTER-IMAGE PIC X(500).
           01 WS-JOURNAL-FUNCTION PIC X.
           COPY "report-filing.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
       PROCEDURE DIVISION.

           MOVE 0 TO WS-APPLIED-COUNT.
           CLOSE F-PREFERENCE-FILE.
           CLOSE F-CUSTOMER-FILE.
           CLOSE F-REJECT-REPORT-FILE.
           MOVE 'preference-update-report.dat' TO WS-RPF-REPORT-FILE.
           MOVE 'preference-update-batch' TO WS-RPF-PROGRAM.
           CALL 'report-filer' USING WS-REPORT-FILING.
           CLOSE F-PREFERENCE-LOG-FILE.
           IF WS-LOCK-INHERITED = 0
               MOVE 'R' TO WS-LOCK-FUNCTION
               WHEN RC-PREF-CUSTOMER-ID IS NOT NUMERIC
                   PERFORM REJECT-PREFERENCE-BAD-ID
               WHEN RC-PREF-FLAG = 'M' OR RC-PREF-FLAG = 'E'
               OR RC-PREF-FLAG = 'B' OR RC-PREF-FLAG = 'S'
                   PERFORM LOOK-UP-AND-APPLY-CHANNEL
               WHEN RC-PREF-FLAG = 'L'
                   PERFORM CHECK-AND-APPLY-LANGUAGE
               WHEN RC-PREF-FLAG = 'W'
                   PERFORM LOOK-UP-AND-WITHDRAW-SMS
               WHEN RC-PREF-FLAG NOT = 'Y' AND RC-PREF-FLAG NOT = 'N'
                   PERFORM REJECT-PREFERENCE-BAD-FLAG
               WHEN OTHER
           WRITE RC-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.

      *    M, E, B, and S on the feed set the delivery channel rather
      *    than the do-not-mail flag -- the call center's 'stop the
      *    paper, keep the email' requests come through here.  The
      *    same change log covers both preferences.
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               MOVE RC-CUSTOMER-CHANNEL TO WS-OLD-FLAG
               MOVE RC-PREF-FLAG TO RC-CUSTOMER-CHANNEL
               REWRITE RC-CUSTOMER-INFO
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      *    L on the feed changes the preferred language the card and
      *    e-mail wording is chosen in; blank returns the customer to
      *    English.  The log carries the old and new codes.
           CHECK-AND-APPLY-LANGUAGE.
           MOVE FUNCTION UPPER-CASE(RC-PREF-LANGUAGE)
               TO WS-NEW-LANGUAGE.
           IF WS-NEW-LANGUAGE NOT = SPACES
           AND (WS-NEW-LANGUAGE IS NOT ALPHABETIC-UPPER
           OR WS-NEW-LANGUAGE(1:1) = SPACE
           OR WS-NEW-LANGUAGE(2:1) = SPACE)
               MOVE SPACES TO RC-REJECT-RECORD
               MOVE RC-PREF-CUSTOMER-ID TO RC-REJECT-CUSTOMER-ID
               MOVE 'LANGUAGE NOT A TWO-LETTER CODE'
                   TO RC-REJECT-REASON
               WRITE RC-REJECT-RECORD
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM LOOK-UP-AND-APPLY-LANGUAGE
           END-IF.

           LOOK-UP-AND-APPLY-LANGUAGE.
           MOVE FUNCTION NUMVAL(RC-PREF-CUSTOMER-ID)
               TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               MOVE 'L' TO WS-OLD-FLAG
               MOVE RC-CUSTOMER-LANGUAGE TO WS-OLD-LANGUAGE
               MOVE WS-NEW-LANGUAGE TO RC-CUSTOMER-LANGUAGE
               REWRITE RC-CUSTOMER-INFO
                   INVALID KEY
                       DISPLAY 'preference-update-batch: rewrite '
                           'error for customer ' RC-CUSTOMER-ID
                   NOT INVALID KEY
                       PERFORM LOG-PREFERENCE-CHANGE
                       ADD 1 TO WS-APPLIED-COUNT
               END-REWRITE
           ELSE
               MOVE SPACES TO RC-REJECT-RECORD
               MOVE RC-PREF-CUSTOMER-ID TO RC-REJECT-CUSTOMER-ID
               MOVE 'NO CUSTOMER WITH THAT ID' TO RC-REJECT-REASON
               WRITE RC-REJECT-RECORD
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      *    W withdraws the customer's consent to text messages.  The
      *    consent date and source are cleared -- which stops every
      *    text from the next run on -- while the mobile number stays
      *    on file; the log keeps the consent that was withdrawn.
      *    There is nothing to withdraw without a consent on file.
           LOOK-UP-AND-WITHDRAW-SMS.
           MOVE FUNCTION NUMVAL(RC-PREF-CUSTOMER-ID)
               TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               IF RC-CUSTOMER-SMS-CONSENT-DATE = SPACES
                   MOVE SPACES TO RC-REJECT-RECORD
                   MOVE RC-PREF-CUSTOMER-ID TO RC-REJECT-CUSTOMER-ID
                   MOVE 'NO SMS CONSENT ON FILE' TO RC-REJECT-REASON
                   WRITE RC-REJECT-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE 'W' TO WS-OLD-FLAG
                   MOVE RC-CUSTOMER-SMS-CONSENT-DATE
                       TO WS-OLD-CONSENT-DATE
                   MOVE RC-CUSTOMER-SMS-CONSENT-SOURCE
                       TO WS-OLD-CONSENT-SOURCE
                   MOVE SPACES TO RC-CUSTOMER-SMS-CONSENT-DATE
                   MOVE SPACES TO RC-CUSTOMER-SMS-CONSENT-SOURCE
                   REWRITE RC-CUSTOMER-INFO
                       INVALID KEY
                           DISPLAY 'preference-update-batch: rewrite '
                               'error for customer ' RC-CUSTOMER-ID
                       NOT INVALID KEY
                           PERFORM LOG-PREFERENCE-CHANGE
                           ADD 1 TO WS-APPLIED-COUNT
                   END-REWRITE
               END-IF
           ELSE
               MOVE SPACES TO RC-REJECT-RECORD
               MOVE RC-PREF-CUSTOMER-ID TO RC-REJECT-CUSTOMER-ID
               MOVE 'NO CUSTOMER WITH THAT ID' TO RC-REJECT-REASON
               WRITE RC-REJECT-RECORD
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

           LOOK-UP-AND-APPLY.
           MOVE FUNCTION NUMVAL(RC-PREF-CUSTOMER-ID)
               TO RC-CUSTOMER-ID.
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               MOVE RC-CUSTOMER-DO-NOT-MAIL TO WS-OLD-FLAG
               MOVE RC-PREF-FLAG TO RC-CUSTOMER-DO-NOT-MAIL
               REWRITE RC-CUSTOMER-INFO
           MOVE '->' TO RC-LOG-ARROW.
           MOVE RC-PREF-FLAG TO RC-LOG-NEW-FLAG.
           MOVE RC-PREF-SOURCE TO RC-LOG-SOURCE.
           IF RC-PREF-FLAG = 'L'
               MOVE WS-OLD-LANGUAGE TO RC-LOG-OLD-LANGUAGE
               MOVE '->' TO RC-LOG-LANGUAGE-ARROW
               MOVE WS-NEW-LANGUAGE TO RC-LOG-NEW-LANGUAGE
           END-IF.
           IF RC-PREF-FLAG = 'W'
               MOVE WS-OLD-CONSENT-DATE TO RC-LOG-OLD-CONSENT-DATE
               MOVE WS-OLD-CONSENT-SOURCE TO RC-LOG-OLD-CONSENT-SOURCE
           END-IF.
           WRITE RC-PREF-LOG-RECORD.
           MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE.
           MOVE 'C' TO WS-JOURNAL-FUNCTION.
           PERFORM WRITE-JOURNAL-RECORD.

      *    Alongside the preference log, every applied change goes on
      *    the maintenance journal under the PREFS tag.
           WRITE-JOURNAL-RECORD.
           OPEN EXTEND F-JOURNAL-FILE.
           MOVE SPACES TO RC-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-JRN-STAMP.
           MOVE WS-JOURNAL-FUNCTION TO RC-JRN-FUNCTION.
           MOVE 'PREFS' TO RC-JRN-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO RC-JRN-BEFORE.
           MOVE WS-AFTER-IMAGE TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.
