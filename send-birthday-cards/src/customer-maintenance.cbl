               SELECT OPTIONAL F-JOURNAL-FILE
                   ASSIGN TO 'maintenance-journal.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-BRAND-FILE
                   ASSIGN TO 'brands.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-REP-FILE
                   ASSIGN TO 'reps.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-PENDING-FILE
                   ASSIGN TO 'pending-changes.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               05 FILLER PIC X.
               05 RC-JRN-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 RC-JRN-BEFORE PIC X(500).
               05 FILLER PIC X.
               05 RC-JRN-AFTER PIC X(500).
           FD F-BRAND-FILE.
           COPY "brand-record.cpy".
           FD F-REP-FILE.
           COPY "rep-record.cpy".
           FD F-PENDING-FILE.
           COPY "pending-change-record.cpy".

           WORKING-STORAGE SECTION.
           01 WS-CUSTOMER-STATUS PIC XX.
               88 WS-FUNCTION-IS-CHANGE VALUE 'C' 'c'.
               88 WS-FUNCTION-IS-DELETE VALUE 'D' 'd'.
               88 WS-FUNCTION-IS-ENROLL VALUE 'E' 'e'.
               88 WS-FUNCTION-IS-LANGUAGE VALUE 'L' 'l'.
               88 WS-FUNCTION-IS-TEXT VALUE 'T' 't'.
               88 WS-FUNCTION-IS-FORMAT VALUE 'F' 'f'.
               88 WS-FUNCTION-IS-NAME VALUE 'N' 'n'.
               88 WS-FUNCTION-IS-BRAND VALUE 'B' 'b'.
               88 WS-FUNCTION-IS-REP VALUE 'R' 'r'.
               88 WS-FUNCTION-IS-DECEASED VALUE 'X' 'x'.
               88 WS-FUNCTION-IS-DO-NOT-MAIL VALUE 'M' 'm'.
               88 WS-FUNCTION-IS-QUIT VALUE 'Q' 'q'.
               88 WS-FUNCTION-IS-KNOWN VALUE 'A' 'a' 'C' 'c' 'D' 'd'
                   'E' 'e' 'L' 'l' 'T' 't' 'F' 'f' 'N' 'n' 'B' 'b'
                   'R' 'r' 'X' 'x' 'M' 'm'.
           01 WS-LOOKUP-ID PIC 9(6).
           01 WS-DOB-IS-VALID PIC 9.
           01 WS-LANGUAGE-IS-VALID PIC 9.
           01 WS-FORMAT-IS-VALID PIC 9.
           01 WS-BRAND-IS-VALID PIC 9.
           01 WS-BRAND-FILE-IS-ENDED PIC 9.
           01 WS-BRAND-SUB PIC 99.
           01 WS-BRAND-COUNT PIC 99 VALUE 0.
           01 WS-BRAND-TABLE.
               05 WS-BRAND-CODE PIC X(4) OCCURS 20 TIMES.
           01 WS-REP-IS-VALID PIC 9.
           01 WS-REP-SUB PIC 9(3).
           01 WS-REP-COUNT PIC 9(3) VALUE 0.
           01 WS-REP-TABLE.
               05 WS-REP-ID PIC X(6) OCCURS 500 TIMES.
           01 WS-MOBILE-IS-VALID PIC 9.
           01 WS-MOBILE-LENGTH PIC 99.
           01 WS-MOBILE-SUB PIC 99.
           01 WS-CONSENT-IS-VALID PIC 9.
           01 WS-DECEASED-IS-VALID PIC 9.
           01 WS-FLAG-ENTRY PIC X.
           01 WS-DATE-ENTRY PIC X(10).
           01 WS-MASTER-CHANGED PIC 9.
           01 WS-EMAIL-IS-VALID PIC 9.
           01 WS-EMAIL-WORK PIC X(50).
           01 WS-EMAIL-LENGTH PIC 99.
           01 WS-EMAIL-LENGTH-SUB PIC 99.
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-BEFORE-IMAGE PIC X(500).
           01 WS-AFTER-IMAGE PIC X(500).
           01 WS-JOURNAL-FUNCTION PIC X.
           01 WS-PEND-CHANGE PIC X(8).
           01 WS-PEND-OLD-VALUE PIC X(11).
           01 WS-PEND-NEW-VALUE PIC X(11).
           01 WS-NAME-ENTRY PIC X(40).
           01 WS-SALUTATION-ENTRY PIC X(30).
           01 WS-PARTS-BY-HAND PIC X.
           01 WS-NP-FUNCTION PIC X.
           01 WS-NP-FIRST-NAME PIC X(40).
           01 WS-NP-FORMAL-NAME PIC X(40).
           01 WS-NP-RESULT PIC 9.
           01 WS-NP-REASON PIC X(30).

           01 WS-LOCK-FUNCTION PIC X.
           01 WS-LOCK-HOLDER PIC X(24).
           01 WS-LOCK-RESULT PIC 9.
           01 WS-LOCK-OWNER PIC X(24).
           01 WS-AUTH-FUNCTION PIC X.
           01 WS-AUTH-PROGRAM PIC X(24).
           01 WS-AUTH-CODE PIC X.
           01 WS-AUTH-RESULT PIC 9.
       PROCEDURE DIVISION.

           DISPLAY 'OPERATOR ID:'.
           ACCEPT WS-OPERATOR-ID.
      *    Only an operator granted this program on
      *    operator-authority.dat may run it; a refusal is logged as a
      *    security violation.
           MOVE 'P' TO WS-AUTH-FUNCTION.
           MOVE 'customer-maintenance' TO WS-AUTH-PROGRAM.
           MOVE SPACE TO WS-AUTH-CODE.
           CALL 'operator-authority' USING WS-AUTH-FUNCTION
               WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
               WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = 0
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' IS NOT AUTHORIZED '
                   'FOR customer-maintenance -- REFUSED'
               GOBACK
           END-IF.
      *    A nightly batch mid-pass owns the master; the session is
      *    refused rather than risking the interleaved updates that
      *    garbled a record once already.  lock-override clears a
                   WS-LOCK-OWNER ' -- SESSION REFUSED'
               GOBACK
           END-IF.
           PERFORM LOAD-BRANDS.
           PERFORM LOAD-REPS.
           OPEN I-O F-CUSTOMER-FILE.
           MOVE 0 TO WS-SESSION-IS-DONE.
           MOVE 0 TO WS-MASTER-CHANGED.
           MOVE 'R' TO WS-LOCK-FUNCTION.
           CALL 'master-lock' USING WS-LOCK-FUNCTION WS-LOCK-HOLDER
               WS-LOCK-RESULT WS-LOCK-OWNER.
      *    Any add, name change, or delete leaves the DOB
      *    cross-reference and name index stale, so refresh them once
      *    on the way out of the session for the nightly birthday
      *    pass.  (A DOB correction waits for change-approval, which
      *    refreshes the cross-reference itself.)
           IF WS-MASTER-CHANGED = 1
               CALL 'dob-xref-builder'
               CALL 'name-index-builder'

           PROCESS-MENU.
           DISPLAY 'CUSTOMER MAINTENANCE'.
           DISPLAY 'A)DD  C)HANGE DOB  D)ELETE  E)NROLL DATE  '
               'L)ANGUAGE  T)EXT CONSENT  F)ORMAT  N)AME  B)RAND  '
               'R)EP  X) DECEASED  M) DO NOT MAIL  Q)UIT'.
           ACCEPT WS-FUNCTION-CODE.
      *    Each function is granted separately: an operator may hold
      *    the everyday corrections without adds and deletes.
           MOVE 0 TO WS-AUTH-RESULT.
           IF WS-FUNCTION-IS-KNOWN
               MOVE 'F' TO WS-AUTH-FUNCTION
               MOVE WS-FUNCTION-CODE TO WS-AUTH-CODE
               CALL 'operator-authority' USING WS-AUTH-FUNCTION
                   WS-OPERATOR-ID WS-AUTH-PROGRAM WS-AUTH-CODE
                   WS-AUTH-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN WS-AUTH-RESULT NOT = 0
                   DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
               WHEN WS-FUNCTION-IS-ADD
                   PERFORM ADD-CUSTOMER
               WHEN WS-FUNCTION-IS-CHANGE
                   PERFORM DELETE-CUSTOMER
               WHEN WS-FUNCTION-IS-ENROLL
                   PERFORM CHANGE-ENROLLMENT-DATE
               WHEN WS-FUNCTION-IS-LANGUAGE
                   PERFORM CHANGE-LANGUAGE
               WHEN WS-FUNCTION-IS-TEXT
                   PERFORM CHANGE-SMS-CONSENT
               WHEN WS-FUNCTION-IS-FORMAT
                   PERFORM CHANGE-ACCESS-FORMAT
               WHEN WS-FUNCTION-IS-NAME
                   PERFORM CHANGE-CUSTOMER-NAME
               WHEN WS-FUNCTION-IS-BRAND
                   PERFORM CHANGE-CUSTOMER-BRAND
               WHEN WS-FUNCTION-IS-REP
                   PERFORM CHANGE-CUSTOMER-REP
               WHEN WS-FUNCTION-IS-DECEASED
                   PERFORM CHANGE-DECEASED-STATUS
               WHEN WS-FUNCTION-IS-DO-NOT-MAIL
                   PERFORM CHANGE-DO-NOT-MAIL
               WHEN WS-FUNCTION-IS-QUIT
                   MOVE 1 TO WS-SESSION-IS-DONE
               WHEN OTHER
           ELSE
               DISPLAY 'NAME:'
               ACCEPT RC-CUSTOMER-NAME
               PERFORM PARSE-ENTERED-NAME
               DISPLAY 'PREFERRED SALUTATION (BLANK FOR NONE):'
               ACCEPT RC-CUSTOMER-SALUTATION
               DISPLAY 'STREET:'
               ACCEPT RC-ADDR-STREET
               DISPLAY 'CITY:'
               ACCEPT RC-ADDR-ZIP
               DISPLAY 'COUNTRY (TWO LETTERS, BLANK FOR US):'
               ACCEPT RC-CUSTOMER-COUNTRY
               DISPLAY 'DELIVERY CHANNEL (M/E/B/S, BLANK FOR BOTH):'
               ACCEPT RC-CUSTOMER-CHANNEL
               DISPLAY 'PREFERRED LANGUAGE (TWO LETTERS, BLANK FOR '
                   'ENGLISH):'
               ACCEPT RC-CUSTOMER-LANGUAGE
               PERFORM VALIDATE-LANGUAGE
               IF WS-LANGUAGE-IS-VALID = 0
                   DISPLAY 'LANGUAGE REJECTED -- NOT A TWO-LETTER '
                       'CODE, STORED AS ENGLISH'
                   MOVE SPACES TO RC-CUSTOMER-LANGUAGE
               END-IF
               DISPLAY 'ACCESSIBLE FORMAT (L = LARGE PRINT, '
                   'B = BRAILLE, BLANK FOR STANDARD):'
               ACCEPT RC-CUSTOMER-ACCESS-FORMAT
               PERFORM VALIDATE-ACCESS-FORMAT
               IF WS-FORMAT-IS-VALID = 0
                   DISPLAY 'FORMAT REJECTED -- NOT S, L, OR B, '
                       'STORED AS STANDARD'
                   MOVE SPACES TO RC-CUSTOMER-ACCESS-FORMAT
               END-IF
               DISPLAY 'BRAND (BLANK FOR THE HOUSE BRAND):'
               ACCEPT RC-CUSTOMER-BRAND
               PERFORM VALIDATE-BRAND
               IF WS-BRAND-IS-VALID = 0
                   DISPLAY 'BRAND REJECTED -- NOT ON BRANDS.DAT, '
                       'STORED AS HOUSE BRAND'
                   MOVE SPACES TO RC-CUSTOMER-BRAND
               END-IF
               DISPLAY 'RELATIONSHIP MANAGER ID (BLANK IF NONE):'
               ACCEPT RC-CUSTOMER-REP-ID
               PERFORM VALIDATE-REP
               IF WS-REP-IS-VALID = 0
                   DISPLAY 'REP REJECTED -- NOT ON REPS.DAT, '
                       'STORED AS NONE'
                   MOVE SPACES TO RC-CUSTOMER-REP-ID
               END-IF
               DISPLAY 'DATE OF BIRTH YEAR (YYYY):'
               ACCEPT RC-DOB-YEAR
               DISPLAY 'DATE OF BIRTH MONTH (MM):'
                       MOVE SPACES TO RC-CUSTOMER-EMAIL
                   END-IF
               END-IF
               PERFORM ACCEPT-MOBILE-AND-CONSENT
               IF RC-CUSTOMER-CHANNEL = 'S'
               AND RC-CUSTOMER-SMS-CONSENT-DATE = SPACES
                   DISPLAY 'WARNING -- TEXT-ONLY CUSTOMER WITH NO SMS '
                       'CONSENT WILL RECEIVE NOTHING'
               END-IF
               MOVE 'N' TO RC-CUSTOMER-DO-NOT-MAIL
               MOVE 'N' TO RC-CUSTOMER-DECEASED
               MOVE SPACES TO RC-CUSTOMER-DECEASED-DATE
               END-IF
           END-IF.

      *    The name as keyed is split into its parts for the &FIRST
      *    and &FORMAL card tokens, the name index, and dedupe.  A
      *    name name-parser will not split is stored whole; the clerk
      *    is told, and can key the parts by hand under N)AME.
           PARSE-ENTERED-NAME.
           MOVE 'P' TO WS-NP-FUNCTION.
           CALL 'name-parser' USING WS-NP-FUNCTION RC-CUSTOMER-INFO
               WS-NP-FIRST-NAME WS-NP-FORMAL-NAME WS-NP-RESULT
               WS-NP-REASON.
           IF WS-NP-RESULT NOT = 0
               DISPLAY 'NAME NOT SPLIT INTO PARTS -- ' WS-NP-REASON
               DISPLAY 'CARDS WILL USE THE FULL NAME; KEY THE PARTS '
                   'UNDER N)AME'
           END-IF.

      *    Same shape checks customer-filterer applies before writing
      *    an e-notification: exactly one @, something on both sides,
      *    no embedded spaces.
               END-IF
           END-IF.

      *    No text may go out without a recorded consent date, so the
      *    date is only asked for once there is a number to text, and
      *    who or what took the consent is recorded with it -- the
      *    operator's own ID unless a source is keyed.
           ACCEPT-MOBILE-AND-CONSENT.
           DISPLAY 'MOBILE NUMBER (DIGITS ONLY, BLANK IF NONE):'.
           ACCEPT RC-CUSTOMER-MOBILE.
           PERFORM VALIDATE-MOBILE.
           IF WS-MOBILE-IS-VALID = 0
               DISPLAY 'MOBILE REJECTED -- NOT 10 TO 15 DIGITS, '
                   'STORED AS BLANK'
               MOVE SPACES TO RC-CUSTOMER-MOBILE
           END-IF.
           MOVE SPACES TO RC-CUSTOMER-SMS-CONSENT-DATE.
           MOVE SPACES TO RC-CUSTOMER-SMS-CONSENT-SOURCE.
           IF RC-CUSTOMER-MOBILE NOT = SPACES
               DISPLAY 'SMS CONSENT DATE (YYYY-MM-DD, BLANK IF NONE):'
               ACCEPT RC-CUSTOMER-SMS-CONSENT-DATE
               PERFORM VALIDATE-CONSENT-DATE
               IF WS-CONSENT-IS-VALID = 0
                   DISPLAY 'CONSENT DATE REJECTED -- NOT YYYY-MM-DD, '
                       'NO CONSENT STORED'
                   MOVE SPACES TO RC-CUSTOMER-SMS-CONSENT-DATE
               END-IF
               IF RC-CUSTOMER-SMS-CONSENT-DATE NOT = SPACES
                   DISPLAY 'CONSENT SOURCE (BLANK FOR YOUR OPERATOR '
                       'ID):'
                   ACCEPT RC-CUSTOMER-SMS-CONSENT-SOURCE
                   IF RC-CUSTOMER-SMS-CONSENT-SOURCE = SPACES
                       MOVE WS-OPERATOR-ID
                           TO RC-CUSTOMER-SMS-CONSENT-SOURCE
                   END-IF
               END-IF
           END-IF.

      *    Digits only, 10 to 15 of them, no embedded spaces.
           VALIDATE-MOBILE.
           MOVE 1 TO WS-MOBILE-IS-VALID.
           MOVE 0 TO WS-MOBILE-LENGTH.
           PERFORM VARYING WS-MOBILE-SUB FROM 15 BY -1
               UNTIL WS-MOBILE-SUB < 1
               OR WS-MOBILE-LENGTH > 0
               IF RC-CUSTOMER-MOBILE(WS-MOBILE-SUB:1) NOT = SPACE
                   MOVE WS-MOBILE-SUB TO WS-MOBILE-LENGTH
               END-IF
           END-PERFORM.
           IF WS-MOBILE-LENGTH > 0
               IF WS-MOBILE-LENGTH < 10
                   MOVE 0 TO WS-MOBILE-IS-VALID
               ELSE
                   IF RC-CUSTOMER-MOBILE(1:WS-MOBILE-LENGTH)
                       IS NOT NUMERIC
                       MOVE 0 TO WS-MOBILE-IS-VALID
                   END-IF
               END-IF
           END-IF.

           VALIDATE-CONSENT-DATE.
           MOVE 1 TO WS-CONSENT-IS-VALID.
           IF RC-CUSTOMER-SMS-CONSENT-DATE NOT = SPACES
               IF RC-CUSTOMER-SMS-CONSENT-DATE(1:4) IS NOT NUMERIC
               OR RC-CUSTOMER-SMS-CONSENT-DATE(5:1) NOT = '-'
               OR RC-CUSTOMER-SMS-CONSENT-DATE(6:2) IS NOT NUMERIC
               OR RC-CUSTOMER-SMS-CONSENT-DATE(8:1) NOT = '-'
               OR RC-CUSTOMER-SMS-CONSENT-DATE(9:2) IS NOT NUMERIC
                   MOVE 0 TO WS-CONSENT-IS-VALID
               ELSE
                   IF RC-CUSTOMER-SMS-CONSENT-DATE(6:2) < '01'
                   OR RC-CUSTOMER-SMS-CONSENT-DATE(6:2) > '12'
                   OR RC-CUSTOMER-SMS-CONSENT-DATE(9:2) < '01'
                   OR RC-CUSTOMER-SMS-CONSENT-DATE(9:2) > '31'
                       MOVE 0 TO WS-CONSENT-IS-VALID
                   END-IF
               END-IF
           END-IF.

           VALIDATE-NEW-DOB.
           MOVE 1 TO WS-DOB-IS-VALID.
           IF RC-DOB-YEAR IS NOT NUMERIC
               END-IF
           END-IF.

      *    The language code keys the template files, so it is held
      *    to two upper-case letters; lower case is folded up.
           VALIDATE-LANGUAGE.
           MOVE 1 TO WS-LANGUAGE-IS-VALID.
           MOVE FUNCTION UPPER-CASE(RC-CUSTOMER-LANGUAGE)
               TO RC-CUSTOMER-LANGUAGE.
           IF RC-CUSTOMER-LANGUAGE NOT = SPACES
               IF RC-CUSTOMER-LANGUAGE IS NOT ALPHABETIC-UPPER
               OR RC-CUSTOMER-LANGUAGE(1:1) = SPACE
               OR RC-CUSTOMER-LANGUAGE(2:1) = SPACE
                   MOVE 0 TO WS-LANGUAGE-IS-VALID
               END-IF
           END-IF.

      *    Blank or S is standard print, L large print, B braille.
           VALIDATE-ACCESS-FORMAT.
           MOVE 1 TO WS-FORMAT-IS-VALID.
           MOVE FUNCTION UPPER-CASE(RC-CUSTOMER-ACCESS-FORMAT)
               TO RC-CUSTOMER-ACCESS-FORMAT.
           IF RC-CUSTOMER-ACCESS-FORMAT NOT = SPACES
           AND RC-CUSTOMER-ACCESS-FORMAT NOT = 'S'
           AND RC-CUSTOMER-ACCESS-FORMAT NOT = 'L'
           AND RC-CUSTOMER-ACCESS-FORMAT NOT = 'B'
               MOVE 0 TO WS-FORMAT-IS-VALID
           END-IF.

      *    The brand code picks the customer's templates, inserts,
      *    and return address, so it must be one brands.dat knows.
      *    With no brands on file there is nothing to check against
      *    and any code is taken.
           LOAD-BRANDS.
           MOVE 0 TO WS-BRAND-COUNT.
           MOVE 0 TO WS-BRAND-FILE-IS-ENDED.
           OPEN INPUT F-BRAND-FILE.
           PERFORM UNTIL WS-BRAND-FILE-IS-ENDED = 1
               READ F-BRAND-FILE
                   NOT AT END
                       IF WS-BRAND-COUNT < 20
                       AND RC-BRAND-CODE NOT = SPACES
                           ADD 1 TO WS-BRAND-COUNT
                           MOVE FUNCTION UPPER-CASE(RC-BRAND-CODE)
                               TO WS-BRAND-CODE(WS-BRAND-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-BRAND-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BRAND-FILE.

           VALIDATE-BRAND.
           MOVE FUNCTION UPPER-CASE(RC-CUSTOMER-BRAND)
               TO RC-CUSTOMER-BRAND.
           IF RC-CUSTOMER-BRAND = SPACES
           OR WS-BRAND-COUNT = 0
               MOVE 1 TO WS-BRAND-IS-VALID
           ELSE
               MOVE 0 TO WS-BRAND-IS-VALID
               PERFORM VARYING WS-BRAND-SUB FROM 1 BY 1
                   UNTIL WS-BRAND-SUB > WS-BRAND-COUNT
                   IF WS-BRAND-CODE(WS-BRAND-SUB) = RC-CUSTOMER-BRAND
                       MOVE 1 TO WS-BRAND-IS-VALID
                   END-IF
               END-PERFORM
           END-IF.

      *    Likewise the rep ID against reps.dat, the rep and branch
      *    master.
           LOAD-REPS.
           MOVE 0 TO WS-REP-COUNT.
           MOVE 0 TO WS-BRAND-FILE-IS-ENDED.
           OPEN INPUT F-REP-FILE.
           PERFORM UNTIL WS-BRAND-FILE-IS-ENDED = 1
               READ F-REP-FILE
                   NOT AT END
                       IF WS-REP-COUNT < 500
                       AND RC-REP-ID NOT = SPACES
                           ADD 1 TO WS-REP-COUNT
                           MOVE RC-REP-ID TO WS-REP-ID(WS-REP-COUNT)
                       END-IF
                   AT END
                       MOVE 1 TO WS-BRAND-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REP-FILE.

           VALIDATE-REP.
           IF RC-CUSTOMER-REP-ID = SPACES
           OR WS-REP-COUNT = 0
               MOVE 1 TO WS-REP-IS-VALID
           ELSE
               MOVE 0 TO WS-REP-IS-VALID
               PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
                   IF WS-REP-ID(WS-REP-SUB) = RC-CUSTOMER-REP-ID
                       MOVE 1 TO WS-REP-IS-VALID
                   END-IF
               END-PERFORM
           END-IF.

      *    A birth date decides when cards go out, so a correction is
      *    dual-control: it is queued on pending-changes.dat and the
      *    master is untouched until a second operator approves it in
      *    change-approval.
           CHANGE-CUSTOMER-DOB.
           DISPLAY 'ID OF CUSTOMER TO CORRECT:'.
           ACCEPT WS-LOOKUP-ID.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           ELSE
               MOVE RC-CUSTOMER-DOB TO WS-PEND-OLD-VALUE
               DISPLAY 'DATE OF BIRTH YEAR (YYYY):'
               ACCEPT RC-DOB-YEAR
               DISPLAY 'DATE OF BIRTH MONTH (MM):'
               MOVE '-' TO RC-DOB-SIGN
               PERFORM VALIDATE-NEW-DOB
               IF WS-DOB-IS-VALID = 1
                   MOVE 'DOB' TO WS-PEND-CHANGE
                   MOVE RC-CUSTOMER-DOB TO WS-PEND-NEW-VALUE
                   PERFORM WRITE-PENDING-CHANGE
               ELSE
                   DISPLAY 'DOB NOT UPDATED -- INVALID DOB'
               END-IF
               END-REWRITE
           END-IF.

           CHANGE-LANGUAGE.
           DISPLAY 'ID OF CUSTOMER TO CORRECT:'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           ELSE
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               DISPLAY 'PREFERRED LANGUAGE (TWO LETTERS, BLANK FOR '
                   'ENGLISH):'
               ACCEPT RC-CUSTOMER-LANGUAGE
               PERFORM VALIDATE-LANGUAGE
               IF WS-LANGUAGE-IS-VALID = 1
                   REWRITE RC-CUSTOMER-INFO
                       INVALID KEY
                           DISPLAY 'LANGUAGE NOT UPDATED -- '
                               'REWRITE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'PREFERRED LANGUAGE UPDATED'
                           MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                           MOVE 'C' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
               ELSE
                   DISPLAY 'LANGUAGE NOT UPDATED -- NOT A TWO-LETTER '
                       'CODE'
               END-IF
           END-IF.

      *    Re-keys the mobile number and consent together.  Keying a
      *    blank consent date here removes the consent as well, but
      *    customer-requested withdrawals come through
      *    preference-update-batch so they are logged.
           CHANGE-SMS-CONSENT.
           DISPLAY 'ID OF CUSTOMER TO CORRECT:'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           ELSE
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               PERFORM ACCEPT-MOBILE-AND-CONSENT
               REWRITE RC-CUSTOMER-INFO
                   INVALID KEY
                       DISPLAY 'TEXT CONSENT NOT UPDATED -- '
                           'REWRITE ERROR'
                   NOT INVALID KEY
                       DISPLAY 'MOBILE AND TEXT CONSENT UPDATED'
                       MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                       MOVE 'C' TO WS-JOURNAL-FUNCTION
                       PERFORM WRITE-JOURNAL-RECORD
               END-REWRITE
           END-IF.

           CHANGE-ACCESS-FORMAT.
           DISPLAY 'ID OF CUSTOMER TO CORRECT:'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           ELSE
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               DISPLAY 'ACCESSIBLE FORMAT (L = LARGE PRINT, '
                   'B = BRAILLE, BLANK FOR STANDARD):'
               ACCEPT RC-CUSTOMER-ACCESS-FORMAT
               PERFORM VALIDATE-ACCESS-FORMAT
               IF WS-FORMAT-IS-VALID = 1
                   REWRITE RC-CUSTOMER-INFO
                       INVALID KEY
                           DISPLAY 'FORMAT NOT UPDATED -- '
                               'REWRITE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'ACCESSIBLE FORMAT UPDATED'
                           MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                           MOVE 'C' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
               ELSE
                   DISPLAY 'FORMAT NOT UPDATED -- NOT S, L, OR B'
               END-IF
           END-IF.

           CHANGE-CUSTOMER-BRAND.
           DISPLAY 'ID OF CUSTOMER TO CORRECT:'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           ELSE
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               DISPLAY 'BRAND (BLANK FOR THE HOUSE BRAND):'
               ACCEPT RC-CUSTOMER-BRAND
               PERFORM VALIDATE-BRAND
               IF WS-BRAND-IS-VALID = 1
                   REWRITE RC-CUSTOMER-INFO
                       INVALID KEY
                           DISPLAY 'BRAND NOT UPDATED -- '
                               'REWRITE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'BRAND UPDATED'
                           MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                           MOVE 'C' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
               ELSE
                   DISPLAY 'BRAND NOT UPDATED -- NOT ON BRANDS.DAT'
               END-IF
           END-IF.

      *    Reassigning a customer to another rep (or to none) moves
      *    the customer onto that rep's branch roster from the next
      *    run.
           CHANGE-CUSTOMER-REP.
           DISPLAY 'ID OF CUSTOMER TO CORRECT:'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           ELSE
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               DISPLAY 'RELATIONSHIP MANAGER ID (BLANK IF NONE):'
               ACCEPT RC-CUSTOMER-REP-ID
               PERFORM VALIDATE-REP
               IF WS-REP-IS-VALID = 1
                   REWRITE RC-CUSTOMER-INFO
                       INVALID KEY
                           DISPLAY 'REP NOT UPDATED -- '
                               'REWRITE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'RELATIONSHIP MANAGER UPDATED'
                           MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                           MOVE 'C' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
               ELSE
                   DISPLAY 'REP NOT UPDATED -- NOT ON REPS.DAT'
               END-IF
           END-IF.

      *    Name correction: a new full name is re-split; the parts
      *    can then be keyed by hand (for a name the parser would not
      *    take, or took wrongly), and the preferred salutation set
      *    or cleared.  Journaled as a change like any other.
           CHANGE-CUSTOMER-NAME.
           DISPLAY 'ID OF CUSTOMER TO CORRECT:'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           ELSE
               MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
               DISPLAY 'NAME: ' RC-CUSTOMER-NAME
               DISPLAY 'PARTS: ' RC-NAME-TITLE '/' RC-NAME-FIRST '/'
                   RC-NAME-MIDDLE '/' RC-NAME-LAST '/' RC-NAME-SUFFIX
               DISPLAY 'SALUTATION: ' RC-CUSTOMER-SALUTATION
               DISPLAY 'NEW FULL NAME (BLANK TO KEEP):'
               MOVE SPACES TO WS-NAME-ENTRY
               ACCEPT WS-NAME-ENTRY
               IF WS-NAME-ENTRY NOT = SPACES
                   MOVE WS-NAME-ENTRY TO RC-CUSTOMER-NAME
                   PERFORM PARSE-ENTERED-NAME
               END-IF
               DISPLAY 'KEY THE NAME PARTS BY HAND? (Y/N):'
               MOVE SPACES TO WS-PARTS-BY-HAND
               ACCEPT WS-PARTS-BY-HAND
               IF WS-PARTS-BY-HAND = 'Y' OR WS-PARTS-BY-HAND = 'y'
                   PERFORM ACCEPT-NAME-PARTS
               END-IF
               DISPLAY 'PREFERRED SALUTATION (BLANK TO KEEP, - TO '
                   'CLEAR):'
               MOVE SPACES TO WS-SALUTATION-ENTRY
               ACCEPT WS-SALUTATION-ENTRY
               IF WS-SALUTATION-ENTRY = '-'
                   MOVE SPACES TO RC-CUSTOMER-SALUTATION
               ELSE
               IF WS-SALUTATION-ENTRY NOT = SPACES
                   MOVE WS-SALUTATION-ENTRY TO RC-CUSTOMER-SALUTATION
               END-IF
               END-IF
               IF RC-CUSTOMER-NAME = SPACES
                   DISPLAY 'NAME NOT UPDATED -- NAME IS BLANK'
               ELSE
                   REWRITE RC-CUSTOMER-INFO
                       INVALID KEY
                           DISPLAY 'NAME NOT UPDATED -- REWRITE ERROR'
                       NOT INVALID KEY
                           DISPLAY 'NAME UPDATED'
                           MOVE 1 TO WS-MASTER-CHANGED
                           MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                           MOVE 'C' TO WS-JOURNAL-FUNCTION
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
               END-IF
           END-IF.

           ACCEPT-NAME-PARTS.
           DISPLAY 'TITLE (MR, MS, DR ... BLANK IF NONE):'.
           ACCEPT RC-NAME-TITLE.
           DISPLAY 'FIRST NAME:'.
           ACCEPT RC-NAME-FIRST.
           DISPLAY 'MIDDLE NAME (BLANK IF NONE):'.
           ACCEPT RC-NAME-MIDDLE.
           DISPLAY 'LAST NAME:'.
           ACCEPT RC-NAME-LAST.
           DISPLAY 'SUFFIX (JR, III ... BLANK IF NONE):'.
           ACCEPT RC-NAME-SUFFIX.

      *    Marking a customer deceased stops every piece to them, and
      *    reversing it starts them again; either way the change is
      *    queued for a second operator, like a DOB correction.
           CHANGE-DECEASED-STATUS.
           DISPLAY 'ID OF CUSTOMER TO CORRECT:'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           ELSE
               DISPLAY 'NAME: ' RC-CUSTOMER-NAME
               DISPLAY 'DECEASED: ' RC-CUSTOMER-DECEASED '  DATE: '
                   RC-CUSTOMER-DECEASED-DATE
               MOVE SPACES TO WS-PEND-OLD-VALUE
               STRING RC-CUSTOMER-DECEASED RC-CUSTOMER-DECEASED-DATE
                   DELIMITED BY SIZE INTO WS-PEND-OLD-VALUE
               END-STRING
               DISPLAY 'DECEASED (Y/N):'
               MOVE SPACES TO WS-FLAG-ENTRY
               ACCEPT WS-FLAG-ENTRY
               MOVE FUNCTION UPPER-CASE(WS-FLAG-ENTRY) TO WS-FLAG-ENTRY
               MOVE SPACES TO WS-DATE-ENTRY
               IF WS-FLAG-ENTRY = 'Y'
                   DISPLAY 'DATE OF DEATH (YYYY-MM-DD):'
                   ACCEPT WS-DATE-ENTRY
               END-IF
               PERFORM VALIDATE-DECEASED-ENTRY
               IF WS-DECEASED-IS-VALID = 0
                   DISPLAY 'DECEASED STATUS NOT CHANGED -- ENTER Y '
                       'WITH A YYYY-MM-DD DATE, OR N'
               ELSE
                   MOVE SPACES TO WS-PEND-NEW-VALUE
                   STRING WS-FLAG-ENTRY WS-DATE-ENTRY
                       DELIMITED BY SIZE INTO WS-PEND-NEW-VALUE
                   END-STRING
                   IF WS-PEND-NEW-VALUE = WS-PEND-OLD-VALUE
                   OR (WS-FLAG-ENTRY = 'N'
                   AND RC-CUSTOMER-DECEASED NOT = 'Y')
                       DISPLAY 'DECEASED STATUS NOT CHANGED -- '
                           'ALREADY AS KEYED'
                   ELSE
                       MOVE 'DECEASED' TO WS-PEND-CHANGE
                       PERFORM WRITE-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF.

           VALIDATE-DECEASED-ENTRY.
           MOVE 1 TO WS-DECEASED-IS-VALID.
           IF WS-FLAG-ENTRY NOT = 'Y' AND WS-FLAG-ENTRY NOT = 'N'
               MOVE 0 TO WS-DECEASED-IS-VALID
           END-IF.
           IF WS-FLAG-ENTRY = 'Y'
               IF WS-DATE-ENTRY(1:4) IS NOT NUMERIC
               OR WS-DATE-ENTRY(5:1) NOT = '-'
               OR WS-DATE-ENTRY(6:2) IS NOT NUMERIC
               OR WS-DATE-ENTRY(8:1) NOT = '-'
               OR WS-DATE-ENTRY(9:2) IS NOT NUMERIC
                   MOVE 0 TO WS-DECEASED-IS-VALID
               ELSE
                   IF WS-DATE-ENTRY(6:2) < '01'
                   OR WS-DATE-ENTRY(6:2) > '12'
                   OR WS-DATE-ENTRY(9:2) < '01'
                   OR WS-DATE-ENTRY(9:2) > '31'
                       MOVE 0 TO WS-DECEASED-IS-VALID
                   END-IF
               END-IF
           END-IF.

      *    Setting do-not-mail only ever stops mail, so it takes
      *    effect at once.  Clearing it starts mail to someone who
      *    asked for none, and is queued for a second operator.
           CHANGE-DO-NOT-MAIL.
           DISPLAY 'ID OF CUSTOMER TO CORRECT:'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO RC-CUSTOMER-ID.
           READ F-CUSTOMER-FILE
               KEY IS RC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-NOT-FOUND
               DISPLAY 'NO MATCHING CUSTOMER FOUND'
           ELSE
               DISPLAY 'NAME: ' RC-CUSTOMER-NAME
               DISPLAY 'DO NOT MAIL: ' RC-CUSTOMER-DO-NOT-MAIL
               DISPLAY 'DO NOT MAIL (Y/N):'
               MOVE SPACES TO WS-FLAG-ENTRY
               ACCEPT WS-FLAG-ENTRY
               MOVE FUNCTION UPPER-CASE(WS-FLAG-ENTRY) TO WS-FLAG-ENTRY
               EVALUATE TRUE
                   WHEN WS-FLAG-ENTRY NOT = 'Y'
                   AND WS-FLAG-ENTRY NOT = 'N'
                       DISPLAY 'DO NOT MAIL NOT CHANGED -- ENTER Y OR N'
                   WHEN WS-FLAG-ENTRY = 'Y'
                   AND RC-CUSTOMER-DO-NOT-MAIL = 'Y'
                   WHEN WS-FLAG-ENTRY = 'N'
                   AND RC-CUSTOMER-DO-NOT-MAIL NOT = 'Y'
                       DISPLAY 'DO NOT MAIL NOT CHANGED -- ALREADY AS '
                           'KEYED'
                   WHEN WS-FLAG-ENTRY = 'Y'
                       MOVE RC-CUSTOMER-INFO TO WS-BEFORE-IMAGE
                       MOVE 'Y' TO RC-CUSTOMER-DO-NOT-MAIL
                       REWRITE RC-CUSTOMER-INFO
                           INVALID KEY
                               DISPLAY 'DO NOT MAIL NOT UPDATED -- '
                                   'REWRITE ERROR'
                           NOT INVALID KEY
                               DISPLAY 'DO NOT MAIL SET'
                               MOVE RC-CUSTOMER-INFO TO WS-AFTER-IMAGE
                               MOVE 'C' TO WS-JOURNAL-FUNCTION
                               PERFORM WRITE-JOURNAL-RECORD
                       END-REWRITE
                   WHEN OTHER
                       MOVE 'DNMCLEAR' TO WS-PEND-CHANGE
                       MOVE RC-CUSTOMER-DO-NOT-MAIL
                           TO WS-PEND-OLD-VALUE
                       MOVE 'N' TO WS-PEND-NEW-VALUE
                       PERFORM WRITE-PENDING-CHANGE
               END-EVALUATE
           END-IF.

           DELETE-CUSTOMER.
           DISPLAY 'ID OF CUSTOMER TO DELETE:'.
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-AFTER-IMAGE TO RC-JRN-AFTER.
           WRITE RC-JOURNAL-RECORD.
           CLOSE F-JOURNAL-FILE.

      *    The keying operator is recorded so change-approval can
      *    refuse to let the same person approve it.
           WRITE-PENDING-CHANGE.
           OPEN EXTEND F-PENDING-FILE.
           MOVE SPACES TO RC-PENDING-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-PEND-KEYED-STAMP.
           MOVE WS-LOOKUP-ID TO RC-PEND-CUSTOMER-ID.
           MOVE WS-PEND-CHANGE TO RC-PEND-CHANGE.
           MOVE WS-PEND-OLD-VALUE TO RC-PEND-OLD-VALUE.
           MOVE WS-PEND-NEW-VALUE TO RC-PEND-NEW-VALUE.
           MOVE WS-OPERATOR-ID TO RC-PEND-KEYED-BY.
           MOVE 'PENDING' TO RC-PEND-STATUS.
           WRITE RC-PENDING-RECORD.
           CLOSE F-PENDING-FILE.
           DISPLAY 'CHANGE QUEUED -- IT TAKES EFFECT ONCE A SECOND '
               'OPERATOR APPROVES IT IN CHANGE-APPROVAL'.
