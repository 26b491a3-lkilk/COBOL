               05 RC-AWD-TIER PIC X(10).
               05 FILLER PIC X.
               05 RC-AWD-DATE PIC X(10).
      *        P = the person does not have occasions announced; the
      *        letter is produced but goes to them privately.
               05 FILLER PIC X.
               05 RC-AWD-DELIVERY PIC X.
           WORKING-STORAGE SECTION.
           01 WS-TIERS-LOADED PIC 9 VALUE 0.
           01 WS-TIER-SUB PIC 99.
           01 LS-GREETING PIC A(40).

           01 LS-EMP-ID PIC 9(5).
      *    N = the person has asked for no announcements: the
      *    greeting is built and logged but not broadcast, and a
      *    milestone award is fed for private delivery.
           01 LS-ANNOUNCE PIC X.
       PROCEDURE DIVISION USING LS-NAME LS-HIRE-DATE LS-DATE LS-YEAR
           LS-GREETING LS-EMP-ID LS-ANNOUNCE.
           MOVE SPACES TO LS-GREETING.
           PERFORM VALIDATE-HIRE-DATE.
           IF WS-HIRE-IS-VALID = 0
               STRING "Welcome aboard, " FUNCTION TRIM(LS-NAME) "."
                   INTO LS-GREETING
               END-STRING
               PERFORM ANNOUNCE-GREETING
           ELSE
               PERFORM BUILD-ANNIVERSARY-GREETING
               IF WS-RESULT = 0
                       INTO LS-GREETING
                   END-STRING
           END-EVALUATE.
           PERFORM ANNOUNCE-GREETING.

           ANNOUNCE-GREETING.
           IF LS-ANNOUNCE NOT = 'N'
               DISPLAY LS-GREETING
           END-IF.

      *    5, 10, and 25-year employees get a signed letter and a
      *    gift selection; today's milestone anniversaries land on
               MOVE WS-SERVICE-YEARS TO RC-AWD-YEARS
               MOVE WS-TIER-NAME(WS-TIER-MATCHED) TO RC-AWD-TIER
               MOVE WS-FEED-DATE TO RC-AWD-DATE
               IF LS-ANNOUNCE = 'N'
                   MOVE 'P' TO RC-AWD-DELIVERY
               END-IF
               WRITE RC-AWARD-FEED-RECORD
               CLOSE F-AWARD-FEED-FILE
           END-IF.
