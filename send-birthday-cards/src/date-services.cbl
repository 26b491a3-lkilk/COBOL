      *            DATE-2(1:5) on or after DATE-1, with a 02-29
      *            observed as 03-01 in a non-leap year
           MOVE 0 TO LS-DS-STATUS.
      *    DAYS is an input to AD and an answer everywhere else.
           IF LS-DS-FUNCTION NOT = 'AD'
               MOVE 0 TO LS-DS-DAYS
           END-IF.
           EVALUATE LS-DS-FUNCTION
               WHEN 'VL'
                   PERFORM VALIDATE-DATE-1
