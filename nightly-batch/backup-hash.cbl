       IDENTIFICATION DIVISION.
       PROGRAM-ID. backup-hash.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-LINE-LENGTH PIC 9(4).
           01 WS-CHAR-SUB PIC 9(4).
           01 WS-LINE-SUM PIC 9(12).
           LINKAGE SECTION.
           01 LS-HASH-LINE PIC X(2000).
           01 LS-HASH-TOTAL PIC 9(18).
       PROCEDURE DIVISION USING LS-HASH-LINE LS-HASH-TOTAL.

      *    Adds one record to a file's hash total: each character's
      *    code weighted by its position, so a changed, dropped or
      *    transposed character moves the total as well as a lost or
      *    extra record.  Trailing spaces are not counted -- a flat
      *    image does not keep them -- so a master and its image
      *    hash the same.  The total wraps rather than overflows.
           MOVE 0 TO WS-LINE-SUM.
           MOVE 0 TO WS-LINE-LENGTH.
           IF LS-HASH-LINE NOT = SPACES
               COMPUTE WS-LINE-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(LS-HASH-LINE TRAILING))
           END-IF.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-LINE-LENGTH
               COMPUTE WS-LINE-SUM = WS-LINE-SUM
                   + FUNCTION ORD(LS-HASH-LINE(WS-CHAR-SUB:1))
                   * WS-CHAR-SUB
           END-PERFORM.
           COMPUTE LS-HASH-TOTAL = FUNCTION MOD(
               LS-HASH-TOTAL + WS-LINE-SUM, 999999999999999989).
           GOBACK.
