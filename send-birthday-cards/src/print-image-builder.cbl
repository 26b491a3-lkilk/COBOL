               SELECT F-OUTBOUND-FILE
                   ASSIGN TO DYNAMIC WS-OUTBOUND-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-BRAND-FILE
                   ASSIGN TO 'brands.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-PRINT-IMAGE-FILE
                   ASSIGN TO DYNAMIC WS-PRINT-IMAGE-FILENAME
               05 RC-OUTBOUND-MESSAGE PIC X(56).
               05 FILLER PIC X.
               05 RC-OUTBOUND-INSERT-CODE PIC X(8).
               05 FILLER PIC X.
               05 RC-OUTBOUND-WEIGHT-CLASS PIC X(5).
               05 FILLER PIC X.
               05 RC-OUTBOUND-RESPONSE-CODE PIC X(10).
               05 FILLER PIC X.
               05 RC-OUTBOUND-BRAND PIC X(4).
               05 FILLER PIC X.
               05 RC-OUTBOUND-SIGNATURE PIC X(40).
      *    Same trailer shape customer-filterer writes; the occasion
      *    breakdown is skipped here, only the grand total matters.
           01 RC-OUTBOUND-TRAILER.
               05 RC-OBT-BODY PIC X(57).
               05 RC-OBT-TOTAL-LABEL PIC X(6).
               05 RC-OBT-TOTAL-COUNT PIC ZZZZ9.
           FD F-BRAND-FILE.
           COPY "brand-record.cpy".
           FD F-PRINT-IMAGE-FILE.
           01 RC-PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-DETAIL-COUNT PIC 9(5).
           01 WS-TRL-TOTAL PIC 9(5).
           01 WS-PIECE-COUNT PIC 9(5).
           01 WS-VND-SUB PIC 99.
           01 WS-VND-FOUND PIC 99.
           01 WS-VTB-FUNCTION PIC X.
           01 WS-VTB-STATE PIC X(2).
           01 WS-VTB-VENDOR PIC X.
           01 WS-VTB-HOME-VENDOR PIC X.
           01 WS-VTB-RESULT PIC 9.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-BRAND-SUB PIC 99.
           01 WS-BRAND-FOUND PIC 99.
           01 WS-BRAND-COUNT PIC 99 VALUE 0.
           01 WS-BRAND-TABLE.
               05 WS-BRAND-ENTRY OCCURS 0 TO 21 TIMES
               DEPENDING ON WS-BRAND-COUNT.
                   10 WS-BRAND-CODE PIC X(4).
                   10 WS-BRAND-RETURN-LINE PIC X(40) OCCURS 3 TIMES.
           01 WS-RETURN-SUB PIC 9.
           01 WS-BARCODE-DIGITS PIC X(10).
           01 WS-BARCODE-LENGTH PIC 99.
           01 WS-BARCODE-SUB PIC 99.
           01 WS-BARCODE-LINE.
               05 FILLER PIC X(8) VALUE 'BARCODE '.
               05 WS-BARCODE-TEXT PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 WS-BARCODE-SERIAL PIC X(10).
           01 WS-INSERT-LINE.
               05 FILLER PIC X(7) VALUE 'INSERT '.
               05 WS-INSERT-TEXT PIC X(8).
           01 WS-OFFER-CODE-LINE.
               05 FILLER PIC X(11) VALUE 'OFFER CODE '.
               05 WS-OFFER-CODE-TEXT PIC X(10).
       PROCEDURE DIVISION.

      *    Print vendors with automated inserters -- those marked
      *    for print image on vendor-table.dat -- want lines per
      *    piece -- address block, a delivery-point barcode digit
      *    string built from the ZIP, and the message block --
      *    instead of parsing the raw outbound records.  The day's
      *    outbound file is verified complete against its HDR/TRL
      *    control records first; a truncated transmission fails the
      *    run rather than feeding the inserter half a day.  The
      *    other vendors keep the existing outbound format.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAY.
           STRING WS-MONTH "-" WS-DAY INTO WS-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-BRANDS.
           PERFORM BUILD-PRINT-IMAGE.
           DISPLAY 'print-image-builder: ' WS-PIECE-COUNT
               ' piece(s) formatted for print-image vendors'.
           GOBACK.

           APPLY-RUN-DATE-OVERRIDE.
           END-PERFORM.
           CLOSE F-OUTBOUND-FILE.

           LOAD-VENDOR-TABLE.
           MOVE 'L' TO WS-VTB-FUNCTION.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-TODAYS-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.

      *    Each brand's return address block comes from brands.dat;
      *    a blank-code row gives the house brand's.  A brand with no
      *    return lines on file prints none, as before brands.
           LOAD-BRANDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-BRAND-COUNT.
           OPEN INPUT F-BRAND-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BRAND-FILE
                   NOT AT END
                       IF WS-BRAND-COUNT < 21
                           ADD 1 TO WS-BRAND-COUNT
                           MOVE FUNCTION UPPER-CASE(RC-BRAND-CODE)
                               TO WS-BRAND-CODE(WS-BRAND-COUNT)
                           MOVE RC-BRAND-RETURN-LINE-1 TO
                               WS-BRAND-RETURN-LINE(WS-BRAND-COUNT 1)
                           MOVE RC-BRAND-RETURN-LINE-2 TO
                               WS-BRAND-RETURN-LINE(WS-BRAND-COUNT 2)
                           MOVE RC-BRAND-RETURN-LINE-3 TO
                               WS-BRAND-RETURN-LINE(WS-BRAND-COUNT 3)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BRAND-FILE.

           WRITE-RETURN-ADDRESS.
           MOVE 0 TO WS-BRAND-FOUND.
           PERFORM VARYING WS-BRAND-SUB FROM 1 BY 1
               UNTIL WS-BRAND-SUB > WS-BRAND-COUNT
               IF WS-BRAND-CODE(WS-BRAND-SUB) = RC-OUTBOUND-BRAND
                   MOVE WS-BRAND-SUB TO WS-BRAND-FOUND
               END-IF
           END-PERFORM.
           IF WS-BRAND-FOUND > 0
               PERFORM VARYING WS-RETURN-SUB FROM 1 BY 1
                   UNTIL WS-RETURN-SUB > 3
                   IF WS-BRAND-RETURN-LINE(WS-BRAND-FOUND WS-RETURN-SUB)
                       NOT = SPACES
                       WRITE RC-PRINT-LINE FROM WS-BRAND-RETURN-LINE
                           (WS-BRAND-FOUND WS-RETURN-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      *    WS-VND-FOUND comes back as the routed vendor's slot on
      *    the table.
           FIND-VENDOR-FOR-STATE.
           MOVE 'R' TO WS-VTB-FUNCTION.
           MOVE RC-OUTBOUND-ADDR-STATE TO WS-VTB-STATE.
           CALL 'vendor-table' USING WS-VTB-FUNCTION WS-VTB-STATE
               WS-TODAYS-DATE WS-VTB-VENDOR WS-VTB-HOME-VENDOR
               WS-VENDOR-TABLE WS-VTB-RESULT.
           MOVE 0 TO WS-VND-FOUND.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               OR WS-VND-FOUND > 0
               IF WS-VND-CODE(WS-VND-SUB) = WS-VTB-VENDOR
                   MOVE WS-VND-SUB TO WS-VND-FOUND
               END-IF
           END-PERFORM.

                           CONTINUE
                       ELSE
                           PERFORM FIND-VENDOR-FOR-STATE
                           IF WS-VND-FOUND > 0
                               IF WS-VND-WANTS-PRINT-IMAGE
                                   (WS-VND-FOUND)
                                   PERFORM FORMAT-ONE-PIECE
                               END-IF
                           END-IF
                       END-IF
                   AT END

           FORMAT-ONE-PIECE.
           WRITE RC-PRINT-LINE FROM WS-SEPARATOR-LINE.
      *    The sending brand's return address heads the piece.
           PERFORM WRITE-RETURN-ADDRESS.
           WRITE RC-PRINT-LINE FROM RC-OUTBOUND-NAME.
           WRITE RC-PRINT-LINE FROM RC-OUTBOUND-ADDR-STREET.
           MOVE SPACES TO WS-CITY-LINE.
               WRITE RC-PRINT-LINE FROM WS-INSERT-LINE
           END-IF.
           WRITE RC-PRINT-LINE FROM RC-OUTBOUND-MESSAGE.
      *    The customer's relationship manager signs off the message.
           IF RC-OUTBOUND-SIGNATURE NOT = SPACES
               WRITE RC-PRINT-LINE FROM RC-OUTBOUND-SIGNATURE
           END-IF.
      *    The response code prints under the message so the
      *    customer can quote it at the till.
           IF RC-OUTBOUND-RESPONSE-CODE NOT = SPACES
               MOVE RC-OUTBOUND-RESPONSE-CODE TO WS-OFFER-CODE-TEXT
               WRITE RC-PRINT-LINE FROM WS-OFFER-CODE-LINE
           END-IF.
           ADD 1 TO WS-PIECE-COUNT.

      *    Delivery-point digit string: the ZIP's 5 (or 9) digits
      *    A ZIP that doesn't parse gets an all-space barcode line so
      *    the piece kicks out for hand handling rather than
      *    misrouting.
      *    The piece serial after it is the card's response code;
      *    the postal service echoes it on every tracing scan of the
      *    piece, which is how postal-tracing-import finds the card.
           BUILD-BARCODE-LINE.
           MOVE SPACES TO WS-BARCODE-TEXT.
           MOVE RC-OUTBOUND-RESPONSE-CODE TO WS-BARCODE-SERIAL.
           MOVE SPACES TO WS-BARCODE-DIGITS.
           MOVE 0 TO WS-BARCODE-LENGTH.
           IF RC-OUTBOUND-ADDR-ZIP(1:5) IS NUMERIC
