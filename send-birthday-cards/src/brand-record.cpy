      *    One brand the shop mails for, from brands.dat: the code
      *    carried on the customer record (a blank code describes the
      *    house brand), the brand's name, the source text its
      *    outbound header carries for the print vendor, and the
      *    three-line return address printed on its envelopes.
       01 RC-BRAND-RECORD.
           05 RC-BRAND-CODE PIC X(4).
           05 FILLER PIC X.
           05 RC-BRAND-NAME PIC X(30).
           05 FILLER PIC X.
           05 RC-BRAND-HEADER-SOURCE PIC X(24).
           05 FILLER PIC X.
           05 RC-BRAND-RETURN-LINE-1 PIC X(40).
           05 RC-BRAND-RETURN-LINE-2 PIC X(40).
           05 RC-BRAND-RETURN-LINE-3 PIC X(40).
