      *    rides the international stream -- neither print vendor
      *    handles foreign mail.
           05 RC-CUSTOMER-COUNTRY PIC X(2).
      *    Delivery channel: M = mail only, E = email only, S = text
      *    message only, B or blank = both mail and email.  An email-
      *    or text-only customer produces the notification and a
      *    history record but no card, outbound, vendor, or postage
      *    activity.
           05 RC-CUSTOMER-CHANNEL PIC X(1).
      *    Preferred language, ISO 639 two-letter code; blank or EN
      *    is English.  Card and e-mail wording is looked up in this
      *    language and falls back to the English text where no
      *    translation is on file.
           05 RC-CUSTOMER-LANGUAGE PIC X(2).
      *    Mobile number for text messages, digits only.  No text
      *    goes out without a consent date on file; the source says
      *    how consent was given (operator ID, WEB, and so on).  A
      *    withdrawal clears the date and source, keeping the number.
           05 RC-CUSTOMER-MOBILE PIC X(15).
           05 RC-CUSTOMER-SMS-CONSENT-DATE PIC X(10).
           05 RC-CUSTOMER-SMS-CONSENT-SOURCE PIC X(8).
      *    Accessible format for paper pieces: blank or S =
      *    standard print, L = large print, B = braille.  Flagged
      *    customers' physical mail goes to the accessible-format
      *    vendor stream, never to print vendor A or B.
           05 RC-CUSTOMER-ACCESS-FORMAT PIC X(1).
      *    The name in parts, as parsed from RC-CUSTOMER-NAME by
      *    name-parser (or keyed by an operator where the parse
      *    failed): title (MR, DR ...), first, middle, last, and
      *    suffix (JR, III ...).  RC-CUSTOMER-NAME stays the full
      *    name as it prints on the envelope.  The salutation is the
      *    customer's own preferred form of address, used in place of
      *    the title-and-surname form when set.
           05 RC-CUSTOMER-NAME-PARTS.
               10 RC-NAME-TITLE PIC X(8).
               10 RC-NAME-FIRST PIC X(15).
               10 RC-NAME-MIDDLE PIC X(15).
               10 RC-NAME-LAST PIC X(25).
               10 RC-NAME-SUFFIX PIC X(5).
           05 RC-CUSTOMER-SALUTATION PIC X(30).
      *    Brand the customer belongs to, as coded on brands.dat;
      *    blank is the house brand.  Card and e-mail wording, the
      *    inserts, the return address on the envelope, and the
      *    postage bill all follow the brand.
           05 RC-CUSTOMER-BRAND PIC X(4).
      *    Relationship manager, as keyed on reps.dat; blank for a
      *    customer with no assigned rep.  The rep's signature line
      *    prints on the customer's cards and the rep's branch lists
      *    the customer on its weekly card roster.
           05 RC-CUSTOMER-REP-ID PIC X(6).
      *    Reserved so that later additions to the record do not
      *    each need a cutover of the master and its captured images.
           05 FILLER PIC X(60).
