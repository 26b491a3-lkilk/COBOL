      *    Record layout of the indexed call-center case file
      *    customer-cases.dat.  A clerk opens a case from
      *    customer-inquiry when a customer calls about a missing
      *    card, a wrong name, unwanted mail and the like, and
      *    updates or resolves it there on later calls.  Keyed by
      *    customer ID plus case number, so one customer's cases
      *    read back together with a START on the customer ID.  Case
      *    numbers come from the last number held on
      *    case-control.dat and are never reused.  Notes accumulate:
      *    each update adds to the end of what is already there.
      *    case-aging-report lists open cases by age every week and
      *    case-category-report breaks a month's cases down by
      *    category.
      *    Categories:  MISSING   card never arrived
      *                 WRONGNAM  wrong name or salutation
      *                 UNWANTED  unwanted mail
      *                 ADDRESS   wrong or old address
      *                 DUPLICATE more than one card
      *                 OTHER     anything else
      *    Status:      OPEN, CLOSED
       01 RC-CASE-RECORD.
           05 RC-CASE-KEY.
               10 RC-CASE-CUSTOMER-ID PIC 9(6).
               10 RC-CASE-NUMBER PIC 9(6).
           05 RC-CASE-OPEN-DATE PIC X(10).
           05 RC-CASE-CATEGORY PIC X(9).
               88 RC-CASE-CATEGORY-IS-VALID VALUE 'MISSING'
                   'WRONGNAM' 'UNWANTED' 'ADDRESS' 'DUPLICATE'
                   'OTHER'.
           05 RC-CASE-OPENED-BY PIC X(8).
           05 RC-CASE-STATUS PIC X(6).
               88 RC-CASE-IS-OPEN VALUE 'OPEN'.
               88 RC-CASE-IS-CLOSED VALUE 'CLOSED'.
           05 RC-CASE-NOTES PIC X(240).
           05 RC-CASE-UPDATED-DATE PIC X(10).
           05 RC-CASE-UPDATED-BY PIC X(8).
           05 RC-CASE-RESOLUTION PIC X(60).
           05 RC-CASE-RESOLVED-DATE PIC X(10).
           05 RC-CASE-RESOLVED-BY PIC X(8).
           05 FILLER PIC X(20).
