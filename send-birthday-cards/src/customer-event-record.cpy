      *    Record layout of the indexed personal-events file
      *    customer-events.dat, maintained by customer-event-
      *    maintenance from what customers tell the call center.
      *    Keyed by customer ID plus event type, so a customer holds
      *    at most one event of each type.  The event type doubles
      *    as the greeting-card-generator occasion code, which is
      *    how greeting-templates.dat carries type-specific wording.
      *    MEMORIAL never triggers a card: the run date falling
      *    inside the bereavement quiet period after it holds every
      *    card to the customer instead.  The optional name line
      *    replaces the customer name in the card message
      *    ("Happy Anniversary, Pat & Sam").
       01 RC-EVENT-RECORD.
           05 RC-EVT-KEY.
               10 RC-EVT-CUSTOMER-ID PIC 9(6).
               10 RC-EVT-TYPE PIC X(9).
                   88 RC-EVT-IS-MEMORIAL VALUE 'MEMORIAL'.
           05 RC-EVT-DATE.
               10 RC-EVT-YEAR PIC 9999.
               10 RC-EVT-DASH PIC X.
               10 RC-EVT-MMDD.
                 15 RC-EVT-MONTH PIC 99.
                 15 RC-EVT-SIGN PIC X.
                 15 RC-EVT-DAY PIC 99.
           05 RC-EVT-NAME-LINE PIC X(40).
           05 RC-EVT-ADDED-DATE PIC X(10).
           05 FILLER PIC X(20).
