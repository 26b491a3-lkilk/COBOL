      *    One operations alert from alert-queue.dat.  alert-collector
      *    raises an alert for each new condition the nightly programs
      *    leave behind (a failed step, a volume swing, an aged
      *    exception, a short history, a file to retransmit, a
      *    supermoon calendar finding, a vendor invoice dispute);
      *    alert-review has an operator acknowledge and resolve it,
      *    and alert-history-report lists the week.  The key is what
      *    makes the condition the same condition from night to night
      *    -- a source file still holding a line already raised does
      *    not raise it again.  Alerts are never deleted; a resolved
      *    alert stays on the queue as the record of who dealt with
      *    it.
      *    Severity: H high (escalated if not acknowledged in time),
      *              M medium, L low
      *    Source:   STEP, VOLUME, ESCALATION, INTEGRITY, RETRANSMIT,
      *              SUPERMOON, INVOICE
      *    Status:   OPEN, ACKED, RESOLVED
       01 RC-ALERT-RECORD.
           05 RC-ALERT-ID PIC 9(7).
           05 FILLER PIC X.
           05 RC-ALERT-SEVERITY PIC X.
               88 RC-ALERT-IS-HIGH VALUE 'H'.
               88 RC-ALERT-IS-MEDIUM VALUE 'M'.
               88 RC-ALERT-IS-LOW VALUE 'L'.
           05 FILLER PIC X.
           05 RC-ALERT-SOURCE PIC X(10).
           05 FILLER PIC X.
           05 RC-ALERT-RUN-DATE PIC X(10).
           05 FILLER PIC X.
           05 RC-ALERT-RAISED-STAMP PIC X(14).
           05 FILLER PIC X.
           05 RC-ALERT-STATUS PIC X(8).
               88 RC-ALERT-IS-OPEN VALUE 'OPEN'.
               88 RC-ALERT-IS-ACKED VALUE 'ACKED'.
               88 RC-ALERT-IS-RESOLVED VALUE 'RESOLVED'.
           05 FILLER PIC X.
           05 RC-ALERT-TEXT PIC X(80).
           05 FILLER PIC X.
           05 RC-ALERT-KEY PIC X(60).
           05 FILLER PIC X.
           05 RC-ALERT-ESCALATED PIC X.
               88 RC-ALERT-WAS-ESCALATED VALUE 'Y'.
           05 FILLER PIC X.
           05 RC-ALERT-ESCALATED-STAMP PIC X(14).
           05 FILLER PIC X.
           05 RC-ALERT-ACK-BY PIC X(8).
           05 FILLER PIC X.
           05 RC-ALERT-ACK-STAMP PIC X(14).
           05 FILLER PIC X.
           05 RC-ALERT-ACK-NOTE PIC X(60).
           05 FILLER PIC X.
           05 RC-ALERT-RESOLVED-BY PIC X(8).
           05 FILLER PIC X.
           05 RC-ALERT-RESOLVED-STAMP PIC X(14).
           05 FILLER PIC X.
           05 RC-ALERT-RESOLUTION PIC X(60).
