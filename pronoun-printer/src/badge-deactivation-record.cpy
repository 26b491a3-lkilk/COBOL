      *    Record layout of a badge deactivation: the line sent to
      *    the access-control system in badge-deactivations.dat, and
      *    the same line kept on badge-deactivation-log.dat, where
      *    badge-deactivation-recon marks it confirmed once security
      *    reports the badge switched off.
       01 RC-BADGE-DEACTIVATION.
           05 RC-BDA-EMP-ID PIC 9(5).
           05 FILLER PIC X.
           05 RC-BDA-NAME PIC X(20).
           05 FILLER PIC X.
           05 RC-BDA-SEP-DATE PIC X(10).
           05 FILLER PIC X.
           05 RC-BDA-STATUS PIC X.
               88 RC-BDA-CONFIRMED VALUE 'C'.
               88 RC-BDA-UNCONFIRMED VALUE ' '.
           05 FILLER PIC X.
           05 RC-BDA-OFF-DATE PIC X(10).
