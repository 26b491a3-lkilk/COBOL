      *    One line of a backup generation's manifest,
      *    backup-manifest-<date>.dat: a file of the backup set, how
      *    it was held (I an indexed master unloaded to a flat image,
      *    S a sequential file copied as it stands), the image file
      *    it was saved to, and the record count and hash total taken
      *    as it was written.  Verify and restore recount the image
      *    against these before it is trusted.  A file that did not
      *    exist when the backup ran is listed ABSENT, so a restore
      *    of the whole set leaves it alone; one that could not be
      *    read is listed FAILED and has no usable image.
           01 RC-BACKUP-MANIFEST-RECORD.
               05 RC-BKM-FILE PIC X(40).
               05 FILLER PIC X.
               05 RC-BKM-KIND PIC X.
                   88 RC-BKM-IS-INDEXED VALUE 'I'.
                   88 RC-BKM-IS-SEQUENTIAL VALUE 'S'.
               05 FILLER PIC X.
               05 RC-BKM-IMAGE-FILE PIC X(60).
               05 FILLER PIC X.
               05 RC-BKM-RECORDS PIC 9(9).
               05 FILLER PIC X.
               05 RC-BKM-HASH PIC 9(18).
               05 FILLER PIC X.
               05 RC-BKM-STATUS PIC X(6).
                   88 RC-BKM-IS-SAVED VALUE 'SAVED'.
                   88 RC-BKM-IS-ABSENT VALUE 'ABSENT'.
                   88 RC-BKM-IS-FAILED VALUE 'FAILED'.
