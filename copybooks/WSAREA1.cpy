      *
      * 2026-08-08  Named sub-fields broken out of the flat buffer so
      *             new fields no longer have to be wedged in by offset.
      * 2026-09-24  WA1-SOURCE-SYSTEM carved from the filler: the source
      *             system that owns the record, stamped by BUGEXCP from
      *             the feed's HDR control record.  Spaces on records
      *             loaded before the stamp existed.
      ******************************************************************
       05  WA1-RECORD-ID             PIC X(10).
       05  WA1-EFFECTIVE-DATE.
           88  WA1-STATUS-INACTIVE   VALUE "I".
           88  WA1-STATUS-PENDING    VALUE "P".
       05  WA1-CATEGORY-CODE         PIC X(04).
       05  WA1-SOURCE-SYSTEM         PIC X(08).
       05  WA1-FILLER                PIC X(60).
