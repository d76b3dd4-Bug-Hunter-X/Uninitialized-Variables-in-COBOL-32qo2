      ******************************************************************
      * CDCTRLRC.CPY
      *
      * Control trailer closing a BUGCDC change-data-capture feed on
      * DD CDCFEED: the event count by type, the first and last
      * sequence numbers shipped (zero when the feed is empty), the
      * audit-trail window the events came from, and a hash total of
      * the absolute WA1-AMOUNT on every before and after image.  The
      * warehouse refuses a feed whose count, sequence range or hash
      * does not match what it loaded.
      ******************************************************************
       05  CDT-RECORD-TYPE               PIC X(01).
           88  CDT-TRAILER               VALUE "T".
       05  CDT-RUN-DATE                  PIC X(08).
       05  CDT-RUN-NUMBER                PIC 9(05).
       05  CDT-EVENT-COUNT               PIC 9(07).
       05  CDT-INSERT-COUNT              PIC 9(07).
       05  CDT-UPDATE-COUNT              PIC 9(07).
       05  CDT-DELETE-COUNT              PIC 9(07).
       05  CDT-BACKOUT-COUNT             PIC 9(07).
       05  CDT-FIRST-SEQUENCE            PIC 9(09).
       05  CDT-LAST-SEQUENCE             PIC 9(09).
       05  CDT-WINDOW-FROM-TS            PIC X(26).
       05  CDT-WINDOW-TO-TS              PIC X(26).
       05  CDT-AMOUNT-HASH               PIC 9(13)V99.
       05  CDT-FILLER                    PIC X(216).
