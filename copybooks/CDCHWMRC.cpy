      ******************************************************************
      * CDCHWMRC.CPY
      *
      * High-water mark of the warehouse change-data-capture feed
      * (DD CDCHWM).  BUGCDC appends one row each time it ships a
      * feed; the last row on the dataset is the current mark.  The
      * next feed takes only audit rows timestamped after
      * HWM-LAST-TIMESTAMP and numbers its events on from
      * HWM-LAST-SEQUENCE, so no event is ever shipped twice.
      ******************************************************************
       05  HWM-RUN-DATE                  PIC X(08).
       05  HWM-RUN-NUMBER                PIC 9(05).
       05  HWM-LAST-TIMESTAMP            PIC X(26).
       05  HWM-LAST-SEQUENCE             PIC 9(09).
       05  HWM-EVENT-COUNT               PIC 9(07).
       05  HWM-SHIPPED-TIMESTAMP         PIC X(26).
       05  HWM-FILLER                    PIC X(19).
