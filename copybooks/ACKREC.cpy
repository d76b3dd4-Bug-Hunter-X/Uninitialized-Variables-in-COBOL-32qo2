      *                        carries the suspense reason
      *   DUPLICATE-DISCARDED  same ID more than once in the extract;
      *                        ACK-REASON carries the DUP-POLICY action
      *   EXPIRED              pending past its category's age limit;
      *                        closed INACTIVE by the BUGLIFE lifecycle
      *                        sweep, ACK-REASON carries the age and
      *                        the limit
      *
      * ACK-SOURCE-SYSTEM names the source system whose feed bracket
      * carried the record (from its HDR control record); BUGACK
      * writes one acknowledgment file per source.
      *
      * 2026-09-24  ACK-SOURCE-SYSTEM carved from the filler.
      * 2026-10-07  EXPIRED disposition added.
      ******************************************************************
       05  ACK-RECORD-ID                 PIC X(10).
       05  ACK-RUN-DATE                  PIC X(08).
       05  ACK-DISPOSITION               PIC X(20).
       05  ACK-REASON                    PIC X(48).
       05  ACK-SOURCE-SYSTEM             PIC X(08).
       05  ACK-FILLER                    PIC X(06).
