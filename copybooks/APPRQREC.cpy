      ******************************************************************
      * APPRQREC.CPY
      *
      * One row per change parked on the pending-approval queue
      * (DD APPRQ).  BUGCORR (feed repairs), BUGDELTA (adds, updates
      * and deletes) and BUGMAINT (counter overrides) park a change here
      * instead of applying it when it is over the APPROVAL-LIMIT
      * amount or touches an inactive record (any counter override
      * past OVERRIDE-LIMIT for BUGMAINT).  BUGAPPR, run by a second
      * operator with OPA-APPROVE-AUTH, approves or rejects each row:
      *
      *   APQ-ITEM-TYPE R  feed repair      approved to REPAROUT,
      *                                     rejected to EXCPSUSP
      *   APQ-ITEM-TYPE T  delta transaction approved to APPRTRAN,
      *                                     rejected to TRANSUSP
      *   APQ-ITEM-TYPE C  counter override approved to CHKPTOUT
      *
      * APQ-NEW-IMAGE is the change as it would be applied (for a
      * counter override, the APQ-CTR- view); APQ-ORIGINAL-IMAGE and
      * APQ-ORIGINAL-REASON are what goes back to suspense if the
      * checker rejects it.
      ******************************************************************
       05  APQ-PARK-TIMESTAMP            PIC X(26).
       05  APQ-PARK-DATE REDEFINES APQ-PARK-TIMESTAMP.
           10  APQ-PARK-CCYYMMDD         PIC 9(08).
           10  FILLER                    PIC X(18).
       05  APQ-ORIGIN-PROGRAM            PIC X(08).
       05  APQ-ITEM-TYPE                 PIC X(01).
           88  APQ-FEED-REPAIR           VALUE "R".
           88  APQ-DELTA-TRANSACTION     VALUE "T".
           88  APQ-COUNTER-OVERRIDE      VALUE "C".
       05  APQ-MAKER-ID                  PIC X(08).
       05  APQ-PARK-REASON               PIC X(24).
       05  APQ-ACTION-CODE               PIC X(01).
       05  APQ-NEW-IMAGE                 PIC X(100).
       05  APQ-CTR-OVERRIDE REDEFINES APQ-NEW-IMAGE.
           10  APQ-CTR-LAST-RECORD-ID    PIC X(10).
           10  APQ-CTR-OLD-COUNT         PIC 9(05).
           10  APQ-CTR-NEW-COUNT         PIC 9(05).
           10  FILLER                    PIC X(80).
       05  APQ-ORIGINAL-IMAGE            PIC X(100).
       05  APQ-ORIGINAL-REASON           PIC X(48).
       05  APQ-FIELD-NAME                PIC X(20).
       05  APQ-OLD-VALUE                 PIC X(20).
       05  APQ-NEW-VALUE                 PIC X(20).
       05  APQ-REASON-CODE               PIC X(04).
       05  APQ-FILLER                    PIC X(20).
