      ******************************************************************
      * GLJTRLRC.CPY
      *
      * Trailer control record closing a BUGGLJ journal batch on
      * DD GLJRNL: the count of detail lines (layout GLJRNLRC) and
      * their debit and credit totals.  The ledger refuses a batch
      * whose totals differ or whose count does not match what it
      * read.
      ******************************************************************
       05  GLT-RECORD-TYPE               PIC X(01).
           88  GLT-TRAILER               VALUE "T".
       05  GLT-SOURCE-SYSTEM             PIC X(08).
       05  GLT-POSTING-DATE              PIC X(08).
       05  GLT-BATCH-NUMBER              PIC 9(05).
       05  GLT-LINE-COUNT                PIC 9(07).
       05  GLT-DEBIT-TOTAL               PIC 9(13)V99.
       05  GLT-CREDIT-TOTAL              PIC 9(13)V99.
       05  GLT-FILLER                    PIC X(61).
