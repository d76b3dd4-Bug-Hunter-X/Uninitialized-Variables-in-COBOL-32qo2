      ******************************************************************
      * GLJRNLRC.CPY
      *
      * One journal line in the general ledger upload format, written
      * by BUGGLJ to DD GLJRNL.  Every category's net movement is
      * carried as a debit/credit pair, so the journal balances line
      * for line; the batch closes with a trailer (layout GLJTRLRC)
      * carrying the line count and debit and credit totals the
      * ledger verifies before it accepts the upload.  GLJ-AMOUNT is
      * always positive -- the direction is GLJ-DR-CR-IND.
      ******************************************************************
       05  GLJ-RECORD-TYPE               PIC X(01).
           88  GLJ-DETAIL                VALUE "D".
       05  GLJ-SOURCE-SYSTEM             PIC X(08).
       05  GLJ-POSTING-DATE              PIC X(08).
       05  GLJ-BATCH-NUMBER              PIC 9(05).
       05  GLJ-LINE-NUMBER               PIC 9(05).
       05  GLJ-ACCOUNT                   PIC X(12).
       05  GLJ-COST-CENTER               PIC X(06).
       05  GLJ-DR-CR-IND                 PIC X(01).
           88  GLJ-DEBIT                 VALUE "D".
           88  GLJ-CREDIT                VALUE "C".
       05  GLJ-AMOUNT                    PIC 9(11)V99.
       05  GLJ-CATEGORY-CODE             PIC X(04).
       05  GLJ-DESCRIPTION               PIC X(30).
       05  GLJ-FILLER                    PIC X(27).
