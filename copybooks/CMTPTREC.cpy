      ******************************************************************
      * CMTPTREC.CPY
      *
      * Commit point written by BUGDELTA and BUGHSKP (DD CMTPOUT)
      * every COMMIT-INTERVAL units of work, and once more with
      * CMT-PHASE "E" as the program ends clean.  The last row on the
      * dataset is the current one.  It records how far through the
      * input the program got, how many rows it had written to each
      * output it appends to (flushed to disk before the row is
      * written, so the counts and the datasets agree), and every
      * running count, so a RESTART=Y run fed the dataset under
      * DD CMTPIN resumes from it without applying anything twice.
      *
      *   BUGDELTA  positions 1-3 = APPRTRAN, TRNRECYC and TRANIN
      *             records consumed; outputs 1-3 = AUDITLOG, TRANSUSP
      *             and APPRQ rows on the datasets; CMT-FLAG "Y" once
      *             the run's delete decision is on SECLOG.
      *   BUGHSKP   CMT-LAST-KEY = the last WSAREA1-VSAM key judged
      *             (spaces before the first); position 1 = the
      *             RETAIN-DAYS in force, so a restart purges to the
      *             same cutoff; outputs 1-2 = VSAMARCH and AUDITNEW
      *             rows on the datasets.  The audit and checkpoint
      *             passes finish before the first commit point is
      *             taken.
      ******************************************************************
       05  CMT-PROGRAM-NAME              PIC X(08).
       05  CMT-RUN-DATE                  PIC X(08).
       05  CMT-RUN-NUMBER                PIC 9(05).
       05  CMT-TIMESTAMP                 PIC X(26).
       05  CMT-PHASE                     PIC X(01).
           88  CMT-IN-PROGRESS           VALUE "I".
           88  CMT-ENDED-CLEAN           VALUE "E".
       05  CMT-LAST-KEY                  PIC X(10).
       05  CMT-INPUT-POSITION            PIC 9(07) OCCURS 3 TIMES.
       05  CMT-OUTPUT-POSITION           PIC 9(07) OCCURS 3 TIMES.
       05  CMT-FLAG                      PIC X(01).
       05  CMT-COUNT-AREA                PIC X(84).
       05  CMT-DELTA-COUNTS REDEFINES CMT-COUNT-AREA.
           10  CMT-TRAN-COUNT            PIC 9(07).
           10  CMT-ADD-COUNT             PIC 9(07).
           10  CMT-UPDATE-COUNT          PIC 9(07).
           10  CMT-DELETE-COUNT          PIC 9(07).
           10  CMT-REJECT-COUNT          PIC 9(07).
           10  CMT-TRANS-VIOL-COUNT      PIC 9(07).
           10  CMT-SUSPENSED-COUNT       PIC 9(07).
           10  CMT-RECYCLED-COUNT        PIC 9(07).
           10  CMT-OWNER-VIOL-COUNT      PIC 9(07).
           10  CMT-PARKED-COUNT          PIC 9(07).
           10  CMT-APPROVED-COUNT        PIC 9(07).
           10  CMT-COMMIT-COUNT          PIC 9(07).
       05  CMT-HSKP-COUNTS REDEFINES CMT-COUNT-AREA.
           10  CMT-VSAM-READ             PIC 9(07).
           10  CMT-VSAM-PURGED           PIC 9(07).
           10  CMT-AUDIT-READ            PIC 9(07).
           10  CMT-AUDIT-ARCHIVED        PIC 9(07).
           10  CMT-AUDIT-KEPT            PIC 9(07).
           10  CMT-CKPT-READ             PIC 9(07).
           10  CMT-CKPT-PRUNED           PIC 9(07).
           10  CMT-PURGE-FAILED          PIC 9(07).
           10  CMT-HSKP-COMMIT-COUNT     PIC 9(07).
           10  FILLER                    PIC X(21).
       05  CMT-FILLER                    PIC X(15).
