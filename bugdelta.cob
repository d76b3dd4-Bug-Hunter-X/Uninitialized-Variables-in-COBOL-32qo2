      *             every delete in an unauthorized run is refused
      *             to the rejects listing with nothing applied.
      *             Adds and updates are not authority-checked.
      * 2026-09-24  Per-source ownership, matching BUGSOLN: the feed's
      *             source system comes from SOURCE-SYSTEM=xxxxxxxx on
      *             SYSIN, or, without the card, from each
      *             transaction's own WA1-SOURCE-SYSTEM stamp.  An
      *             update or delete against a cluster record owned by
      *             a different source is diverted to TRANSUSP with
      *             the owner named in the reason instead of applied;
      *             adds and applied updates are stamped with the
      *             feed's source, and an unowned record is adopted by
      *             the first source that updates it.
      * 2026-09-29  Maker-checker dual control: an update or delete
      *             whose prior or new WA1-AMOUNT is over the
      *             APPROVAL-LIMIT card (whole units, either sign;
      *             default 50000, zero turns the amount test off), or
      *             that touches an inactive record, is parked on the
      *             pending-approval queue (DD APPRQ, layout APPRQREC)
      *             after passing every other check, and logged to
      *             SECLOG as PARKED under OPERATOR-ID.  Transactions
      *             BUGAPPR has released come back on the optional
      *             approved feed (DD APPRTRAN, action code plus
      *             record), processed first through the same edits
      *             and checks but never parked twice.
      * 2026-10-01  Commit-point restart.  Every COMMIT-INTERVAL
      *             transactions (SYSIN, default 100) AUDITLOG,
      *             TRANSUSP and APPRQ are flushed and a commit point
      *             (DD CMTPOUT, layout CMTPTREC) records how far into
      *             APPRTRAN, TRNRECYC and TRANIN the run has got, the
      *             rows now on each of those outputs, and every
      *             running count.  RESTART=Y with the failed run's
      *             commit points under DD CMTPIN resumes behind the
      *             last one: the rows written after it are read back
      *             as the replay window, and a transaction found
      *             there was applied, suspensed or parked before the
      *             failure, so it is counted again but not redone.
      *             The run now joins the run-control ledger
      *             (DD RUNCTL, RUN-DATE card): a START row, and an END
      *             row carrying the combined counts of the original
      *             run and any restart of it.
      * 2026-10-15  Each run opens a run number of its own on the
      *             run-control ledger, one past the highest for the
      *             business date, instead of joining the latest run,
      *             so BUGBACK on the nightly run no longer reaches
      *             into this program's changes.
      * 2026-10-15  Adds now pass dual control as well: an add whose
      *             WA1-AMOUNT is over the APPROVAL-LIMIT card or whose
      *             record is inactive is parked on DD APPRQ like an
      *             update, once the key is known not to be on file.
      * 2026-10-15  A fresh run writes its starting commit point before
      *             the first transaction, so a failure inside the
      *             first COMMIT-INTERVAL can be restarted instead of
      *             rerun.  The restored commit point's rewrite is now
      *             status-checked.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-QUEUE ASSIGN TO APPRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-FILE-STATUS.

           SELECT OPTIONAL APPROVED-FILE ASSIGN TO APPRTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRV-FILE-STATUS.

           SELECT COMMIT-POINT-FILE ASSIGN TO CMTPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMTOUT-FILE-STATUS.

           SELECT OPTIONAL COMMIT-RESTART-FILE ASSIGN TO CMTPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMTIN-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT WSAREA1-VSAM ASSIGN TO WSAREA1V
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  SEC-LOG-RECORD.
           COPY SECLOGRC.

       FD  APPROVAL-QUEUE
           RECORDING MODE IS F.
       01  APPRQ-RECORD.
           COPY APPRQREC.

       FD  APPROVED-FILE
           RECORDING MODE IS F.
       01  APPROVED-RECORD.
           05  APV-ACTION-CODE          PIC X(01).
           05  APV-AREA1                PIC X(100).

       FD  COMMIT-POINT-FILE
           RECORDING MODE IS F.
       01  CMTPOUT-RECORD               PIC X(200).

       FD  COMMIT-RESTART-FILE
           RECORDING MODE IS F.
       01  CMTPIN-RECORD                PIC X(200).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTLRC.

       FD  WSAREA1-VSAM.
       01  VS-WSAREA1-RECORD.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==VS-==.
           05  WS-AUTH-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-SEC-FILE-STATUS       PIC X(02) VALUE "00".
               88  WS-SEC-FILE-OK       VALUE "00" "05".
           05  WS-APPRQ-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-APPRQ-FILE-OK     VALUE "00" "05".
           05  WS-APPRV-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-APPRV-FILE-OK     VALUE "00" "05".
           05  WS-CMTOUT-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-CMTIN-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-CMTIN-FILE-OK     VALUE "00".
           05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE "00".
               88  WS-RUNCTL-FILE-OK    VALUE "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-DELETE-AUTHORIZED VALUE "Y".
           05  WS-SEC-LOGGED-SWITCH     PIC X(01) VALUE "N".
               88  WS-SEC-LOGGED        VALUE "Y".
           05  WS-APPRV-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-APPRV-EOF         VALUE "Y".
           05  WS-APPRV-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-APPRV-FILE-OPEN   VALUE "Y".
           05  WS-PRE-APPROVED-SWITCH   PIC X(01) VALUE "N".
               88  WS-PRE-APPROVED      VALUE "Y".
           05  WS-PARK-SWITCH           PIC X(01) VALUE "N".
               88  WS-PARK-FOR-APPROVAL VALUE "Y".
           05  WS-RESTART-SWITCH        PIC X(01) VALUE "N".
               88  WS-RESTART-REQUESTED VALUE "Y".
           05  WS-CMTIN-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-CMTIN-EOF         VALUE "Y".
           05  WS-RUNCTL-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-RUNCTL-EOF        VALUE "Y".
           05  WS-WINDOW-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-WINDOW-EOF        VALUE "Y".
           05  WS-REPLAY-MATCH-SWITCH   PIC X(01) VALUE "N".
               88  WS-REPLAY-MATCHED    VALUE "Y".

      * The transaction being applied, whichever feed it arrived on:
      * TRANIN or the repaired recycle feed.
           05  WS-TRANS-VIOL-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-SUSPENSED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-RECYCLED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-OWNER-VIOL-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-PARKED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-APPROVED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-COMMIT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-REPLAYED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.

      * Commit-point positions: records consumed from each input, and
      * rows on each appended output (including rows already there
      * before the run started).
       01  WS-POSITIONS.
           05  WS-APPRV-POSITION        PIC 9(07) VALUE ZERO.
           05  WS-RECYC-POSITION        PIC 9(07) VALUE ZERO.
           05  WS-TRANIN-POSITION       PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-ROWS            PIC 9(07) VALUE ZERO.
           05  WS-SUSP-ROWS             PIC 9(07) VALUE ZERO.
           05  WS-APPRQ-ROWS            PIC 9(07) VALUE ZERO.
       01  WS-COMMIT-INTERVAL           PIC 9(04) VALUE 100.
       01  WS-COMMIT-INTERVAL-MAX       PIC 9(04) VALUE 1000.
       01  WS-SINCE-COMMIT              PIC 9(04) VALUE ZERO.
       01  WS-SKIP-IDX                  PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-ROWS               PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-FROM               PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-DDNAME             PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-NUMBER                PIC 9(05) VALUE ZERO.

       01  WS-COMMIT-POINT.
           COPY CMTPTREC.

      * The replay window: rows a failed run wrote to AUDITLOG,
      * TRANSUSP and APPRQ after its last commit point, each matched
      * off against the one transaction that produced it.
       01  WS-REPLAY-TABLE.
           05  WS-REPLAY-ENTRY OCCURS 1000 TIMES INDEXED BY RPL-IDX.
               10  RPL-KIND             PIC X(01).
                   88  RPL-KIND-AUDIT   VALUE "A".
                   88  RPL-KIND-SUSPENSE VALUE "S".
                   88  RPL-KIND-QUEUE   VALUE "Q".
               10  RPL-ACTION-CODE      PIC X(01).
               10  RPL-IMAGE            PIC X(100).
               10  RPL-REASON           PIC X(48).
               10  RPL-USED-SWITCH      PIC X(01).
                   88  RPL-USED         VALUE "Y".
       01  WS-REPLAY-USED               PIC 9(04) VALUE ZERO.
       01  WS-REPLAY-MAX                PIC 9(04) VALUE 1000.
       01  WS-REPLAY-REMAINING          PIC 9(04) VALUE ZERO.
       01  WS-REPLAY-SEARCH-IDX         PIC 9(04) VALUE ZERO.

       01  WS-REASON                    PIC X(48) VALUE SPACES.
       01  WS-AUDIT-OLD-AREA-1          PIC X(100) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-PRIOR-STATUS              PIC X(01) VALUE SPACES.
       01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
      * Source system named on the SOURCE-SYSTEM card (spaces when the
      * transactions' own stamps are to be used), and the one in
      * force for the transaction being applied.
       01  WS-FEED-SOURCE-SYSTEM        PIC X(08) VALUE SPACES.
       01  WS-TRAN-SOURCE-SYSTEM        PIC X(08) VALUE SPACES.
       01  WS-SEC-DISPOSITION           PIC X(08) VALUE SPACES.

      * Maker-checker threshold, from the APPROVAL-LIMIT card in whole
      * currency units; zero turns the amount test off.
       01  WS-APPROVAL-LIMIT            PIC 9(07)V99 VALUE 50000.
       01  WS-PARK-REASON               PIC X(24) VALUE SPACES.

      * The category reference master, tabled at startup -- the same
      * checks BUGEXCP applies at the front gate.
       01  WS-CATMAST-TABLE.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 0200-VERIFY-OPERATOR
           IF WS-RESTART-REQUESTED
               PERFORM 1800-RESTORE-COMMIT-POINT
           END-IF
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2800-PROCESS-APPROVED UNTIL WS-APPRV-EOF
           PERFORM 2700-PROCESS-RECYCLE UNTIL WS-RECYC-EOF
           PERFORM 2000-PROCESS-TRANSACTION UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           PERFORM 8200-REGISTER-RUN-END
           STOP RUN.

      * Run options arrive one KEYWORD=VALUE card per SYSIN line; a
      * missing or empty SYSIN leaves the operator unnamed, which
      * refuses every delete in the feed.
       0100-LOAD-PARAM-CARDS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT PARAM-CARD-FILE
           IF WS-PARAM-FILE-OK
               PERFORM 0110-READ-PARAM-CARD
               CLOSE PARAM-CARD-FILE
           END-IF
           DISPLAY "BUGDELTA0018I PARAMETERS IN EFFECT - "
               "OPERATOR-ID=" WS-OPERATOR-ID
               " SOURCE-SYSTEM=" WS-FEED-SOURCE-SYSTEM
               " APPROVAL-LIMIT=" WS-APPROVAL-LIMIT
           DISPLAY "BUGDELTA0028I RUN-DATE=" WS-RUN-DATE
               " COMMIT-INTERVAL=" WS-COMMIT-INTERVAL
               " RESTART=" WS-RESTART-SWITCH.

       0110-READ-PARAM-CARD.
           READ PARAM-CARD-FILE
           EVALUATE WS-CARD-KEYWORD
               WHEN "OPERATOR-ID"
                   MOVE WS-CARD-VALUE (1:8) TO WS-OPERATOR-ID
               WHEN "SOURCE-SYSTEM"
                   MOVE WS-CARD-VALUE (1:8) TO WS-FEED-SOURCE-SYSTEM
               WHEN "APPROVAL-LIMIT"
                   IF WS-CARD-VALUE (1:7) IS NOT NUMERIC
                       DISPLAY "BUGDELTA0024E APPROVAL-LIMIT MUST BE "
                           "7 NUMERIC DIGITS - FOUND "
                           WS-CARD-VALUE (1:7)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:7) TO WS-APPROVAL-LIMIT
               WHEN "RUN-DATE"
                   IF WS-CARD-VALUE (1:8) IS NOT NUMERIC
                       DISPLAY "BUGDELTA0029E RUN-DATE MUST BE "
                           "CCYYMMDD - FOUND " WS-CARD-VALUE (1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN "COMMIT-INTERVAL"
                   IF WS-CARD-VALUE (1:4) IS NOT NUMERIC
                       DISPLAY "BUGDELTA0030E COMMIT-INTERVAL MUST BE "
                           "4 NUMERIC DIGITS - FOUND "
                           WS-CARD-VALUE (1:4)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:4) TO WS-COMMIT-INTERVAL
                   IF WS-COMMIT-INTERVAL = ZERO OR
                           WS-COMMIT-INTERVAL > WS-COMMIT-INTERVAL-MAX
                       DISPLAY "BUGDELTA0031E COMMIT-INTERVAL MUST BE "
                           "1 TO " WS-COMMIT-INTERVAL-MAX
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "RESTART"
                   EVALUATE WS-CARD-VALUE (1:1)
                       WHEN "Y"
                           SET WS-RESTART-REQUESTED TO TRUE
                       WHEN "N"
                           MOVE "N" TO WS-RESTART-SWITCH
                       WHEN OTHER
                           DISPLAY "BUGDELTA0032E RESTART MUST BE Y OR "
                               "N - FOUND " WS-CARD-VALUE (1:1)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
               STOP RUN
           END-IF

           PERFORM 1700-POSITION-OUTPUTS

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00" AND
                   WS-AUDIT-FILE-STATUS NOT = "05"
           WRITE TRANRPT-LINE FROM WS-TRANRPT-HEADING-1
           WRITE TRANRPT-LINE FROM WS-TRANRPT-HEADING-2

      * A restart adds to the failed run's suspense file rather than
      * replacing it.
           IF WS-RESTART-REQUESTED
               OPEN EXTEND SUSPENSE-FILE
           ELSE
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSP-FILE-STATUS NOT = "00"
               DISPLAY "BUGDELTA0008E OPEN FAILED FOR SUSPENSE-FILE - "
                   "STATUS " WS-SUSP-FILE-STATUS
               SET WS-RECYC-EOF TO TRUE
           END-IF

      * DD APPRTRAN carries the transactions BUGAPPR has released;
      * DUMMY it on a day with nothing approved.
           OPEN INPUT APPROVED-FILE
           IF WS-APPRV-FILE-OK
               SET WS-APPRV-FILE-OPEN TO TRUE
               PERFORM 2810-READ-APPROVED-FILE
           ELSE
               SET WS-APPRV-EOF TO TRUE
           END-IF

           OPEN EXTEND APPROVAL-QUEUE
           IF NOT WS-APPRQ-FILE-OK
               DISPLAY "BUGDELTA0025E OPEN FAILED FOR APPROVAL-QUEUE - "
                   "STATUS " WS-APPRQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT COMMIT-POINT-FILE
           IF WS-CMTOUT-FILE-STATUS NOT = "00"
               DISPLAY "BUGDELTA0033E OPEN FAILED FOR "
                   "COMMIT-POINT-FILE - STATUS " WS-CMTOUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE COMMIT-POINT-FILE

      * A fresh run commits its starting point at once, so a failure
      * inside the first interval can still be restarted.
           IF NOT WS-RESTART-REQUESTED
               MOVE "I" TO CMT-PHASE
               PERFORM 2960-WRITE-COMMIT-POINT
           END-IF

           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           PERFORM 2100-READ-TRAN-FILE
           IF WS-RESTART-REQUESTED
               PERFORM 1900-SKIP-TO-COMMIT-POINT
           END-IF.

      * Where each appended output stands before the first commit
      * point.  A fresh run counts what AUDITLOG and APPRQ already
      * hold (TRANSUSP starts empty); a restart reads all three back
      * and tables the rows written after the last commit point.
       1700-POSITION-OUTPUTS.
           IF WS-RESTART-REQUESTED
               MOVE CMT-OUTPUT-POSITION (1) TO WS-WINDOW-FROM
           ELSE
               MOVE 9999999 TO WS-WINDOW-FROM
           END-IF
           PERFORM 1710-SCAN-AUDIT-FILE
           MOVE WS-WINDOW-ROWS TO WS-AUDIT-ROWS

           IF WS-RESTART-REQUESTED
               MOVE CMT-OUTPUT-POSITION (2) TO WS-WINDOW-FROM
               PERFORM 1720-SCAN-SUSPENSE-FILE
               MOVE WS-WINDOW-ROWS TO WS-SUSP-ROWS
               MOVE CMT-OUTPUT-POSITION (3) TO WS-WINDOW-FROM
           END-IF
           PERFORM 1730-SCAN-APPROVAL-QUEUE
           MOVE WS-WINDOW-ROWS TO WS-APPRQ-ROWS

           MOVE WS-REPLAY-USED TO WS-REPLAY-REMAINING
           IF WS-RESTART-REQUESTED
               DISPLAY "BUGDELTA0034I REPLAY WINDOW: "
                   WS-REPLAY-USED " ROWS WRITTEN AFTER THE LAST "
                   "COMMIT POINT"
           END-IF.

       1710-SCAN-AUDIT-FILE.
           MOVE ZERO TO WS-WINDOW-ROWS
           MOVE "N" TO WS-WINDOW-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 1711-READ-AUDIT-FILE
               PERFORM 1712-TABLE-AUDIT-ROW UNTIL WS-WINDOW-EOF
               CLOSE AUDIT-FILE
           END-IF
           IF WS-RESTART-REQUESTED
               MOVE "AUDITLOG" TO WS-WINDOW-DDNAME
               PERFORM 1790-CHECK-WINDOW-START
           END-IF.

       1711-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   SET WS-WINDOW-EOF TO TRUE
           END-READ.

      * Only this program's own cluster rows can be in the window.
       1712-TABLE-AUDIT-ROW.
           ADD 1 TO WS-WINDOW-ROWS
           IF WS-WINDOW-ROWS > WS-WINDOW-FROM
                   AND AUD-FIELD-NAME = "WSAREA1-VSAM"
               EVALUATE AUD-PARAGRAPH-NAME
                   WHEN "2200-APPLY-ADD"
                       PERFORM 1780-ADD-WINDOW-ENTRY
                       SET RPL-KIND-AUDIT (RPL-IDX) TO TRUE
                       MOVE "A" TO RPL-ACTION-CODE (RPL-IDX)
                       MOVE AUD-NEW-VALUE TO RPL-IMAGE (RPL-IDX)
                   WHEN "2300-APPLY-UPDATE"
                       PERFORM 1780-ADD-WINDOW-ENTRY
                       SET RPL-KIND-AUDIT (RPL-IDX) TO TRUE
                       MOVE "U" TO RPL-ACTION-CODE (RPL-IDX)
                       MOVE AUD-NEW-VALUE TO RPL-IMAGE (RPL-IDX)
                   WHEN "2400-APPLY-DELETE"
                       PERFORM 1780-ADD-WINDOW-ENTRY
                       SET RPL-KIND-AUDIT (RPL-IDX) TO TRUE
                       MOVE "D" TO RPL-ACTION-CODE (RPL-IDX)
                       MOVE AUD-OLD-VALUE TO RPL-IMAGE (RPL-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 1711-READ-AUDIT-FILE.

       1720-SCAN-SUSPENSE-FILE.
           MOVE ZERO TO WS-WINDOW-ROWS
           MOVE "N" TO WS-WINDOW-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               PERFORM 1721-READ-SUSPENSE-FILE
               PERFORM 1722-TABLE-SUSPENSE-ROW UNTIL WS-WINDOW-EOF
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE "TRANSUSP" TO WS-WINDOW-DDNAME
           PERFORM 1790-CHECK-WINDOW-START.

       1721-READ-SUSPENSE-FILE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-WINDOW-EOF TO TRUE
           END-READ.

       1722-TABLE-SUSPENSE-ROW.
           ADD 1 TO WS-WINDOW-ROWS
           IF WS-WINDOW-ROWS > WS-WINDOW-FROM
               PERFORM 1780-ADD-WINDOW-ENTRY
               SET RPL-KIND-SUSPENSE (RPL-IDX) TO TRUE
               MOVE TSUSP-ACTION-CODE TO RPL-ACTION-CODE (RPL-IDX)
               MOVE TSUSP-ORIGINAL-RECORD TO RPL-IMAGE (RPL-IDX)
               MOVE TSUSP-REASON TO RPL-REASON (RPL-IDX)
           END-IF
           PERFORM 1721-READ-SUSPENSE-FILE.

       1730-SCAN-APPROVAL-QUEUE.
           MOVE ZERO TO WS-WINDOW-ROWS
           MOVE "N" TO WS-WINDOW-EOF-SWITCH
           OPEN INPUT APPROVAL-QUEUE
           IF WS-APPRQ-FILE-STATUS = "00"
               PERFORM 1731-READ-APPROVAL-QUEUE
               PERFORM 1732-TABLE-QUEUE-ROW UNTIL WS-WINDOW-EOF
               CLOSE APPROVAL-QUEUE
           END-IF
           IF WS-RESTART-REQUESTED
               MOVE "APPRQ" TO WS-WINDOW-DDNAME
               PERFORM 1790-CHECK-WINDOW-START
           END-IF.

       1731-READ-APPROVAL-QUEUE.
           READ APPROVAL-QUEUE
               AT END
                   SET WS-WINDOW-EOF TO TRUE
           END-READ.

       1732-TABLE-QUEUE-ROW.
           ADD 1 TO WS-WINDOW-ROWS
           IF WS-WINDOW-ROWS > WS-WINDOW-FROM
                   AND APQ-ORIGIN-PROGRAM = "BUGDELTA"
               PERFORM 1780-ADD-WINDOW-ENTRY
               SET RPL-KIND-QUEUE (RPL-IDX) TO TRUE
               MOVE APQ-ACTION-CODE TO RPL-ACTION-CODE (RPL-IDX)
               MOVE APQ-NEW-IMAGE TO RPL-IMAGE (RPL-IDX)
           END-IF
           PERFORM 1731-READ-APPROVAL-QUEUE.

       1780-ADD-WINDOW-ENTRY.
           IF WS-REPLAY-USED < WS-REPLAY-MAX
               ADD 1 TO WS-REPLAY-USED
               SET RPL-IDX TO WS-REPLAY-USED
               MOVE SPACES TO WS-REPLAY-ENTRY (RPL-IDX)
               MOVE "N" TO RPL-USED-SWITCH (RPL-IDX)
           ELSE
               DISPLAY "BUGDELTA0035E REPLAY WINDOW TABLE FULL (MAX "
                   WS-REPLAY-MAX ") - RESTART REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A dataset holding fewer rows than the commit point says were
      * flushed to it is not the one the failed run wrote: resuming
      * against it would lose or repeat work, so the restart stops.
       1790-CHECK-WINDOW-START.
           IF WS-WINDOW-ROWS < WS-WINDOW-FROM
               DISPLAY "BUGDELTA0036E " WS-WINDOW-DDNAME " HOLDS "
                   WS-WINDOW-ROWS " ROWS BUT THE COMMIT POINT RECORDS "
                   WS-WINDOW-FROM " - RESTART REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The last commit point on DD CMTPIN is the one to resume from.
      * A run that ended clean has nothing to restart, and a rerun on
      * top of it would apply the whole feed a second time.
       1800-RESTORE-COMMIT-POINT.
           MOVE SPACES TO WS-COMMIT-POINT
           OPEN INPUT COMMIT-RESTART-FILE
           IF NOT WS-CMTIN-FILE-OK
               DISPLAY "BUGDELTA0037E RESTART=Y BUT NO COMMIT POINT "
                   "DATASET ON CMTPIN - STATUS " WS-CMTIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1810-READ-COMMIT-POINT
           PERFORM 1810-READ-COMMIT-POINT UNTIL WS-CMTIN-EOF
           CLOSE COMMIT-RESTART-FILE

           IF CMT-PROGRAM-NAME NOT = "BUGDELTA"
               DISPLAY "BUGDELTA0038E NO BUGDELTA COMMIT POINT ON "
                   "CMTPIN - RESTART REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CMT-ENDED-CLEAN
               DISPLAY "BUGDELTA0039E RUN " CMT-RUN-NUMBER " OF "
                   CMT-RUN-DATE " ENDED CLEAN - NOTHING TO RESTART"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CMT-RUN-DATE TO WS-RUN-DATE
           MOVE CMT-RUN-NUMBER TO WS-RUN-NUMBER
           MOVE CMT-INPUT-POSITION (1) TO WS-APPRV-POSITION
           MOVE CMT-INPUT-POSITION (2) TO WS-RECYC-POSITION
           MOVE CMT-INPUT-POSITION (3) TO WS-TRANIN-POSITION
           MOVE CMT-FLAG TO WS-SEC-LOGGED-SWITCH
           MOVE CMT-TRAN-COUNT TO WS-TRAN-COUNT
           MOVE CMT-ADD-COUNT TO WS-ADD-COUNT
           MOVE CMT-UPDATE-COUNT TO WS-UPDATE-COUNT
           MOVE CMT-DELETE-COUNT TO WS-DELETE-COUNT
           MOVE CMT-REJECT-COUNT TO WS-REJECT-COUNT
           MOVE CMT-TRANS-VIOL-COUNT TO WS-TRANS-VIOL-COUNT
           MOVE CMT-SUSPENSED-COUNT TO WS-SUSPENSED-COUNT
           MOVE CMT-RECYCLED-COUNT TO WS-RECYCLED-COUNT
           MOVE CMT-OWNER-VIOL-COUNT TO WS-OWNER-VIOL-COUNT
           MOVE CMT-PARKED-COUNT TO WS-PARKED-COUNT
           MOVE CMT-APPROVED-COUNT TO WS-APPROVED-COUNT
           MOVE CMT-COMMIT-COUNT TO WS-COMMIT-COUNT
           DISPLAY "BUGDELTA0040I RESUMING RUN " WS-RUN-NUMBER " OF "
               WS-RUN-DATE " FROM COMMIT POINT OF " CMT-TIMESTAMP
           DISPLAY "BUGDELTA0041I ALREADY CONSUMED - APPRTRAN "
               WS-APPRV-POSITION " TRNRECYC " WS-RECYC-POSITION
               " TRANIN " WS-TRANIN-POSITION.

       1810-READ-COMMIT-POINT.
           READ COMMIT-RESTART-FILE INTO WS-COMMIT-POINT
               AT END
                   SET WS-CMTIN-EOF TO TRUE
           END-READ.

      * Each input has had its first record read ahead; the records
      * the failed run consumed before its last commit point are read
      * past.  The restored commit point heads the new dataset exactly
      * as it was read, window and all, so a second failure before the
      * next commit point resumes from the same place.
       1900-SKIP-TO-COMMIT-POINT.
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-APPRV-POSITION
                       OR WS-APPRV-EOF
               PERFORM 2810-READ-APPROVED-FILE
           END-PERFORM
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-RECYC-POSITION
                       OR WS-RECYC-EOF
               PERFORM 2710-READ-RECYCLE-FILE
           END-PERFORM
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-TRANIN-POSITION
                       OR WS-EOF
               PERFORM 2100-READ-TRAN-FILE
           END-PERFORM
           OPEN EXTEND COMMIT-POINT-FILE
           IF WS-CMTOUT-FILE-STATUS NOT = "00"
               DISPLAY "BUGDELTA0033E OPEN FAILED FOR "
                   "COMMIT-POINT-FILE - STATUS " WS-CMTOUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CMTPOUT-RECORD FROM WS-COMMIT-POINT
           CLOSE COMMIT-POINT-FILE.

      * The same hard requirement BUGEXCP imposes: with no master
      * every category edit would silently pass.
           PERFORM 1510-READ-TRANSITION-RULE.

       2000-PROCESS-TRANSACTION.
           MOVE "N" TO WS-PRE-APPROVED-SWITCH
           MOVE TRN-ACTION-CODE TO WS-TRAN-ACTION-CODE
           MOVE TRN-AREA1 TO WS-TRAN-AREA-1
           PERFORM 2020-APPLY-TRANSACTION
           ADD 1 TO WS-TRANIN-POSITION
           PERFORM 2900-CHECK-COMMIT-POINT
           PERFORM 2100-READ-TRAN-FILE.

      * Repaired transactions from BUGCORR run ahead of the day's
      * TRANIN, through exactly the same edits and apply logic -- a
      * bad repair lands straight back in suspense.
       2700-PROCESS-RECYCLE.
           MOVE "N" TO WS-PRE-APPROVED-SWITCH
           MOVE RCY-ACTION-CODE TO WS-TRAN-ACTION-CODE
           MOVE RCY-AREA1 TO WS-TRAN-AREA-1
           ADD 1 TO WS-RECYCLED-COUNT
           PERFORM 2020-APPLY-TRANSACTION
           ADD 1 TO WS-RECYC-POSITION
           PERFORM 2900-CHECK-COMMIT-POINT
           PERFORM 2710-READ-RECYCLE-FILE.

       2710-READ-RECYCLE-FILE.
                   SET WS-RECYC-EOF TO TRUE
           END-READ.

      * Transactions a checker has already released run first, through
      * the same edits, ownership and transition checks -- the cluster
      * may have moved since they were parked -- but are not parked a
      * second time.
       2800-PROCESS-APPROVED.
           SET WS-PRE-APPROVED TO TRUE
           MOVE APV-ACTION-CODE TO WS-TRAN-ACTION-CODE
           MOVE APV-AREA1 TO WS-TRAN-AREA-1
           ADD 1 TO WS-APPROVED-COUNT
           PERFORM 2020-APPLY-TRANSACTION
           ADD 1 TO WS-APPRV-POSITION
           PERFORM 2900-CHECK-COMMIT-POINT
           PERFORM 2810-READ-APPROVED-FILE.

       2810-READ-APPROVED-FILE.
           READ APPROVED-FILE
               AT END
                   SET WS-APPRV-EOF TO TRUE
           END-READ.

      * The side door's exception gate: field and category edits
      * first, and only a clean transaction reaches the cluster.
       2020-APPLY-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-REASON
           IF WS-FEED-SOURCE-SYSTEM NOT = SPACES
               MOVE WS-FEED-SOURCE-SYSTEM TO TRN-SOURCE-SYSTEM
           END-IF
           MOVE TRN-SOURCE-SYSTEM TO WS-TRAN-SOURCE-SYSTEM
           MOVE "N" TO WS-REPLAY-MATCH-SWITCH
           IF WS-REPLAY-REMAINING > ZERO
               PERFORM 2030-MATCH-REPLAY-WINDOW
           END-IF
           IF WS-REPLAY-MATCHED
               ADD 1 TO WS-REPLAYED-COUNT
           ELSE
               PERFORM 2040-EDIT-AND-APPLY
           END-IF.

       2040-EDIT-AND-APPLY.
           PERFORM 2050-EDIT-TRANSACTION
           IF WS-REASON NOT = SPACES
               PERFORM 2060-SUSPENSE-TRANSACTION
               END-IF
           END-IF.

      * A transaction behind the last commit point may already have
      * done its work before the failure.  If the replay window holds
      * the row it would have written -- the audit row of its add,
      * update or delete, its suspense row, or its queue row -- it is
      * counted as it was then and not applied a second time.
       2030-MATCH-REPLAY-WINDOW.
           PERFORM VARYING WS-REPLAY-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-REPLAY-SEARCH-IDX > WS-REPLAY-USED
               SET RPL-IDX TO WS-REPLAY-SEARCH-IDX
               IF NOT RPL-USED (RPL-IDX)
                       AND RPL-ACTION-CODE (RPL-IDX)
                           = WS-TRAN-ACTION-CODE
                   IF RPL-KIND-AUDIT (RPL-IDX) AND WS-ACTION-DELETE
                       IF RPL-IMAGE (RPL-IDX) (1:10) = TRN-RECORD-ID
                           SET WS-REPLAY-MATCHED TO TRUE
                           EXIT PERFORM
                       END-IF
                   ELSE
                       IF RPL-IMAGE (RPL-IDX) = WS-TRAN-AREA-1
                           SET WS-REPLAY-MATCHED TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REPLAY-MATCHED
               SET RPL-USED (RPL-IDX) TO TRUE
               SUBTRACT 1 FROM WS-REPLAY-REMAINING
               EVALUATE TRUE
                   WHEN RPL-KIND-QUEUE (RPL-IDX)
                       ADD 1 TO WS-PARKED-COUNT
                   WHEN RPL-KIND-SUSPENSE (RPL-IDX)
                       EVALUATE TRUE
                           WHEN RPL-REASON (RPL-IDX)
                                   = "ILLEGAL STATUS TRANSITION"
                               ADD 1 TO WS-TRANS-VIOL-COUNT
                           WHEN RPL-REASON (RPL-IDX) (1:16)
                                   = "OWNED BY SOURCE "
                               ADD 1 TO WS-OWNER-VIOL-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-SUSPENSED-COUNT
                       END-EVALUATE
                   WHEN WS-ACTION-ADD
                       ADD 1 TO WS-ADD-COUNT
                   WHEN WS-ACTION-UPDATE
                       ADD 1 TO WS-UPDATE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-DELETE-COUNT
               END-EVALUATE
           END-IF.

       2100-READ-TRAN-FILE.
           READ TRAN-FILE
               AT END
           MOVE WS-TRAN-AREA-1 TO TSUSP-ORIGINAL-RECORD
           MOVE WS-REASON TO TSUSP-REASON
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSP-ROWS
           PERFORM 2500-WRITE-REJECT-LINE.

      * An add is proved new before dual control sees it, so a parked
      * add is one the checker can simply release.
       2200-APPLY-ADD.
           MOVE TRN-RECORD-ID TO VS-RECORD-ID
           READ WSAREA1-VSAM
               INVALID KEY
                   PERFORM 2350-CHECK-DUAL-CONTROL
                   IF WS-PARK-FOR-APPROVAL
                       PERFORM 2360-PARK-FOR-APPROVAL
                   ELSE
                       PERFORM 2210-WRITE-WITH-AUDIT
                   END-IF
               NOT INVALID KEY
                   MOVE "ADD REJECTED - KEY ALREADY ON FILE"
                       TO WS-REASON
           END-READ.

       2210-WRITE-WITH-AUDIT.
           MOVE WS-TRAN-AREA-1 TO VS-WSAREA1-RECORD
           WRITE VS-WSAREA1-RECORD
               INVALID KEY
                   MOVE "UPDATE REJECTED - KEY NOT ON FILE"
                       TO WS-REASON
               NOT INVALID KEY
                   IF VS-SOURCE-SYSTEM NOT = SPACES
                           AND VS-SOURCE-SYSTEM
                               NOT = WS-TRAN-SOURCE-SYSTEM
                       PERFORM 2340-DIVERT-OWNERSHIP
                   ELSE
                       PERFORM 2320-CHECK-TRANSITION
                       IF WS-TRANS-LEGAL
                           PERFORM 2350-CHECK-DUAL-CONTROL
                           IF WS-PARK-FOR-APPROVAL
                               PERFORM 2360-PARK-FOR-APPROVAL
                           ELSE
                               PERFORM 2310-REWRITE-WITH-AUDIT
                           END-IF
                       ELSE
                           PERFORM 2330-DIVERT-TRANSITION
                       END-IF
                   END-IF
           END-READ.

           MOVE WS-TRAN-AREA-1 TO TSUSP-ORIGINAL-RECORD
           MOVE "ILLEGAL STATUS TRANSITION" TO TSUSP-REASON
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSP-ROWS
           MOVE SPACES TO WS-TRANRPT-DETAIL-LINE
           MOVE TRN-RECORD-ID TO TRV-RECORD-ID
           MOVE WS-PRIOR-STATUS TO TRV-FROM-STATUS
           MOVE "ILLEGAL TRANSITION - SUSPENSED" TO TRV-DISPOSITION
           WRITE TRANRPT-LINE FROM WS-TRANRPT-DETAIL-LINE.

      * The ownership gate, matching BUGSOLN's: a cluster record
      * stamped with another source system is that source's record
      * and this feed may neither update nor delete it.  It goes to
      * TRANSUSP with the owner named, and is listed on the rejects
      * listing without counting as a reject.
       2340-DIVERT-OWNERSHIP.
           ADD 1 TO WS-OWNER-VIOL-COUNT
           MOVE WS-TRAN-ACTION-CODE TO TSUSP-ACTION-CODE
           MOVE WS-TRAN-AREA-1 TO TSUSP-ORIGINAL-RECORD
           MOVE SPACES TO TSUSP-REASON
           STRING "OWNED BY SOURCE " DELIMITED BY SIZE
               VS-SOURCE-SYSTEM DELIMITED BY SIZE
               " - NOT " DELIMITED BY SIZE
               WS-TRAN-SOURCE-SYSTEM DELIMITED BY SIZE
               INTO TSUSP-REASON
           END-STRING
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSP-ROWS
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TRAN-ACTION-CODE TO DTL-ACTION-CODE
           MOVE TRN-RECORD-ID TO DTL-RECORD-ID
           MOVE TSUSP-REASON TO DTL-REASON
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

      * Four eyes on a large or inactive change: the prior cluster
      * image (for an update or delete) or the new one (for an add or
      * update) over the approval limit either way round, or inactive
      * on either side.  An add has no prior image to test.  Only
      * reached once every other check has passed, so a parked
      * transaction is one the checker can simply release.
       2350-CHECK-DUAL-CONTROL.
           MOVE "N" TO WS-PARK-SWITCH
           MOVE SPACES TO WS-PARK-REASON
           IF NOT WS-PRE-APPROVED
               IF (NOT WS-ACTION-ADD AND VS-STATUS-INACTIVE)
                       OR (NOT WS-ACTION-DELETE AND TRN-STATUS-INACTIVE)
                   SET WS-PARK-FOR-APPROVAL TO TRUE
                   MOVE "INACTIVE RECORD" TO WS-PARK-REASON
               END-IF
               IF NOT WS-PARK-FOR-APPROVAL
                       AND WS-APPROVAL-LIMIT NOT = ZERO
                       AND NOT WS-ACTION-ADD
                   IF VS-AMOUNT IS NUMERIC
                       IF VS-AMOUNT > WS-APPROVAL-LIMIT
                               OR VS-AMOUNT < ZERO - WS-APPROVAL-LIMIT
                           SET WS-PARK-FOR-APPROVAL TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-PARK-FOR-APPROVAL
                       AND WS-APPROVAL-LIMIT NOT = ZERO
                       AND NOT WS-ACTION-DELETE
                   IF TRN-AMOUNT > WS-APPROVAL-LIMIT
                           OR TRN-AMOUNT < ZERO - WS-APPROVAL-LIMIT
                       SET WS-PARK-FOR-APPROVAL TO TRUE
                   END-IF
               END-IF
               IF WS-PARK-FOR-APPROVAL
                       AND WS-PARK-REASON = SPACES
                   MOVE "AMOUNT OVER LIMIT" TO WS-PARK-REASON
               END-IF
           END-IF.

      * The transaction waits on the queue as it would have been
      * applied; a rejection sends that same transaction back to
      * TRANSUSP with the checker's reason.  Listed on the rejects
      * listing without counting as a reject.
       2360-PARK-FOR-APPROVAL.
           ADD 1 TO WS-PARKED-COUNT
           MOVE SPACES TO APPRQ-RECORD
           MOVE FUNCTION CURRENT-DATE TO APQ-PARK-TIMESTAMP
           MOVE "BUGDELTA" TO APQ-ORIGIN-PROGRAM
           SET APQ-DELTA-TRANSACTION TO TRUE
           MOVE WS-OPERATOR-ID TO APQ-MAKER-ID
           MOVE WS-PARK-REASON TO APQ-PARK-REASON
           MOVE WS-TRAN-ACTION-CODE TO APQ-ACTION-CODE
           MOVE WS-TRAN-AREA-1 TO APQ-NEW-IMAGE
           MOVE WS-TRAN-AREA-1 TO APQ-ORIGINAL-IMAGE
           WRITE APPRQ-RECORD
           IF WS-APPRQ-FILE-STATUS NOT = "00"
               DISPLAY "BUGDELTA0026E APPROVAL QUEUE WRITE FAILED - "
                   "STATUS " WS-APPRQ-FILE-STATUS " - JOB ABENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPRQ-ROWS
           PERFORM 2370-LOG-PARK-DECISION
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TRAN-ACTION-CODE TO DTL-ACTION-CODE
           MOVE TRN-RECORD-ID TO DTL-RECORD-ID
           STRING "PARKED FOR APPROVAL - " DELIMITED BY SIZE
               WS-PARK-REASON DELIMITED BY SIZE
               INTO DTL-REASON
           END-STRING
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

      * Every park is a maker decision on the security log, so BUGSECR
      * can follow it through to the checker's.
       2370-LOG-PARK-DECISION.
           OPEN EXTEND SECURITY-LOG
           IF NOT WS-SEC-FILE-OK
               DISPLAY "BUGDELTA0022E OPEN FAILED FOR "
                   "SECURITY-LOG - STATUS " WS-SEC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SEC-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP
           MOVE "BUGDELTA" TO SEC-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
           MOVE "PARK-DELTA" TO SEC-FUNCTION
           MOVE "PARKED" TO SEC-DISPOSITION
           MOVE TRN-RECORD-ID TO SEC-RECORD-ID
           WRITE SEC-LOG-RECORD
           CLOSE SECURITY-LOG.

       2310-REWRITE-WITH-AUDIT.
           MOVE VS-WSAREA1-RECORD TO WS-AUDIT-OLD-AREA-1
           MOVE WS-TRAN-AREA-1 TO VS-WSAREA1-RECORD
                   MOVE "DELETE REJECTED - KEY NOT ON FILE"
                       TO WS-REASON
               NOT INVALID KEY
                   IF VS-SOURCE-SYSTEM NOT = SPACES
                           AND VS-SOURCE-SYSTEM
                               NOT = WS-TRAN-SOURCE-SYSTEM
                       PERFORM 2340-DIVERT-OWNERSHIP
                   ELSE
                       PERFORM 2350-CHECK-DUAL-CONTROL
                       IF WS-PARK-FOR-APPROVAL
                           PERFORM 2360-PARK-FOR-APPROVAL
                       ELSE
                           PERFORM 2410-DELETE-WITH-AUDIT
                       END-IF
                   END-IF
           END-READ.

       2410-DELETE-WITH-AUDIT.
                   PERFORM 9100-WRITE-AUDIT-RECORD
           END-DELETE.

       2900-CHECK-COMMIT-POINT.
           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
               PERFORM 2950-TAKE-COMMIT-POINT
           END-IF.

      * The appended outputs are closed and reopened first, so every
      * row counted in the commit point is on disk before it is.
       2950-TAKE-COMMIT-POINT.
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
           CLOSE SUSPENSE-FILE
           OPEN EXTEND SUSPENSE-FILE
           CLOSE APPROVAL-QUEUE
           OPEN EXTEND APPROVAL-QUEUE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                   OR WS-SUSP-FILE-STATUS NOT = "00"
                   OR NOT WS-APPRQ-FILE-OK
               DISPLAY "BUGDELTA0042E REOPEN FAILED AT COMMIT POINT - "
                   "AUDITLOG " WS-AUDIT-FILE-STATUS " TRANSUSP "
                   WS-SUSP-FILE-STATUS " APPRQ " WS-APPRQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-COMMIT-COUNT
           MOVE ZERO TO WS-SINCE-COMMIT
           MOVE "I" TO CMT-PHASE
           PERFORM 2960-WRITE-COMMIT-POINT.

       2960-WRITE-COMMIT-POINT.
           MOVE "BUGDELTA" TO CMT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO CMT-RUN-DATE
           MOVE WS-RUN-NUMBER TO CMT-RUN-NUMBER
           MOVE FUNCTION CURRENT-DATE TO CMT-TIMESTAMP
           IF CMT-PHASE NOT = "E"
               MOVE "I" TO CMT-PHASE
           END-IF
           MOVE WS-TRAN-AREA-1 (1:10) TO CMT-LAST-KEY
           MOVE WS-APPRV-POSITION TO CMT-INPUT-POSITION (1)
           MOVE WS-RECYC-POSITION TO CMT-INPUT-POSITION (2)
           MOVE WS-TRANIN-POSITION TO CMT-INPUT-POSITION (3)
           MOVE WS-AUDIT-ROWS TO CMT-OUTPUT-POSITION (1)
           MOVE WS-SUSP-ROWS TO CMT-OUTPUT-POSITION (2)
           MOVE WS-APPRQ-ROWS TO CMT-OUTPUT-POSITION (3)
           MOVE WS-SEC-LOGGED-SWITCH TO CMT-FLAG
           MOVE WS-TRAN-COUNT TO CMT-TRAN-COUNT
           MOVE WS-ADD-COUNT TO CMT-ADD-COUNT
           MOVE WS-UPDATE-COUNT TO CMT-UPDATE-COUNT
           MOVE WS-DELETE-COUNT TO CMT-DELETE-COUNT
           MOVE WS-REJECT-COUNT TO CMT-REJECT-COUNT
           MOVE WS-TRANS-VIOL-COUNT TO CMT-TRANS-VIOL-COUNT
           MOVE WS-SUSPENSED-COUNT TO CMT-SUSPENSED-COUNT
           MOVE WS-RECYCLED-COUNT TO CMT-RECYCLED-COUNT
           MOVE WS-OWNER-VIOL-COUNT TO CMT-OWNER-VIOL-COUNT
           MOVE WS-PARKED-COUNT TO CMT-PARKED-COUNT
           MOVE WS-APPROVED-COUNT TO CMT-APPROVED-COUNT
           MOVE WS-COMMIT-COUNT TO CMT-COMMIT-COUNT
           MOVE SPACES TO CMT-FILLER
           OPEN EXTEND COMMIT-POINT-FILE
           IF WS-CMTOUT-FILE-STATUS NOT = "00"
               DISPLAY "BUGDELTA0033E OPEN FAILED FOR "
                   "COMMIT-POINT-FILE - STATUS " WS-CMTOUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CMTPOUT-RECORD FROM WS-COMMIT-POINT
           CLOSE COMMIT-POINT-FILE.

       9100-WRITE-AUDIT-RECORD.
           MOVE "WSAREA1-VSAM" TO AUD-FIELD-NAME
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD-OUT
           ADD 1 TO WS-AUDIT-ROWS.

      * One security-log row per run, written only when the feed
      * actually presents a delete: ALLOWED when the operator holds
           MOVE "RECYCLED          : " TO SUM-LABEL
           MOVE WS-RECYCLED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "OWNER CONFLICTS   : " TO SUM-LABEL
           MOVE WS-OWNER-VIOL-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "PARKED FOR APPROVAL:" TO SUM-LABEL
           MOVE WS-PARKED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "APPROVED RELEASED : " TO SUM-LABEL
           MOVE WS-APPROVED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "COMMIT POINTS     : " TO SUM-LABEL
           MOVE WS-COMMIT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-RESTART-REQUESTED
               MOVE "RESTART REPLAYED  : " TO SUM-LABEL
               MOVE WS-REPLAYED-COUNT TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF

           DISPLAY "BUGDELTA0004I TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "BUGDELTA0005I ADDS: " WS-ADD-COUNT
               WS-TRANS-VIOL-COUNT
           DISPLAY "BUGDELTA0017I SUSPENSED: " WS-SUSPENSED-COUNT
               "  RECYCLED: " WS-RECYCLED-COUNT
           DISPLAY "BUGDELTA0023I OWNED BY ANOTHER SOURCE: "
               WS-OWNER-VIOL-COUNT
           DISPLAY "BUGDELTA0027I PARKED FOR APPROVAL: "
               WS-PARKED-COUNT "  APPROVED RELEASED: "
               WS-APPROVED-COUNT
           IF WS-RESTART-REQUESTED
               DISPLAY "BUGDELTA0043I RESTART REPLAYED "
                   WS-REPLAYED-COUNT " TRANSACTIONS ALREADY DONE "
                   "BEFORE THE FAILURE"
           END-IF
      * Window rows nothing matched mean the inputs are not the ones
      * the failed run read.
           IF WS-REPLAY-REMAINING > ZERO
               DISPLAY "BUGDELTA0044W " WS-REPLAY-REMAINING
                   " REPLAY WINDOW ROWS MATCHED NO TRANSACTION - "
                   "CHECK THE RESTART INPUTS"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-RECYC-FILE-OPEN
               CLOSE RECYCLE-FILE
           END-IF
           IF WS-APPRV-FILE-OPEN
               CLOSE APPROVED-FILE
           END-IF
           CLOSE APPROVAL-QUEUE
           CLOSE TRAN-FILE
           CLOSE REJECT-REPORT
           CLOSE AUDIT-FILE
           CLOSE TRANSITION-REPORT
           CLOSE SUSPENSE-FILE
           CLOSE WSAREA1-VSAM

           MOVE "E" TO CMT-PHASE
           PERFORM 2960-WRITE-COMMIT-POINT.

      * The run opens a run number of its own for the business date
      * -- one past the highest already on the ledger, run 1 if none
      * -- so BUGBACK can reverse this run alone without reaching
      * into the nightly feed's run.  A restart carries on under the
      * run number of the commit point.
       8000-REGISTER-RUN-START.
           IF NOT WS-RESTART-REQUESTED
               MOVE ZERO TO WS-RUN-NUMBER
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RUNCTL-FILE-OK
                   PERFORM 8010-READ-RUN-CONTROL
                   PERFORM 8020-SCAN-RUN-NUMBER UNTIL WS-RUNCTL-EOF
                   CLOSE RUN-CONTROL-FILE
               END-IF
               ADD 1 TO WS-RUN-NUMBER
           END-IF
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGDELTA0045E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGDELTA" TO RC-PROGRAM-NAME
           MOVE "START" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE ZERO TO RC-RECORD-COUNT
           MOVE ZERO TO RC-EXCEPTION-COUNT
           MOVE ZERO TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE
           DISPLAY "BUGDELTA0046I REGISTERED START OF RUN "
               WS-RUN-NUMBER " FOR " WS-RUN-DATE.

       8010-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
           END-READ.

       8020-SCAN-RUN-NUMBER.
           IF RC-RUN-DATE = WS-RUN-DATE
                   AND RC-RUN-NUMBER > WS-RUN-NUMBER
               MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
           END-IF
           PERFORM 8010-READ-RUN-CONTROL.

      * The counts restored from the commit point are already in the
      * totals, so a restart's END row speaks for the whole run.
       8200-REGISTER-RUN-END.
           COMPUTE WS-EXCEPTION-COUNT = WS-REJECT-COUNT
               + WS-SUSPENSED-COUNT + WS-TRANS-VIOL-COUNT
               + WS-OWNER-VIOL-COUNT
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGDELTA0045E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGDELTA" TO RC-PROGRAM-NAME
           MOVE "END" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE WS-TRAN-COUNT TO RC-RECORD-COUNT
           MOVE WS-EXCEPTION-COUNT TO RC-EXCEPTION-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE.
