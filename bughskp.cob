      *
      * CHANGE LOG
      * 2026-08-21  Initial version.
      * 2026-09-14  Every purge now writes a WSAREA1-VSAM audit row
      *             (OLD = the purged image, NEW = spaces, the same
      *             shape as a BUGDELTA delete) onto DD AUDITNEW
      *             behind the kept rows, so BUGGLJ posts the amount
      *             leaving the cluster and BUGAUDIT can trace it.
      * 2026-10-01  Commit-point restart for the purge pass.  A commit
      *             point (DD CMTPOUT, layout CMTPTREC) is written once
      *             the audit and checkpoint passes are done, and again
      *             every COMMIT-INTERVAL records judged (SYSIN, default
      *             100) after VSAMARCH and AUDITNEW are flushed; it
      *             holds the last key judged, the rows on each output
      *             and every running count.  RESTART=Y with the failed
      *             run's commit points under DD CMTPIN skips the two
      *             finished passes, settles the records archived after
      *             the last commit point and resumes the purge behind
      *             it, so nothing is archived or audited twice.  The
      *             run now joins the run-control ledger (DD RUNCTL):
      *             a START row, and an END row carrying the combined
      *             counts of the original run and any restart of it.
      * 2026-10-15  Each run opens a run number of its own on the
      *             run-control ledger, one past the highest for the
      *             business date, instead of joining the latest run,
      *             so BUGBACK on the nightly run no longer reaches
      *             into this program's changes.
      * 2026-10-15  A restart from the initial commit point now
      *             repositions to the top of the cluster; it resumed
      *             behind the last archive-window key and skipped
      *             every record before it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT COMMIT-POINT-FILE ASSIGN TO CMTPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMTOUT-FILE-STATUS.

           SELECT OPTIONAL COMMIT-RESTART-FILE ASSIGN TO CMTPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMTIN-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WSAREA1-VSAM.
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-VSAM-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".
           05  WS-CMTOUT-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-CMTIN-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-CMTIN-FILE-OK     VALUE "00".
           05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE "00".
               88  WS-RUNCTL-FILE-OK    VALUE "00" "05".

       01  WS-SWITCHES.
           05  WS-VSAM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-CKPT-HELD         VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-RESTART-SWITCH        PIC X(01) VALUE "N".
               88  WS-RESTART-REQUESTED VALUE "Y".
           05  WS-CMTIN-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-CMTIN-EOF         VALUE "Y".
           05  WS-RUNCTL-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-RUNCTL-EOF        VALUE "Y".
           05  WS-WINDOW-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-WINDOW-EOF        VALUE "Y".
           05  WS-WINDOW-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-WINDOW-FOUND      VALUE "Y".

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.

      * A purge's audit row, built here and written onto the new live
      * audit dataset behind the rows the audit pass kept.
       01  WS-PURGE-AUDIT-ROW.
           COPY AUDITREC REPLACING LEADING ==AUD-== BY ==PAU-==.
       01  WS-PURGED-IMAGE              PIC X(100) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-VSAM-READ             PIC 9(07) VALUE ZERO.
           05  WS-VSAM-PURGED           PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-KEPT            PIC 9(07) VALUE ZERO.
           05  WS-CKPT-READ             PIC 9(07) VALUE ZERO.
           05  WS-CKPT-PRUNED           PIC 9(07) VALUE ZERO.
           05  WS-PURGE-FAILED          PIC 9(07) VALUE ZERO.
           05  WS-COMMIT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-WINDOW-PURGED         PIC 9(07) VALUE ZERO.
           05  WS-WINDOW-REPAIRED       PIC 9(07) VALUE ZERO.

      * Rows on the two appended outputs, so a commit point can say
      * how much of each is settled.
       01  WS-POSITIONS.
           05  WS-ARCH-ROWS             PIC 9(07) VALUE ZERO.
           05  WS-AUDNEW-ROWS           PIC 9(07) VALUE ZERO.

       01  WS-COMMIT-INTERVAL           PIC 9(04) VALUE 100.
       01  WS-COMMIT-INTERVAL-MAX       PIC 9(04) VALUE 1000.
       01  WS-SINCE-COMMIT              PIC 9(04) VALUE ZERO.
       01  WS-LAST-JUDGED-KEY           PIC X(10) VALUE SPACES.
       01  WS-RUN-NUMBER                PIC 9(05) VALUE ZERO.
       01  WS-WINDOW-ROWS               PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-DDNAME             PIC X(08) VALUE SPACES.
       01  WS-WINDOW-FROM               PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-KEY                PIC X(10) VALUE SPACES.
       01  WS-WINDOW-SEARCH-IDX         PIC 9(04) VALUE ZERO.

       01  WS-COMMIT-POINT.
           COPY CMTPTREC.

      * On a restart, the records archived after the last commit
      * point.  Each was either purged before the failure or is still
      * on the cluster waiting to be deleted; the audit flag notes
      * whether its purge audit row reached AUDITNEW.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 1000 TIMES INDEXED BY WIN-IDX.
               10  WIN-RECORD-ID        PIC X(10).
               10  WIN-IMAGE            PIC X(100).
               10  WIN-AUDITED-SWITCH   PIC X(01).
                   88  WIN-AUDITED      VALUE "Y".
               10  WIN-CLUSTER-SWITCH   PIC X(01).
                   88  WIN-ON-CLUSTER   VALUE "Y".
       01  WS-WINDOW-USED               PIC 9(04) VALUE ZERO.
       01  WS-WINDOW-MAX                PIC 9(04) VALUE 1000.

       01  WS-HEADING-1                 PIC X(132) VALUE
           "BUGHSKP - RETENTION HOUSEKEEPING DISPOSITION REPORT".
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           IF WS-RESTART-REQUESTED
               PERFORM 1800-RESTORE-COMMIT-POINT
           END-IF
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           IF NOT WS-RESTART-REQUESTED
               PERFORM 3000-ARCHIVE-AUDIT-PASS
               PERFORM 4000-PRUNE-CHECKPOINT-PASS
           END-IF
           PERFORM 2000-PURGE-VSAM-PASS
           PERFORM 5000-WRITE-DISPOSITION-REPORT
           PERFORM 5100-TERMINATE
           PERFORM 8200-REGISTER-RUN-END
           STOP RUN.

      * Run options arrive one KEYWORD=VALUE card per SYSIN line; a
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0130-COMPUTE-CUTOFF
           DISPLAY "BUGHSKP0002I PARAMETERS IN EFFECT - RETAIN-DAYS="
               WS-RETAIN-DAYS " RUN-DATE=" WS-RUN-DATE
               " CUTOFF=" WS-CUTOFF-DATE
               " COMMIT-INTERVAL=" WS-COMMIT-INTERVAL
               " RESTART=" WS-RESTART-SWITCH.

       0110-READ-PARAM-CARD.
           READ PARAM-CARD-FILE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN "COMMIT-INTERVAL"
                   IF WS-CARD-VALUE (1:4) IS NOT NUMERIC
                       DISPLAY "BUGHSKP0018E COMMIT-INTERVAL MUST BE "
                           "4 NUMERIC DIGITS - FOUND "
                           WS-CARD-VALUE (1:4)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:4) TO WS-COMMIT-INTERVAL
                   IF WS-COMMIT-INTERVAL = ZERO OR
                           WS-COMMIT-INTERVAL > WS-COMMIT-INTERVAL-MAX
                       DISPLAY "BUGHSKP0019E COMMIT-INTERVAL MUST BE "
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
                           DISPLAY "BUGHSKP0020E RESTART MUST BE Y OR "
                               "N - FOUND " WS-CARD-VALUE (1:1)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

       0130-COMPUTE-CUTOFF.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).

      * A restart heads the new commit point dataset with the restored
      * commit point exactly as it was read, so a second failure
      * before the next one resumes from the same place.
       1000-INITIALIZE.
           OPEN OUTPUT DISPOSITION-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
                   "REPORT - STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COMMIT-POINT-FILE
           IF WS-CMTOUT-FILE-STATUS NOT = "00"
               DISPLAY "BUGHSKP0021E OPEN FAILED FOR "
                   "COMMIT-POINT-FILE - STATUS " WS-CMTOUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESTART-REQUESTED
               WRITE CMTPOUT-RECORD FROM WS-COMMIT-POINT
           END-IF
           CLOSE COMMIT-POINT-FILE.

      * The last commit point on DD CMTPIN is the one to resume from.
      * None at all means the failure came before the purge pass
      * began; the audit and checkpoint passes rebuild their outputs
      * from scratch, so the step simply reruns without RESTART=Y.
      * The failed run's RUN-DATE and RETAIN-DAYS are taken back, so
      * the purge resumes against the same cutoff.
       1800-RESTORE-COMMIT-POINT.
           MOVE SPACES TO WS-COMMIT-POINT
           OPEN INPUT COMMIT-RESTART-FILE
           IF NOT WS-CMTIN-FILE-OK
               DISPLAY "BUGHSKP0022E RESTART=Y BUT NO COMMIT POINT "
                   "DATASET ON CMTPIN - STATUS " WS-CMTIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1810-READ-COMMIT-POINT
           PERFORM 1810-READ-COMMIT-POINT UNTIL WS-CMTIN-EOF
           CLOSE COMMIT-RESTART-FILE

           IF CMT-PROGRAM-NAME NOT = "BUGHSKP"
               DISPLAY "BUGHSKP0023E NO BUGHSKP COMMIT POINT ON "
                   "CMTPIN - PURGE PASS NEVER BEGAN, RERUN WITH "
                   "RESTART=N"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CMT-ENDED-CLEAN
               DISPLAY "BUGHSKP0024E RUN " CMT-RUN-NUMBER " OF "
                   CMT-RUN-DATE " ENDED CLEAN - NOTHING TO RESTART"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CMT-RUN-DATE TO WS-RUN-DATE
           MOVE CMT-RUN-NUMBER TO WS-RUN-NUMBER
           MOVE CMT-INPUT-POSITION (1) TO WS-RETAIN-DAYS
           PERFORM 0130-COMPUTE-CUTOFF
           MOVE CMT-LAST-KEY TO WS-LAST-JUDGED-KEY
           MOVE CMT-VSAM-READ TO WS-VSAM-READ
           MOVE CMT-VSAM-PURGED TO WS-VSAM-PURGED
           MOVE CMT-AUDIT-READ TO WS-AUDIT-READ
           MOVE CMT-AUDIT-ARCHIVED TO WS-AUDIT-ARCHIVED
           MOVE CMT-AUDIT-KEPT TO WS-AUDIT-KEPT
           MOVE CMT-CKPT-READ TO WS-CKPT-READ
           MOVE CMT-CKPT-PRUNED TO WS-CKPT-PRUNED
           MOVE CMT-PURGE-FAILED TO WS-PURGE-FAILED
           MOVE CMT-HSKP-COMMIT-COUNT TO WS-COMMIT-COUNT
           DISPLAY "BUGHSKP0025I RESUMING RUN " WS-RUN-NUMBER " OF "
               WS-RUN-DATE " FROM COMMIT POINT OF " CMT-TIMESTAMP
               " - RETAIN-DAYS=" WS-RETAIN-DAYS " CUTOFF="
               WS-CUTOFF-DATE " LAST KEY JUDGED=" WS-LAST-JUDGED-KEY.

       1810-READ-COMMIT-POINT.
           READ COMMIT-RESTART-FILE INTO WS-COMMIT-POINT
               AT END
                   SET WS-CMTIN-EOF TO TRUE
           END-READ.

      * Inactive records older than the cutoff are archived first,
      * deleted second -- a failed archive WRITE must never leave a
      * purged record with no history copy.  The audit pass has
      * already built DD AUDITNEW, so each purge's audit row is
      * appended behind the kept rows.  A restart appends to the
      * failed run's VSAMARCH and AUDITNEW and carries on from the
      * key after the last one its commit point judged.
       2000-PURGE-VSAM-PASS.
           OPEN I-O WSAREA1-VSAM
           IF NOT WS-VSAM-FILE-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESTART-REQUESTED
               PERFORM 2010-LOAD-ARCHIVE-WINDOW
               PERFORM 2020-LOAD-AUDIT-WINDOW
               OPEN EXTEND VSAM-ARCHIVE
           ELSE
               MOVE WS-AUDIT-KEPT TO WS-AUDNEW-ROWS
               OPEN OUTPUT VSAM-ARCHIVE
           END-IF
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "BUGHSKP0008E OPEN FAILED FOR VSAM-ARCHIVE - "
                   "STATUS " WS-ARCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-NEW-FILE
           IF WS-AUDNEW-FILE-STATUS NOT = "00"
               DISPLAY "BUGHSKP0017E OPEN FAILED FOR AUDIT-NEW-FILE - "
                   "STATUS " WS-AUDNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESTART-REQUESTED
               PERFORM 2050-SETTLE-ARCHIVE-WINDOW
               PERFORM 2060-POSITION-AFTER-COMMIT
           ELSE
               MOVE "I" TO CMT-PHASE
               PERFORM 2960-WRITE-COMMIT-POINT
           END-IF
           IF NOT WS-VSAM-EOF
               PERFORM 2100-READ-VSAM-NEXT
           END-IF
           PERFORM 2200-JUDGE-VSAM-RECORD UNTIL WS-VSAM-EOF
           CLOSE VSAM-ARCHIVE
           CLOSE AUDIT-NEW-FILE
           CLOSE WSAREA1-VSAM.

      * Every archive row after the commit point's count was written
      * by the failed run after its last commit point; each goes into
      * the window table.
       2010-LOAD-ARCHIVE-WINDOW.
           MOVE ZERO TO WS-ARCH-ROWS
           MOVE "N" TO WS-WINDOW-EOF-SWITCH
           OPEN INPUT VSAM-ARCHIVE
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "BUGHSKP0008E OPEN FAILED FOR VSAM-ARCHIVE - "
                   "STATUS " WS-ARCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2011-READ-ARCHIVE-ROW
           PERFORM 2012-TABLE-ARCHIVE-ROW UNTIL WS-WINDOW-EOF
           CLOSE VSAM-ARCHIVE
           MOVE "VSAMARCH" TO WS-WINDOW-DDNAME
           MOVE WS-ARCH-ROWS TO WS-WINDOW-ROWS
           MOVE CMT-OUTPUT-POSITION (1) TO WS-WINDOW-FROM
           IF WS-ARCH-ROWS < CMT-OUTPUT-POSITION (1)
               PERFORM 2090-REFUSE-SHORT-DATASET
           END-IF.

       2011-READ-ARCHIVE-ROW.
           READ VSAM-ARCHIVE
               AT END
                   SET WS-WINDOW-EOF TO TRUE
           END-READ.

       2012-TABLE-ARCHIVE-ROW.
           ADD 1 TO WS-ARCH-ROWS
           IF WS-ARCH-ROWS > CMT-OUTPUT-POSITION (1)
               IF WS-WINDOW-USED NOT < WS-WINDOW-MAX
                   DISPLAY "BUGHSKP0026E MORE THAN " WS-WINDOW-MAX
                       " ARCHIVE ROWS AFTER THE COMMIT POINT - "
                       "RESTART REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WINDOW-USED
               SET WIN-IDX TO WS-WINDOW-USED
               MOVE ARCHIVE-RECORD (1:10) TO WIN-RECORD-ID (WIN-IDX)
               MOVE ARCHIVE-RECORD TO WIN-IMAGE (WIN-IDX)
               MOVE "N" TO WIN-AUDITED-SWITCH (WIN-IDX)
               MOVE "N" TO WIN-CLUSTER-SWITCH (WIN-IDX)
           END-IF
           PERFORM 2011-READ-ARCHIVE-ROW.

      * A purge audit row after the commit point's count marks its
      * record as already audited.
       2020-LOAD-AUDIT-WINDOW.
           MOVE ZERO TO WS-AUDNEW-ROWS
           MOVE "N" TO WS-WINDOW-EOF-SWITCH
           OPEN INPUT AUDIT-NEW-FILE
           IF WS-AUDNEW-FILE-STATUS NOT = "00"
               DISPLAY "BUGHSKP0017E OPEN FAILED FOR AUDIT-NEW-FILE - "
                   "STATUS " WS-AUDNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2021-READ-AUDIT-NEW-ROW
           PERFORM 2022-MARK-AUDITED-ROW UNTIL WS-WINDOW-EOF
           CLOSE AUDIT-NEW-FILE
           MOVE "AUDITNEW" TO WS-WINDOW-DDNAME
           MOVE WS-AUDNEW-ROWS TO WS-WINDOW-ROWS
           MOVE CMT-OUTPUT-POSITION (2) TO WS-WINDOW-FROM
           IF WS-AUDNEW-ROWS < CMT-OUTPUT-POSITION (2)
               PERFORM 2090-REFUSE-SHORT-DATASET
           END-IF.

       2021-READ-AUDIT-NEW-ROW.
           READ AUDIT-NEW-FILE INTO WS-PURGE-AUDIT-ROW
               AT END
                   SET WS-WINDOW-EOF TO TRUE
           END-READ.

       2022-MARK-AUDITED-ROW.
           ADD 1 TO WS-AUDNEW-ROWS
           IF WS-AUDNEW-ROWS > CMT-OUTPUT-POSITION (2)
                   AND PAU-PARAGRAPH-NAME = "2200-JUDGE-VSAM-RECORD"
               MOVE PAU-OLD-VALUE (1:10) TO WS-WINDOW-KEY
               PERFORM 2030-FIND-WINDOW-ENTRY
               IF WS-WINDOW-FOUND
                   SET WIN-AUDITED (WIN-IDX) TO TRUE
               END-IF
           END-IF
           PERFORM 2021-READ-AUDIT-NEW-ROW.

      * Looks up WS-WINDOW-KEY in the window table.
       2030-FIND-WINDOW-ENTRY.
           MOVE "N" TO WS-WINDOW-FOUND-SWITCH
           PERFORM VARYING WS-WINDOW-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-WINDOW-SEARCH-IDX > WS-WINDOW-USED
               SET WIN-IDX TO WS-WINDOW-SEARCH-IDX
               IF WIN-RECORD-ID (WIN-IDX) = WS-WINDOW-KEY
                   SET WS-WINDOW-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A window record gone from the cluster was purged before the
      * failure: it is counted as read and purged, and given its audit
      * row if that never reached AUDITNEW.  One still on the cluster
      * is archived but not yet deleted; it lies after the last key
      * judged, so the pass meets it again and only deletes it.
       2050-SETTLE-ARCHIVE-WINDOW.
           PERFORM VARYING WS-WINDOW-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-WINDOW-SEARCH-IDX > WS-WINDOW-USED
               SET WIN-IDX TO WS-WINDOW-SEARCH-IDX
               MOVE WIN-RECORD-ID (WIN-IDX) TO VS-RECORD-ID
               READ WSAREA1-VSAM
                   INVALID KEY
                       ADD 1 TO WS-VSAM-READ
                       ADD 1 TO WS-VSAM-PURGED
                       ADD 1 TO WS-WINDOW-PURGED
                       IF NOT WIN-AUDITED (WIN-IDX)
                           MOVE WIN-IMAGE (WIN-IDX) TO WS-PURGED-IMAGE
                           PERFORM 2300-WRITE-PURGE-AUDIT
                           ADD 1 TO WS-WINDOW-REPAIRED
                       END-IF
                   NOT INVALID KEY
                       SET WIN-ON-CLUSTER (WIN-IDX) TO TRUE
               END-READ
           END-PERFORM
           DISPLAY "BUGHSKP0027I " WS-WINDOW-USED
               " RECORDS ARCHIVED AFTER THE COMMIT POINT - "
               WS-WINDOW-PURGED " ALREADY PURGED, "
               WS-WINDOW-REPAIRED " AUDIT ROWS SUPPLIED".

      * The settle pass's random reads have moved the browse, so the
      * purge always resumes from a START: behind the last key judged,
      * or at the top of the cluster when none had been.
       2060-POSITION-AFTER-COMMIT.
           IF WS-LAST-JUDGED-KEY = SPACES
               MOVE LOW-VALUES TO VS-RECORD-ID
               START WSAREA1-VSAM KEY IS NOT LESS THAN VS-RECORD-ID
                   INVALID KEY
                       SET WS-VSAM-EOF TO TRUE
               END-START
           ELSE
               MOVE WS-LAST-JUDGED-KEY TO VS-RECORD-ID
               START WSAREA1-VSAM KEY IS GREATER THAN VS-RECORD-ID
                   INVALID KEY
                       SET WS-VSAM-EOF TO TRUE
               END-START
           END-IF.

      * The outputs hold fewer rows than the commit point says were
      * on disk: they are not the datasets the failed run wrote.
       2090-REFUSE-SHORT-DATASET.
           DISPLAY "BUGHSKP0028E " WS-WINDOW-DDNAME " HOLDS "
               WS-WINDOW-ROWS " ROWS BUT THE COMMIT POINT RECORDS "
               WS-WINDOW-FROM " - RESTART REFUSED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2100-READ-VSAM-NEXT.
           READ WSAREA1-VSAM NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
           END-READ.

      * A record the failed run archived but never deleted already
      * has its history copy, so it is not archived a second time.
       2200-JUDGE-VSAM-RECORD.
           ADD 1 TO WS-VSAM-READ
           MOVE VS-RECORD-ID TO WS-LAST-JUDGED-KEY
           IF VS-STATUS-INACTIVE
                   AND VS-EFFECTIVE-DATE IS NUMERIC
                   AND VS-EFFECTIVE-DATE < WS-CUTOFF-DATE-X
               MOVE VS-WSAREA1-RECORD TO WS-PURGED-IMAGE
               MOVE "N" TO WS-WINDOW-FOUND-SWITCH
               IF WS-WINDOW-USED > ZERO
                   MOVE VS-RECORD-ID TO WS-WINDOW-KEY
                   PERFORM 2030-FIND-WINDOW-ENTRY
               END-IF
               IF WS-WINDOW-FOUND
                   MOVE "00" TO WS-ARCH-FILE-STATUS
               ELSE
                   WRITE ARCHIVE-RECORD FROM VS-WSAREA1-RECORD
                   IF WS-ARCH-FILE-STATUS = "00"
                       ADD 1 TO WS-ARCH-ROWS
                   END-IF
               END-IF
               IF WS-ARCH-FILE-STATUS = "00"
                   DELETE WSAREA1-VSAM RECORD
                   IF WS-VSAM-FILE-STATUS = "00"
                       ADD 1 TO WS-VSAM-PURGED
                       PERFORM 2300-WRITE-PURGE-AUDIT
                   ELSE
                       ADD 1 TO WS-PURGE-FAILED
                       DISPLAY "BUGHSKP0016E DELETE FAILED FOR "
                           "RECORD " WS-LAST-JUDGED-KEY " - STATUS "
                           WS-VSAM-FILE-STATUS
                           " - RECORD REMAINS ON CLUSTER"
                   END-IF
               ELSE
                   ADD 1 TO WS-PURGE-FAILED
                   DISPLAY "BUGHSKP0009E ARCHIVE WRITE FAILED FOR "
                       "RECORD " VS-RECORD-ID " - STATUS "
                       WS-ARCH-FILE-STATUS " - RECORD NOT PURGED"
               END-IF
           END-IF
           PERFORM 2900-CHECK-COMMIT-POINT
           PERFORM 2100-READ-VSAM-NEXT.

      * Same shape as a BUGDELTA delete row: the purged image is the
      * before-image and the after-image is spaces.
       2300-WRITE-PURGE-AUDIT.
           MOVE SPACES TO WS-PURGE-AUDIT-ROW
           MOVE FUNCTION CURRENT-DATE TO PAU-TIMESTAMP
           MOVE "2200-JUDGE-VSAM-RECORD" TO PAU-PARAGRAPH-NAME
           MOVE "WSAREA1-VSAM" TO PAU-FIELD-NAME
           MOVE WS-PURGED-IMAGE TO PAU-OLD-VALUE
           MOVE SPACES TO PAU-NEW-VALUE
           WRITE AUDIT-RECORD-KEPT FROM WS-PURGE-AUDIT-ROW
           ADD 1 TO WS-AUDNEW-ROWS.

       2900-CHECK-COMMIT-POINT.
           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
               PERFORM 2950-TAKE-COMMIT-POINT
           END-IF.

      * The appended outputs are closed and reopened first, so every
      * row counted in the commit point is on disk before it is.
       2950-TAKE-COMMIT-POINT.
           CLOSE VSAM-ARCHIVE
           OPEN EXTEND VSAM-ARCHIVE
           CLOSE AUDIT-NEW-FILE
           OPEN EXTEND AUDIT-NEW-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00"
                   OR WS-AUDNEW-FILE-STATUS NOT = "00"
               DISPLAY "BUGHSKP0029E REOPEN FAILED AT COMMIT POINT - "
                   "VSAMARCH " WS-ARCH-FILE-STATUS " AUDITNEW "
                   WS-AUDNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-COMMIT-COUNT
           MOVE ZERO TO WS-SINCE-COMMIT
           MOVE "I" TO CMT-PHASE
           PERFORM 2960-WRITE-COMMIT-POINT.

       2960-WRITE-COMMIT-POINT.
           MOVE "BUGHSKP" TO CMT-PROGRAM-NAME
           MOVE WS-RUN-DATE TO CMT-RUN-DATE
           MOVE WS-RUN-NUMBER TO CMT-RUN-NUMBER
           MOVE FUNCTION CURRENT-DATE TO CMT-TIMESTAMP
           IF CMT-PHASE NOT = "E"
               MOVE "I" TO CMT-PHASE
           END-IF
           MOVE WS-LAST-JUDGED-KEY TO CMT-LAST-KEY
           MOVE WS-RETAIN-DAYS TO CMT-INPUT-POSITION (1)
           MOVE ZERO TO CMT-INPUT-POSITION (2)
           MOVE ZERO TO CMT-INPUT-POSITION (3)
           MOVE WS-ARCH-ROWS TO CMT-OUTPUT-POSITION (1)
           MOVE WS-AUDNEW-ROWS TO CMT-OUTPUT-POSITION (2)
           MOVE ZERO TO CMT-OUTPUT-POSITION (3)
           MOVE SPACES TO CMT-FLAG
           MOVE SPACES TO CMT-COUNT-AREA
           MOVE WS-VSAM-READ TO CMT-VSAM-READ
           MOVE WS-VSAM-PURGED TO CMT-VSAM-PURGED
           MOVE WS-AUDIT-READ TO CMT-AUDIT-READ
           MOVE WS-AUDIT-ARCHIVED TO CMT-AUDIT-ARCHIVED
           MOVE WS-AUDIT-KEPT TO CMT-AUDIT-KEPT
           MOVE WS-CKPT-READ TO CMT-CKPT-READ
           MOVE WS-CKPT-PRUNED TO CMT-CKPT-PRUNED
           MOVE WS-PURGE-FAILED TO CMT-PURGE-FAILED
           MOVE WS-COMMIT-COUNT TO CMT-HSKP-COMMIT-COUNT
           MOVE SPACES TO CMT-FILLER
           OPEN EXTEND COMMIT-POINT-FILE
           IF WS-CMTOUT-FILE-STATUS NOT = "00"
               DISPLAY "BUGHSKP0021E OPEN FAILED FOR "
                   "COMMIT-POINT-FILE - STATUS " WS-CMTOUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CMTPOUT-RECORD FROM WS-COMMIT-POINT
           CLOSE COMMIT-POINT-FILE.

       3000-ARCHIVE-AUDIT-PASS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "CHECKPOINT ROWS PRUNED    : " TO SUM-LABEL
           MOVE WS-CKPT-PRUNED TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "VSAM PURGES FAILED        : " TO SUM-LABEL
           MOVE WS-PURGE-FAILED TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "COMMIT POINTS             : " TO SUM-LABEL
           MOVE WS-COMMIT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-RESTART-REQUESTED
               MOVE "RESTART - ALREADY PURGED  : " TO SUM-LABEL
               MOVE WS-WINDOW-PURGED TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE "RESTART - AUDIT SUPPLIED  : " TO SUM-LABEL
               MOVE WS-WINDOW-REPAIRED TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF.

       5100-TERMINATE.
           DISPLAY "BUGHSKP0015I VSAM PURGED " WS-VSAM-PURGED
               WS-AUDIT-ARCHIVED " OF " WS-AUDIT-READ
               "  CHECKPOINTS PRUNED " WS-CKPT-PRUNED
               " OF " WS-CKPT-READ
           CLOSE DISPOSITION-REPORT
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
               DISPLAY "BUGHSKP0030E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGHSKP" TO RC-PROGRAM-NAME
           MOVE "START" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE ZERO TO RC-RECORD-COUNT
           MOVE ZERO TO RC-EXCEPTION-COUNT
           MOVE ZERO TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE
           DISPLAY "BUGHSKP0031I REGISTERED START OF RUN "
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
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGHSKP0030E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGHSKP" TO RC-PROGRAM-NAME
           MOVE "END" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE WS-VSAM-READ TO RC-RECORD-COUNT
           MOVE WS-PURGE-FAILED TO RC-EXCEPTION-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE.
