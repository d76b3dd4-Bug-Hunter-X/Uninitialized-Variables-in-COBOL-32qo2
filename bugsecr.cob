      * BUGSECR - DAILY SECURITY EXCEPTIONS REPORT
      *
      * Reads the security log (DD SECLOG, layout SECLOGRC) appended
      * by BUGCORR, BUGMAINT, BUGDELTA and BUGAPPR and lists, for a
      * business date (RUN-DATE=CCYYMMDD on SYSIN, default today),
      * every REFUSED authorization decision: timestamp, program,
      * operator ID and the function the operator was not entitled
      * to.  A day with refusals ends with RETURN-CODE 4 so the
      * scheduler can route the report to the security desk instead
      * of the general print pool.  ALLOWED rows are counted but not
      * listed -- the report is the exceptions, not the traffic.
      *
      * Maker-checker dual control adds two further exception
      * sections, each from its own pass of the log: every attempt by
      * a checker to decide a change of their own (SELF-APPROVAL), and
      * every queued change BUGAPPR aged off undecided (STALE).  If
      * the pending-approval queue (DD APPRQ, optional) is supplied,
      * items still on it and already older than AGE-LIMIT days
      * (SYSIN, default 5) are listed too -- they will age off at the
      * next BUGAPPR session.  PARKED, APPROVED and REJECTED rows are
      * counted in the summary.  Any of these exceptions also ends
      * with RETURN-CODE 4.
      *
      * CHANGE LOG
      * 2026-09-02  Initial version.
      * 2026-09-29  Self-approval attempts, stale approval queue items
      *             and maker-checker decision counts.
      * 2026-10-15  The no-refusals line now closes the refusals list
      *             and reads NO REFUSED AUTHORITY CHECKS; it was
      *             printed after the maker-checker sections and
      *             claimed no exceptions even when they had entries.
      * 2026-10-15  The security log's reopen for each maker-checker
      *             section is now status-checked (RC 16).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-QUEUE ASSIGN TO APPRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-FILE-STATUS.

           SELECT SECURITY-REPORT ASSIGN TO SECRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       01  SEC-LOG-RECORD.
           COPY SECLOGRC.

       FD  APPROVAL-QUEUE
           RECORDING MODE IS F.
       01  APPRQ-RECORD.
           COPY APPRQREC.

       FD  SECURITY-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(132).
       01  WS-FILE-STATUS-GROUP.
           05  WS-SEC-FILE-STATUS       PIC X(02) VALUE "00".
               88  WS-SEC-FILE-OK       VALUE "00" "05".
           05  WS-APPRQ-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-APPRQ-FILE-OK     VALUE "00" "05".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-SEC-OPEN-SWITCH       PIC X(01) VALUE "N".
               88  WS-SEC-FILE-OPEN     VALUE "Y".
           05  WS-APPRQ-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-APPRQ-EOF         VALUE "Y".

       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(08).
       01  WS-RUN-DATE-INT              PIC 9(08) VALUE ZERO.
       01  WS-PARK-DATE-INT             PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
       01  WS-AGE-LIMIT                 PIC 9(03) VALUE 5.

       01  WS-COUNTERS.
           05  WS-ROWS-READ             PIC 9(07) VALUE ZERO.
           05  WS-ALLOWED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-REFUSED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-SELF-APPROVAL-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-STALE-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-PARKED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-APPROVED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-QUEUE-READ-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-QUEUE-AGED-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-HEADING-1                 PIC X(132) VALUE
           "BUGSECR - DAILY SECURITY EXCEPTIONS REPORT".
               VALUE "BUSINESS DATE : ".
           05  DTE-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(108) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                   PIC X(38) VALUE
               "TIMESTAMP                   PROGRAM   ".
           05  FILLER                   PIC X(94) VALUE
               "OPERATOR  FUNCTION          RECORD ID   DISPOSITION".
       01  WS-DETAIL-LINE.
           05  DTL-TIMESTAMP            PIC X(26).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-OPERATOR-ID          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-FUNCTION             PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-RECORD-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-DISPOSITION          PIC X(08).
           05  FILLER                   PIC X(46) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(24).
           05  SUM-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(101) VALUE SPACES.
       01  WS-NONE-LINE                 PIC X(132) VALUE
           "NO REFUSED AUTHORITY CHECKS FOR THIS DATE".
       01  WS-SELF-HEADING              PIC X(132) VALUE
           "SELF-APPROVAL ATTEMPTS".
       01  WS-STALE-HEADING             PIC X(132) VALUE
           "STALE APPROVAL QUEUE ITEMS AGED OFF".
       01  WS-QUEUE-HEADING-1.
           05  FILLER                   PIC X(40) VALUE
               "PENDING APPROVAL QUEUE ITEMS OLDER THAN ".
           05  QHD-AGE-LIMIT            PIC ZZ9.
           05  FILLER                   PIC X(89) VALUE " DAYS".
       01  WS-QUEUE-HEADING-2.
           05  FILLER                   PIC X(40) VALUE
               "PARKED    PROGRAM   MAKER     RECORD ID ".
           05  FILLER                   PIC X(92) VALUE
               "     AGE  PARK REASON".
       01  WS-QUEUE-DETAIL-LINE.
           05  QDL-PARK-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QDL-PROGRAM              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QDL-MAKER-ID             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QDL-RECORD-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QDL-AGE-DAYS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QDL-PARK-REASON          PIC X(24).
           05  FILLER                   PIC X(58) VALUE SPACES.
       01  WS-NONE-FOUND-LINE           PIC X(132) VALUE
           "NONE".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOG-ROW UNTIL WS-EOF
           PERFORM 2250-CLOSE-REFUSED-SECTION
           PERFORM 2300-LIST-SELF-APPROVALS
           PERFORM 2400-LIST-STALE-ITEMS
           PERFORM 2500-LIST-AGED-QUEUE-ITEMS
           PERFORM 3000-TERMINATE
           STOP RUN.

               CLOSE PARAM-CARD-FILE
           END-IF
           DISPLAY "BUGSECR0001I PARAMETERS IN EFFECT - RUN-DATE="
               WS-RUN-DATE " AGE-LIMIT=" WS-AGE-LIMIT.

       0110-READ-PARAM-CARD.
           READ PARAM-CARD-FILE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN "AGE-LIMIT"
                   IF WS-CARD-VALUE (1:3) IS NOT NUMERIC
                       DISPLAY "BUGSECR0007E AGE-LIMIT MUST BE "
                           "3 NUMERIC DIGITS - FOUND "
                           WS-CARD-VALUE (1:3)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:3) TO WS-AGE-LIMIT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
               SET WS-EOF TO TRUE
           END-IF.

      * Self-approval attempts are REFUSED rows too, but they get a
      * section of their own below rather than a line here.
       2000-PROCESS-LOG-ROW.
           IF SEC-TIMESTAMP (1:8) = WS-RUN-DATE
               ADD 1 TO WS-ROWS-READ
               EVALUATE TRUE
                   WHEN SEC-DISPOSITION = "REFUSED"
                           AND SEC-FUNCTION = "SELF-APPROVAL"
                       ADD 1 TO WS-SELF-APPROVAL-COUNT
                   WHEN SEC-DISPOSITION = "REFUSED"
                       ADD 1 TO WS-REFUSED-COUNT
                       PERFORM 2200-WRITE-EXCEPTION-LINE
                   WHEN SEC-DISPOSITION = "STALE"
                       ADD 1 TO WS-STALE-COUNT
                   WHEN SEC-DISPOSITION = "PARKED"
                       ADD 1 TO WS-PARKED-COUNT
                   WHEN SEC-DISPOSITION = "APPROVED"
                       ADD 1 TO WS-APPROVED-COUNT
                   WHEN SEC-DISPOSITION = "REJECTED"
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-ALLOWED-COUNT
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-SECURITY-LOG.

           MOVE SEC-PROGRAM-NAME TO DTL-PROGRAM
           MOVE SEC-OPERATOR-ID TO DTL-OPERATOR-ID
           MOVE SEC-FUNCTION TO DTL-FUNCTION
           MOVE SEC-RECORD-ID TO DTL-RECORD-ID
           MOVE SEC-DISPOSITION TO DTL-DISPOSITION
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

      * A quiet day says so under the refusals heading itself, before
      * the maker-checker sections follow.
       2250-CLOSE-REFUSED-SECTION.
           IF WS-REFUSED-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

      * Each maker-checker section is a fresh pass of the log, so the
      * rows come out in the order they were logged.
       2300-LIST-SELF-APPROVALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SELF-HEADING
           WRITE RPT-LINE FROM WS-HEADING-2
           IF WS-SELF-APPROVAL-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-FOUND-LINE
           ELSE
               PERFORM 2600-REOPEN-SECURITY-LOG
               PERFORM 2310-CHECK-SELF-APPROVAL UNTIL WS-EOF
           END-IF.

       2310-CHECK-SELF-APPROVAL.
           IF SEC-TIMESTAMP (1:8) = WS-RUN-DATE
                   AND SEC-DISPOSITION = "REFUSED"
                   AND SEC-FUNCTION = "SELF-APPROVAL"
               PERFORM 2200-WRITE-EXCEPTION-LINE
           END-IF
           PERFORM 2100-READ-SECURITY-LOG.

       2400-LIST-STALE-ITEMS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-STALE-HEADING
           WRITE RPT-LINE FROM WS-HEADING-2
           IF WS-STALE-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-FOUND-LINE
           ELSE
               PERFORM 2600-REOPEN-SECURITY-LOG
               PERFORM 2410-CHECK-STALE-ITEM UNTIL WS-EOF
           END-IF.

       2410-CHECK-STALE-ITEM.
           IF SEC-TIMESTAMP (1:8) = WS-RUN-DATE
                   AND SEC-DISPOSITION = "STALE"
               PERFORM 2200-WRITE-EXCEPTION-LINE
           END-IF
           PERFORM 2100-READ-SECURITY-LOG.

      * Items still sitting on the queue past the age limit have not
      * been aged off yet because no checker session has run since.
      * No queue supplied, no section.
       2500-LIST-AGED-QUEUE-ITEMS.
           OPEN INPUT APPROVAL-QUEUE
           IF WS-APPRQ-FILE-OK
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-AGE-LIMIT TO QHD-AGE-LIMIT
               WRITE RPT-LINE FROM WS-QUEUE-HEADING-1
               WRITE RPT-LINE FROM WS-QUEUE-HEADING-2
               PERFORM 2510-READ-APPROVAL-QUEUE
               PERFORM 2520-CHECK-QUEUE-ITEM UNTIL WS-APPRQ-EOF
               IF WS-QUEUE-AGED-COUNT = ZERO
                   WRITE RPT-LINE FROM WS-NONE-FOUND-LINE
               END-IF
               CLOSE APPROVAL-QUEUE
           END-IF.

       2510-READ-APPROVAL-QUEUE.
           READ APPROVAL-QUEUE
               AT END
                   SET WS-APPRQ-EOF TO TRUE
           END-READ.

       2520-CHECK-QUEUE-ITEM.
           ADD 1 TO WS-QUEUE-READ-COUNT
           IF APQ-PARK-CCYYMMDD IS NUMERIC
               COMPUTE WS-PARK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(APQ-PARK-CCYYMMDD)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-PARK-DATE-INT
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-QUEUE-AGED-COUNT
               MOVE SPACES TO WS-QUEUE-DETAIL-LINE
               MOVE APQ-PARK-TIMESTAMP (1:8) TO QDL-PARK-DATE
               MOVE APQ-ORIGIN-PROGRAM TO QDL-PROGRAM
               MOVE APQ-MAKER-ID TO QDL-MAKER-ID
               IF NOT APQ-COUNTER-OVERRIDE
                   MOVE APQ-NEW-IMAGE (1:10) TO QDL-RECORD-ID
               END-IF
               MOVE WS-AGE-DAYS TO QDL-AGE-DAYS
               MOVE APQ-PARK-REASON TO QDL-PARK-REASON
               WRITE RPT-LINE FROM WS-QUEUE-DETAIL-LINE
           END-IF
           PERFORM 2510-READ-APPROVAL-QUEUE.

       2600-REOPEN-SECURITY-LOG.
           CLOSE SECURITY-LOG
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SECURITY-LOG
           IF NOT WS-SEC-FILE-OK
               DISPLAY "BUGSECR0009E REOPEN FAILED FOR SECURITY-LOG - "
                   "STATUS " WS-SEC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-SECURITY-LOG.

       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "DECISIONS ON DATE     : " TO SUM-LABEL
           MOVE WS-ROWS-READ TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "  REFUSED             : " TO SUM-LABEL
           MOVE WS-REFUSED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "  SELF-APPROVAL       : " TO SUM-LABEL
           MOVE WS-SELF-APPROVAL-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "  PARKED              : " TO SUM-LABEL
           MOVE WS-PARKED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "  APPROVED            : " TO SUM-LABEL
           MOVE WS-APPROVED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "  REJECTED            : " TO SUM-LABEL
           MOVE WS-REJECTED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "  STALE (AGED OFF)    : " TO SUM-LABEL
           MOVE WS-STALE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "QUEUE ITEMS PAST LIMIT: " TO SUM-LABEL
           MOVE WS-QUEUE-AGED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE

           IF WS-SEC-FILE-OPEN
               CLOSE SECURITY-LOG
           CLOSE SECURITY-REPORT

           IF WS-REFUSED-COUNT > ZERO
                   OR WS-SELF-APPROVAL-COUNT > ZERO
                   OR WS-STALE-COUNT > ZERO
                   OR WS-QUEUE-AGED-COUNT > ZERO
               DISPLAY "BUGSECR0005W SECURITY EXCEPTIONS FOR "
                   WS-RUN-DATE ": " WS-REFUSED-COUNT
               DISPLAY "BUGSECR0008W SELF-APPROVAL ATTEMPTS: "
                   WS-SELF-APPROVAL-COUNT "  STALE QUEUE ITEMS: "
                   WS-STALE-COUNT "  PAST AGE LIMIT: "
                   WS-QUEUE-AGED-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "BUGSECR0006I NO SECURITY EXCEPTIONS FOR "
