      *             or refused -- is appended to the security log
      *             (DD SECLOG) for BUGSECR's daily exceptions
      *             report, and a refused override changes nothing.
      * 2026-09-29  Maker-checker dual control: an authorized override
      *             that moves the checkpointed count by more than the
      *             OVERRIDE-LIMIT card on SYSIN (records, default zero,
      *             so every override) is parked on the pending-approval
      *             queue (DD APPRQ, layout APPRQREC) instead of
      *             applied, and logged to SECLOG as PARKED.  BUGAPPR
      *             rewrites the checkpoint and writes the MAINTLOG
      *             entry when a second operator approves it.
      * 2026-10-15  A failed write to the approval queue now abends
      *             the job (RC 16) instead of logging a park that
      *             never reached the queue.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-QUEUE ASSIGN TO APPRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-FILE-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE
       01  SEC-LOG-RECORD.
           COPY SECLOGRC.

       FD  APPROVAL-QUEUE
           RECORDING MODE IS F.
       01  APPRQ-RECORD.
           COPY APPRQREC.

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-IN-FILE-STATUS         PIC X(02) VALUE "00".
           05  WS-AUTH-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-SEC-FILE-STATUS        PIC X(02) VALUE "00".
               88  WS-SEC-FILE-OK        VALUE "00" "05".
           05  WS-APPRQ-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-APPRQ-FILE-OK      VALUE "00" "05".
           05  WS-PARAM-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-AUTH-EOF           VALUE "Y".
           05  WS-AUTHORIZED-SWITCH      PIC X(01) VALUE "N".
               88  WS-OPERATOR-AUTHORIZED VALUE "Y".
           05  WS-PARAM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-PARAM-EOF          VALUE "Y".
           05  WS-PARK-SWITCH            PIC X(01) VALUE "N".
               88  WS-PARK-FOR-APPROVAL  VALUE "Y".

       01  WS-SEC-DISPOSITION            PIC X(08) VALUE SPACES.
       01  WS-SEC-FUNCTION               PIC X(16) VALUE SPACES.
       01  WS-CARD-KEYWORD               PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                 PIC X(60) VALUE SPACES.

      * Maker-checker threshold: an override moving the count by more
      * than this many records waits for a second operator.
       01  WS-OVERRIDE-LIMIT             PIC 9(05) VALUE ZERO.
       01  WS-OVERRIDE-MOVE              PIC 9(05) VALUE ZERO.
       01  WS-LAST-RECORD-ID             PIC X(10) VALUE SPACES.

       01  WS-CHECKPOINT-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-ACTUAL-COUNT               PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 1000-LOAD-CHECKPOINT-COUNT
           PERFORM 1100-COUNT-ACTUAL-RECORDS
           PERFORM 2000-DISPLAY-MAINTENANCE-SCREEN
           IF WS-OVERRIDE-REQUESTED
               PERFORM 2200-APPLY-OVERRIDE
               IF WS-OPERATOR-AUTHORIZED
                       AND NOT WS-PARK-FOR-APPROVAL
                   PERFORM 2300-REWRITE-CHECKPOINT
               END-IF
           END-IF
           STOP RUN.

      * Run options arrive one KEYWORD=VALUE card per SYSIN line; a
      * missing or empty SYSIN leaves every override dual-controlled.
       0100-LOAD-PARAM-CARDS.
           OPEN INPUT PARAM-CARD-FILE
           IF WS-PARAM-FILE-OK
               PERFORM 0110-READ-PARAM-CARD
               PERFORM 0120-PARSE-PARAM-CARD UNTIL WS-PARAM-EOF
               CLOSE PARAM-CARD-FILE
           END-IF
           DISPLAY "BUGMAINT0006I PARAMETERS IN EFFECT - "
               "OVERRIDE-LIMIT=" WS-OVERRIDE-LIMIT.

       0110-READ-PARAM-CARD.
           READ PARAM-CARD-FILE
               AT END
                   SET WS-PARAM-EOF TO TRUE
           END-READ.

       0120-PARSE-PARAM-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
           UNSTRING PARAM-CARD DELIMITED BY "="
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           END-UNSTRING
           EVALUATE WS-CARD-KEYWORD
               WHEN "OVERRIDE-LIMIT"
                   IF WS-CARD-VALUE (1:5) IS NOT NUMERIC
                       DISPLAY "BUGMAINT0007E OVERRIDE-LIMIT MUST BE "
                           "5 NUMERIC DIGITS - FOUND "
                           WS-CARD-VALUE (1:5)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:5) TO WS-OVERRIDE-LIMIT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGMAINT0008E UNRECOGNIZED PARAMETER CARD "
                       "- " PARAM-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

      * Presence of the checkpoint file is what tells us a prior
      * BUGSOLN run actually reached a checkpoint; a missing or empty
      * file just means the count is zero.
                       NOT AT END
                           MOVE CKPT-RECORD-COUNT OF CHKPT-RECORD-IN
                               TO WS-CHECKPOINT-COUNT
                           MOVE CKPT-LAST-RECORD-ID OF CHKPT-RECORD-IN
                               TO WS-LAST-RECORD-ID
                   END-READ
               END-PERFORM
               CLOSE RESTART-FILE
                   "OVERRIDE REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 2500-CHECK-DUAL-CONTROL
           END-IF
           IF WS-OPERATOR-AUTHORIZED AND WS-PARK-FOR-APPROVAL
               PERFORM 2510-PARK-FOR-APPROVAL
           END-IF
           IF WS-OPERATOR-AUTHORIZED AND NOT WS-PARK-FOR-APPROVAL
               OPEN EXTEND MAINT-LOG
               IF WS-LOG-FILE-STATUS NOT = "00"
                   DISPLAY "BUGMAINT0002E OPEN FAILED FOR MAINT-LOG "
           ELSE
               MOVE "REFUSED" TO WS-SEC-DISPOSITION
           END-IF
           MOVE "CTR-OVERRIDE" TO WS-SEC-FUNCTION
           PERFORM 2430-WRITE-SECURITY-LOG.

       2410-READ-AUTH-FILE.
           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP
           MOVE "BUGMAINT" TO SEC-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION
           MOVE WS-SEC-DISPOSITION TO SEC-DISPOSITION
           WRITE SEC-LOG-RECORD
           CLOSE SECURITY-LOG.

      * Four eyes on a large override: the count moving by more than
      * OVERRIDE-LIMIT records, in either direction.
       2500-CHECK-DUAL-CONTROL.
           MOVE "N" TO WS-PARK-SWITCH
           IF WS-NEW-COUNT > WS-CHECKPOINT-COUNT
               COMPUTE WS-OVERRIDE-MOVE =
                   WS-NEW-COUNT - WS-CHECKPOINT-COUNT
           ELSE
               COMPUTE WS-OVERRIDE-MOVE =
                   WS-CHECKPOINT-COUNT - WS-NEW-COUNT
           END-IF
           IF WS-OVERRIDE-MOVE > WS-OVERRIDE-LIMIT
               SET WS-PARK-FOR-APPROVAL TO TRUE
           END-IF.

      * The override waits on the queue with the checkpoint it was
      * made against, so BUGAPPR can refuse to apply it if BUGSOLN has
      * checkpointed again in the meantime.
       2510-PARK-FOR-APPROVAL.
           OPEN EXTEND APPROVAL-QUEUE
           IF NOT WS-APPRQ-FILE-OK
               DISPLAY "BUGMAINT0009E OPEN FAILED FOR APPROVAL-QUEUE - "
                   "STATUS " WS-APPRQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO APPRQ-RECORD
           MOVE FUNCTION CURRENT-DATE TO APQ-PARK-TIMESTAMP
           MOVE "BUGMAINT" TO APQ-ORIGIN-PROGRAM
           SET APQ-COUNTER-OVERRIDE TO TRUE
           MOVE WS-OPERATOR-ID TO APQ-MAKER-ID
           MOVE "COUNTER OVERRIDE" TO APQ-PARK-REASON
           MOVE WS-LAST-RECORD-ID TO APQ-CTR-LAST-RECORD-ID
           MOVE WS-CHECKPOINT-COUNT TO APQ-CTR-OLD-COUNT
           MOVE WS-NEW-COUNT TO APQ-CTR-NEW-COUNT
           MOVE WS-REASON-CODE TO APQ-REASON-CODE
           WRITE APPRQ-RECORD
           IF WS-APPRQ-FILE-STATUS NOT = "00"
               DISPLAY "BUGMAINT0011E APPROVAL QUEUE WRITE FAILED - "
                   "STATUS " WS-APPRQ-FILE-STATUS " - JOB ABENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE APPROVAL-QUEUE

           MOVE "PARKED" TO WS-SEC-DISPOSITION
           MOVE "PARK-OVERRIDE" TO WS-SEC-FUNCTION
           PERFORM 2430-WRITE-SECURITY-LOG
           DISPLAY "BUGMAINT0010I COUNTER OVERRIDE PARKED FOR "
               "APPROVAL - NOTHING CHANGED UNTIL A SECOND OPERATOR "
               "APPROVES IT".

      * The MAINTLOG entry above is the audit record of the override;
      * this paragraph is what actually makes the override take
      * effect -- it replaces the restart dataset's last checkpoint
