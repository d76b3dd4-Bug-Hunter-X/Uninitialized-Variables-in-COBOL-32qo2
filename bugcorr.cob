      *             exceptions report.  The per-repair operator
      *             prompt is gone; the startup ID is logged with
      *             every correction.
      * 2026-09-29  Maker-checker dual control for feed repairs: a
      *             MODE=FEED repair whose repaired WA1-AMOUNT is over
      *             the APPROVAL-LIMIT card (whole units, either sign;
      *             default 50000, zero turns the amount test off), or
      *             whose record is inactive before or after the
      *             repair, is parked on the pending-approval queue
      *             (DD APPRQ, layout APPRQREC) instead of written to
      *             REPAROUT.  BUGAPPR releases or rejects it under a
      *             second operator.  Each park is logged to SECLOG as
      *             PARKED.  MODE=DELTA repairs are not parked here:
      *             they come back through BUGDELTA, which applies the
      *             same control to the transaction itself.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FILE-STATUS.

           SELECT OPTIONAL APPROVAL-QUEUE ASSIGN TO APPRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE-IN
       01  SEC-LOG-RECORD.
           COPY SECLOGRC.

       FD  APPROVAL-QUEUE
           RECORDING MODE IS F.
       01  APPRQ-RECORD.
           COPY APPRQREC.

       FD  CORRECTION-LOG
           RECORDING MODE IS F.
       01  CORR-LOG-RECORD.
           05  WS-AUTH-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-SEC-FILE-STATUS       PIC X(02) VALUE "00".
               88  WS-SEC-FILE-OK       VALUE "00" "05".
           05  WS-APPRQ-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-APPRQ-FILE-OK     VALUE "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-AUTH-EOF          VALUE "Y".
           05  WS-AUTHORIZED-SWITCH     PIC X(01) VALUE "N".
               88  WS-OPERATOR-AUTHORIZED VALUE "Y".
           05  WS-PARK-SWITCH           PIC X(01) VALUE "N".
               88  WS-PARK-FOR-APPROVAL VALUE "Y".

       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-TRAN-ACTION               PIC X(01) VALUE SPACES.
       01  WS-DISPLAY-REASON            PIC X(48) VALUE SPACES.
       01  WS-SEC-DISPOSITION           PIC X(08) VALUE SPACES.
       01  WS-SEC-FUNCTION              PIC X(16) VALUE SPACES.
       01  WS-SEC-RECORD-ID             PIC X(10) VALUE SPACES.

      * Maker-checker threshold, from the APPROVAL-LIMIT card in whole
      * currency units; zero turns the amount test off.
       01  WS-APPROVAL-LIMIT            PIC 9(07)V99 VALUE 50000.
       01  WS-PARK-REASON               PIC X(24) VALUE SPACES.
       01  WS-ORIGINAL-STATUS           PIC X(01) VALUE SPACES.
       01  WS-ORIGINAL-AREA-1           PIC X(100) VALUE SPACES.

       01  WS-OPERATOR-RESPONSE         PIC X(01) VALUE "N".
           88  WS-REPAIR-REQUESTED      VALUE "Y" "y".
           05  WS-RECORDS-READ          PIC 9(07) VALUE ZERO.
           05  WS-REPAIRED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-CARRIED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-PARKED-COUNT          PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           ELSE
               DISPLAY "BUGCORR0009I MODE=FEED - REPAIRING "
                   "BUGEXCP FEED SUSPENSE"
           END-IF
           DISPLAY "BUGCORR0015I APPROVAL-LIMIT=" WS-APPROVAL-LIMIT.

       0110-READ-PARAM-CARD.
           READ PARAM-CARD-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
               WHEN "APPROVAL-LIMIT"
                   IF WS-CARD-VALUE (1:7) IS NOT NUMERIC
                       DISPLAY "BUGCORR0016E APPROVAL-LIMIT MUST BE "
                           "7 NUMERIC DIGITS - FOUND "
                           WS-CARD-VALUE (1:7)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:7) TO WS-APPROVAL-LIMIT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER

       0230-LOG-DECISION-ALLOWED.
           MOVE "ALLOWED" TO WS-SEC-DISPOSITION
           MOVE "REPAIR" TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-RECORD-ID
           PERFORM 0250-WRITE-SECURITY-LOG.

       0240-LOG-DECISION-REFUSED.
           MOVE "REFUSED" TO WS-SEC-DISPOSITION
           MOVE "REPAIR" TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-SEC-RECORD-ID
           PERFORM 0250-WRITE-SECURITY-LOG.

       0250-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP
           MOVE "BUGCORR" TO SEC-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION
           MOVE WS-SEC-DISPOSITION TO SEC-DISPOSITION
           MOVE WS-SEC-RECORD-ID TO SEC-RECORD-ID
           WRITE SEC-LOG-RECORD
           CLOSE SECURITY-LOG.

               STOP RUN
           END-IF

           OPEN EXTEND APPROVAL-QUEUE
           IF NOT WS-APPRQ-FILE-OK
               DISPLAY "BUGCORR0017E OPEN FAILED FOR APPROVAL-QUEUE - "
                   "STATUS " WS-APPRQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2100-READ-SUSPENSE-FILE.

       2000-PROCESS-SUSPENSE.
               MOVE SUSP-ORIGINAL-RECORD TO WS-WORK-AREA-1
               MOVE SUSP-REASON TO WS-DISPLAY-REASON
           END-IF
           MOVE WS-WORK-AREA-1 TO WS-ORIGINAL-AREA-1
           MOVE WRK-STATUS-FLAG TO WS-ORIGINAL-STATUS
           PERFORM 2200-DISPLAY-SUSPENSE-RECORD
           PERFORM 2300-PROMPT-FOR-REPAIR
           IF WS-REPAIR-REQUESTED
           ACCEPT WS-REASON-CODE

           PERFORM 2500-MOVE-FIELD-VALUE
           IF WS-FIELD-OK AND WS-FEED-MODE
               PERFORM 2410-CHECK-DUAL-CONTROL
           END-IF
           IF WS-FIELD-OK AND WS-PARK-FOR-APPROVAL
               PERFORM 2420-PARK-FOR-APPROVAL
           ELSE
               PERFORM 2430-RELEASE-REPAIR
           END-IF.

      * Four eyes on a large or inactive repair: over the approval
      * limit either way round, or an inactive record before or after
      * the repair.  An amount the repair left non-numeric cannot be
      * weighed here; BUGEXCP suspenses it again on the way back in.
       2410-CHECK-DUAL-CONTROL.
           MOVE "N" TO WS-PARK-SWITCH
           MOVE SPACES TO WS-PARK-REASON
           IF WS-ORIGINAL-STATUS = "I" OR WRK-STATUS-INACTIVE
               SET WS-PARK-FOR-APPROVAL TO TRUE
               MOVE "INACTIVE RECORD" TO WS-PARK-REASON
           END-IF
           IF NOT WS-PARK-FOR-APPROVAL
                   AND WS-APPROVAL-LIMIT NOT = ZERO
                   AND WRK-AMOUNT IS NUMERIC
               IF WRK-AMOUNT > WS-APPROVAL-LIMIT
                       OR WRK-AMOUNT < ZERO - WS-APPROVAL-LIMIT
                   SET WS-PARK-FOR-APPROVAL TO TRUE
                   MOVE "AMOUNT OVER LIMIT" TO WS-PARK-REASON
               END-IF
           END-IF.

      * The repair waits on the queue with the untouched suspense
      * image beside it, so a rejection can put the record back in
      * suspense exactly as it was.  The correction log is written by
      * BUGAPPR when the repair is released.
       2420-PARK-FOR-APPROVAL.
           ADD 1 TO WS-PARKED-COUNT
           MOVE SPACES TO APPRQ-RECORD
           MOVE FUNCTION CURRENT-DATE TO APQ-PARK-TIMESTAMP
           MOVE "BUGCORR" TO APQ-ORIGIN-PROGRAM
           SET APQ-FEED-REPAIR TO TRUE
           MOVE WS-OPERATOR-ID TO APQ-MAKER-ID
           MOVE WS-PARK-REASON TO APQ-PARK-REASON
           MOVE WS-WORK-AREA-1 TO APQ-NEW-IMAGE
           MOVE WS-ORIGINAL-AREA-1 TO APQ-ORIGINAL-IMAGE
           MOVE WS-DISPLAY-REASON TO APQ-ORIGINAL-REASON
           MOVE WS-FIELD-NAME TO APQ-FIELD-NAME
           MOVE WS-OLD-VALUE TO APQ-OLD-VALUE
           MOVE WS-NEW-VALUE TO APQ-NEW-VALUE
           MOVE WS-REASON-CODE TO APQ-REASON-CODE
           WRITE APPRQ-RECORD
           IF WS-APPRQ-FILE-STATUS NOT = "00"
               DISPLAY "BUGCORR0018E APPROVAL QUEUE WRITE FAILED - "
                   "STATUS " WS-APPRQ-FILE-STATUS " - JOB ABENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "PARKED" TO WS-SEC-DISPOSITION
           MOVE "PARK-REPAIR" TO WS-SEC-FUNCTION
           MOVE WRK-RECORD-ID TO WS-SEC-RECORD-ID
           PERFORM 0250-WRITE-SECURITY-LOG
           DISPLAY "BUGCORR0019I REPAIR OF " WRK-RECORD-ID
               " PARKED FOR APPROVAL - " WS-PARK-REASON.

       2430-RELEASE-REPAIR.
           IF WS-FIELD-OK
               ADD 1 TO WS-REPAIRED-COUNT
               IF WS-DELTA-MODE
               WS-RECORDS-READ
           DISPLAY "BUGCORR0007I REPAIRED: " WS-REPAIRED-COUNT
               "  CARRIED FORWARD: " WS-CARRIED-COUNT
               "  PARKED FOR APPROVAL: " WS-PARKED-COUNT
           CLOSE SUSPENSE-FILE-IN
           CLOSE REPAIRED-FILE
           CLOSE SUSPENSE-FILE-OUT
           CLOSE CORRECTION-LOG
           CLOSE APPROVAL-QUEUE.
