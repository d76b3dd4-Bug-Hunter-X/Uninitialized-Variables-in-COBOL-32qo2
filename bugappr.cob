       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGAPPR.
       AUTHOR. DATA-PROCESSING.
      ******************************************************************
      * BUGAPPR - PENDING-APPROVAL QUEUE CHECKER TRANSACTION
      *
      * The checker's half of maker-checker dual control.  BUGCORR,
      * BUGDELTA and BUGMAINT park any change over their approval
      * limit, or touching an inactive record, on the pending-approval
      * queue (DD APPRQ, layout APPRQREC) instead of applying it.
      * This transaction walks the queue under a second operator, who
      * must hold approver authority (OPA-APPROVE-AUTH) on the central
      * authorization file, and takes one decision per item:
      *
      *   A  APPROVE  feed repair      -> DD REPAROUT (BUGRECYC feed),
      *                                   correction logged to CORRLOG
      *               delta transaction -> DD APPRTRAN (read by BUGDELTA
      *                                   ahead of TRANIN)
      *               counter override -> DD CHKPTOUT, logged to
      *                                   MAINTLOG, provided the
      *                                   checkpoint (DD CHKPTIN) has
      *                                   not moved since it was parked
      *   R  REJECT   feed repair      -> back to DD EXCPSUSP
      *               delta transaction -> back to DD TRANSUSP
      *               with the checker's reason; a rejected counter
      *               override is simply dropped
      *   S  SKIP     carried forward on the new queue (DD APPRQNEW)
      *
      * A checker may never decide a change they made themselves: the
      * attempt is refused, logged to SECLOG as SELF-APPROVAL and the
      * item carried forward.  An item parked more than AGE-LIMIT days
      * before RUN-DATE (SYSIN, default 5 days) is aged off before it
      * is shown: listed on the exception list (DD APPREXC), returned
      * to its suspense file, and logged to SECLOG as STALE against
      * its maker.  Every decision is logged to SECLOG for BUGSECR.
      *
      * CHANGE LOG
      * 2026-09-29  Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-IN ASSIGN TO APPRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-IN-STATUS.

           SELECT APPROVAL-QUEUE-OUT ASSIGN TO APPRQNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRQ-OUT-STATUS.

           SELECT EXCEPTION-LIST ASSIGN TO APPREXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT OPTIONAL REPAIRED-FILE ASSIGN TO REPAROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIR-STATUS.

           SELECT OPTIONAL CORRECTION-LOG ASSIGN TO CORRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-FILE-STATUS.

           SELECT OPTIONAL FEED-SUSPENSE ASSIGN TO EXCPSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSUSP-FILE-STATUS.

           SELECT OPTIONAL APPROVED-FILE ASSIGN TO APPRTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRV-FILE-STATUS.

           SELECT OPTIONAL TRAN-SUSPENSE ASSIGN TO TRANSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSUSP-FILE-STATUS.

           SELECT OPTIONAL RESTART-FILE ASSIGN TO CHKPTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.

           SELECT CORRECTED-CHECKPOINT ASSIGN TO CHKPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-OUT-STATUS.

           SELECT OPTIONAL MAINT-LOG ASSIGN TO MAINTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLOG-FILE-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT AUTH-FILE ASSIGN TO AUTHFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT SECURITY-LOG ASSIGN TO SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-IN
           RECORDING MODE IS F.
       01  APPRQ-RECORD.
           COPY APPRQREC.

       FD  APPROVAL-QUEUE-OUT
           RECORDING MODE IS F.
       01  APPRQ-NEW-RECORD             PIC X(400).

       FD  EXCEPTION-LIST
           RECORDING MODE IS F.
       01  EXC-LINE                     PIC X(132).

      * Same layout BUGCORR writes to DD REPAROUT in MODE=FEED.
       FD  REPAIRED-FILE
           RECORDING MODE IS F.
       01  REPAIRED-RECORD              PIC X(100).

      * Same layout BUGCORR appends to DD CORRLOG.
       FD  CORRECTION-LOG
           RECORDING MODE IS F.
       01  CORR-LOG-RECORD.
           05  CLOG-TIMESTAMP           PIC X(26).
           05  CLOG-RECORD-ID           PIC X(10).
           05  CLOG-FIELD-NAME          PIC X(20).
           05  CLOG-OLD-VALUE           PIC X(20).
           05  CLOG-NEW-VALUE           PIC X(20).
           05  CLOG-REASON-CODE         PIC X(04).
           05  CLOG-OPERATOR-ID         PIC X(08).

      * Same layout BUGEXCP writes to DD EXCPSUSP.
       FD  FEED-SUSPENSE
           RECORDING MODE IS F.
       01  FEED-SUSPENSE-RECORD.
           05  FSUSP-ORIGINAL-RECORD    PIC X(100).
           05  FSUSP-REASON             PIC X(48).

      * Same layout as BUGDELTA's TRANIN and TRNRECYC.
       FD  APPROVED-FILE
           RECORDING MODE IS F.
       01  APPROVED-RECORD.
           05  APV-ACTION-CODE          PIC X(01).
           05  APV-AREA1                PIC X(100).

      * Same layout BUGDELTA writes to DD TRANSUSP.
       FD  TRAN-SUSPENSE
           RECORDING MODE IS F.
       01  TRAN-SUSPENSE-RECORD.
           05  TSUSP-ACTION-CODE        PIC X(01).
           05  TSUSP-ORIGINAL-RECORD    PIC X(100).
           05  TSUSP-REASON             PIC X(48).

       FD  RESTART-FILE
           RECORDING MODE IS F.
       01  CHKPT-RECORD-IN.
           COPY CHKPTREC.

       FD  CORRECTED-CHECKPOINT
           RECORDING MODE IS F.
       01  CHKPT-RECORD-OUT.
           COPY CHKPTREC.

      * Same layout BUGMAINT appends to DD MAINTLOG.
       FD  MAINT-LOG
           RECORDING MODE IS F.
       01  MAINT-LOG-RECORD.
           05  MLOG-TIMESTAMP            PIC X(26).
           05  MLOG-OLD-COUNT            PIC 9(05).
           05  MLOG-NEW-COUNT            PIC 9(05).
           05  MLOG-REASON-CODE          PIC X(04).
           05  MLOG-OPERATOR-ID          PIC X(08).

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

       FD  AUTH-FILE
           RECORDING MODE IS F.
       01  AUTH-RECORD.
           COPY OPAUTHRC.

       FD  SECURITY-LOG
           RECORDING MODE IS F.
       01  SEC-LOG-RECORD.
           COPY SECLOGRC.

       WORKING-STORAGE SECTION.
      * Working copy of the queued change's WS-AREA-1 image, under the
      * same flat-buffer-plus-REDEFINES pattern BUGSOLN uses for
      * WS-AREA-1.
       01  WS-ITEM-AREA-1               PIC X(100) VALUE SPACES.
       01  ITMAREA1-REC REDEFINES WS-ITEM-AREA-1.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==ITM-==.

       01  WS-FILE-STATUS-GROUP.
           05  WS-APPRQ-IN-STATUS       PIC X(02) VALUE "00".
           05  WS-APPRQ-OUT-STATUS      PIC X(02) VALUE "00".
           05  WS-EXC-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-REPAIR-STATUS         PIC X(02) VALUE "00".
               88  WS-REPAIR-FILE-OK    VALUE "00" "05".
           05  WS-CLOG-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-CLOG-FILE-OK      VALUE "00" "05".
           05  WS-FSUSP-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-FSUSP-FILE-OK     VALUE "00" "05".
           05  WS-APPRV-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-APPRV-FILE-OK     VALUE "00" "05".
           05  WS-TSUSP-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-TSUSP-FILE-OK     VALUE "00" "05".
           05  WS-RESTART-FILE-STATUS   PIC X(02) VALUE "00".
               88  WS-RESTART-FILE-OK   VALUE "00".
           05  WS-CKPT-OUT-STATUS       PIC X(02) VALUE "00".
           05  WS-MLOG-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-MLOG-FILE-OK      VALUE "00" "05".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".
           05  WS-AUTH-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-SEC-FILE-STATUS       PIC X(02) VALUE "00".
               88  WS-SEC-FILE-OK       VALUE "00" "05".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88  WS-EOF               VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-AUTH-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-AUTH-EOF          VALUE "Y".
           05  WS-AUTHORIZED-SWITCH     PIC X(01) VALUE "N".
               88  WS-CHECKER-AUTHORIZED VALUE "Y".
           05  WS-CKPT-MOVED-SWITCH     PIC X(01) VALUE "N".
               88  WS-CHECKPOINT-MOVED  VALUE "Y".

       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(08).
       01  WS-RUN-DATE-INT              PIC 9(08) VALUE ZERO.
       01  WS-PARK-DATE-INT             PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
       01  WS-AGE-LIMIT                 PIC 9(03) VALUE 5.

       01  WS-CHECKER-ID                PIC X(08) VALUE SPACES.
       01  WS-DECISION                  PIC X(01) VALUE SPACES.
           88  WS-DECISION-APPROVE      VALUE "A" "a".
           88  WS-DECISION-REJECT       VALUE "R" "r".
       01  WS-CHECKER-REASON            PIC X(38) VALUE SPACES.
       01  WS-RETURN-REASON             PIC X(48) VALUE SPACES.
       01  WS-ITEM-RECORD-ID            PIC X(10) VALUE SPACES.
       01  WS-SEC-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01  WS-SEC-FUNCTION              PIC X(16) VALUE SPACES.
       01  WS-SEC-DISPOSITION           PIC X(08) VALUE SPACES.
       01  WS-CKPT-LAST-RECORD-ID       PIC X(10) VALUE SPACES.
       01  WS-CKPT-RECORD-COUNT         PIC 9(07) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ITEMS-READ            PIC 9(07) VALUE ZERO.
           05  WS-APPROVED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-CARRIED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-SELF-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-AGED-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-EXC-HEADING-1             PIC X(132) VALUE
           "BUGAPPR - APPROVAL QUEUE AGE-OFF EXCEPTION LIST".
       01  WS-EXC-HEADING-2.
           05  FILLER                   PIC X(40) VALUE
               "PARKED    PROGRAM  T MAKER     RECORD ID".
           05  FILLER                   PIC X(37) VALUE
               "      AGE  PARK REASON               ".
           05  FILLER                   PIC X(55) VALUE
               "DISPOSITION".
       01  WS-EXC-DETAIL-LINE.
           05  EXD-PARK-DATE            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-PROGRAM              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  EXD-ITEM-TYPE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  EXD-MAKER-ID             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-RECORD-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-AGE-DAYS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-PARK-REASON          PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-DISPOSITION          PIC X(24).
           05  FILLER                   PIC X(31) VALUE SPACES.
       01  WS-EXC-SUMMARY-LINE.
           05  EXS-LABEL                PIC X(24).
           05  EXS-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 0200-VERIFY-CHECKER
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-QUEUE-ITEM UNTIL WS-EOF
           PERFORM 3000-TERMINATE
           STOP RUN.

      * Run options arrive one KEYWORD=VALUE card per SYSIN line; a
      * missing or empty SYSIN leaves every option at its default.
       0100-LOAD-PARAM-CARDS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT PARAM-CARD-FILE
           IF WS-PARAM-FILE-OK
               PERFORM 0110-READ-PARAM-CARD
               PERFORM 0120-PARSE-PARAM-CARD UNTIL WS-PARAM-EOF
               CLOSE PARAM-CARD-FILE
           END-IF
           DISPLAY "BUGAPPR0001I PARAMETERS IN EFFECT - AGE-LIMIT="
               WS-AGE-LIMIT " RUN-DATE=" WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

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
               WHEN "AGE-LIMIT"
                   IF WS-CARD-VALUE (1:3) IS NOT NUMERIC
                       DISPLAY "BUGAPPR0002E AGE-LIMIT MUST BE "
                           "3 NUMERIC DIGITS - FOUND "
                           WS-CARD-VALUE (1:3)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:3) TO WS-AGE-LIMIT
               WHEN "RUN-DATE"
                   IF WS-CARD-VALUE (1:8) IS NOT NUMERIC
                       DISPLAY "BUGAPPR0003E RUN-DATE MUST BE "
                           "CCYYMMDD - FOUND " WS-CARD-VALUE (1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGAPPR0004E UNRECOGNIZED PARAMETER CARD "
                       "- " PARAM-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

      * The auditors' gate: the checker is identified once, checked
      * for approver authority against the central authorization
      * file, and the decision is logged either way.  An operator
      * without it is refused before a single queue item is read.
       0200-VERIFY-CHECKER.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-CHECKER-ID

           MOVE "N" TO WS-AUTHORIZED-SWITCH
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "BUGAPPR0005E OPEN FAILED FOR AUTH-FILE - "
                   "STATUS " WS-AUTH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0210-READ-AUTH-FILE
           PERFORM 0220-MATCH-AUTH-RECORD UNTIL WS-AUTH-EOF
           CLOSE AUTH-FILE

           MOVE WS-CHECKER-ID TO WS-SEC-OPERATOR-ID
           MOVE "APPROVE" TO WS-SEC-FUNCTION
           MOVE SPACES TO WS-ITEM-RECORD-ID
           IF WS-CHECKER-AUTHORIZED
               MOVE "ALLOWED" TO WS-SEC-DISPOSITION
               PERFORM 9100-WRITE-SECURITY-LOG
           ELSE
               MOVE "REFUSED" TO WS-SEC-DISPOSITION
               PERFORM 9100-WRITE-SECURITY-LOG
               DISPLAY "BUGAPPR0006E OPERATOR " WS-CHECKER-ID
                   " NOT AUTHORIZED TO APPROVE - RUN REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0210-READ-AUTH-FILE.
           READ AUTH-FILE
               AT END
                   SET WS-AUTH-EOF TO TRUE
           END-READ.

       0220-MATCH-AUTH-RECORD.
           IF OPA-OPERATOR-ID = WS-CHECKER-ID
                   AND OPA-APPROVE-ALLOWED
               SET WS-CHECKER-AUTHORIZED TO TRUE
           END-IF
           PERFORM 0210-READ-AUTH-FILE.

      * The release and return files are appended to, never replaced:
      * they may already hold the day's output from BUGCORR, BUGDELTA
      * or an earlier session of this transaction.
       1000-INITIALIZE.
           OPEN INPUT APPROVAL-QUEUE-IN
           IF WS-APPRQ-IN-STATUS NOT = "00"
               DISPLAY "BUGAPPR0007E OPEN FAILED FOR APPROVAL-QUEUE-IN "
                   "- STATUS " WS-APPRQ-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT APPROVAL-QUEUE-OUT
           IF WS-APPRQ-OUT-STATUS NOT = "00"
               DISPLAY "BUGAPPR0008E OPEN FAILED FOR "
                   "APPROVAL-QUEUE-OUT - STATUS " WS-APPRQ-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXCEPTION-LIST
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "BUGAPPR0009E OPEN FAILED FOR EXCEPTION-LIST - "
                   "STATUS " WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE EXC-LINE FROM WS-EXC-HEADING-1
           WRITE EXC-LINE FROM WS-EXC-HEADING-2

           OPEN EXTEND REPAIRED-FILE
           IF NOT WS-REPAIR-FILE-OK
               DISPLAY "BUGAPPR0010E OPEN FAILED FOR REPAIRED-FILE - "
                   "STATUS " WS-REPAIR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND CORRECTION-LOG
           IF NOT WS-CLOG-FILE-OK
               DISPLAY "BUGAPPR0011E OPEN FAILED FOR CORRECTION-LOG - "
                   "STATUS " WS-CLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND FEED-SUSPENSE
           IF NOT WS-FSUSP-FILE-OK
               DISPLAY "BUGAPPR0012E OPEN FAILED FOR FEED-SUSPENSE - "
                   "STATUS " WS-FSUSP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND APPROVED-FILE
           IF NOT WS-APPRV-FILE-OK
               DISPLAY "BUGAPPR0013E OPEN FAILED FOR APPROVED-FILE - "
                   "STATUS " WS-APPRV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND TRAN-SUSPENSE
           IF NOT WS-TSUSP-FILE-OK
               DISPLAY "BUGAPPR0014E OPEN FAILED FOR TRAN-SUSPENSE - "
                   "STATUS " WS-TSUSP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2010-READ-QUEUE-ITEM.

      * An item past the age limit is aged off before the checker
      * sees it; anything else is shown and decided.
       2000-PROCESS-QUEUE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           IF APQ-COUNTER-OVERRIDE
               MOVE SPACES TO WS-ITEM-AREA-1
               MOVE SPACES TO WS-ITEM-RECORD-ID
           ELSE
               MOVE APQ-NEW-IMAGE TO WS-ITEM-AREA-1
               MOVE ITM-RECORD-ID TO WS-ITEM-RECORD-ID
           END-IF
           PERFORM 2020-COMPUTE-ITEM-AGE
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               PERFORM 2100-AGE-OFF-ITEM
           ELSE
               PERFORM 2200-DISPLAY-QUEUE-ITEM
               PERFORM 2300-PROMPT-FOR-DECISION
               EVALUATE TRUE
                   WHEN (WS-DECISION-APPROVE OR WS-DECISION-REJECT)
                           AND APQ-MAKER-ID = WS-CHECKER-ID
                       PERFORM 2400-REFUSE-SELF-DECISION
                   WHEN WS-DECISION-APPROVE
                       PERFORM 2500-APPROVE-ITEM
                   WHEN WS-DECISION-REJECT
                       PERFORM 2600-REJECT-ITEM
                   WHEN OTHER
                       PERFORM 2700-CARRY-FORWARD
               END-EVALUATE
           END-IF
           PERFORM 2010-READ-QUEUE-ITEM.

       2010-READ-QUEUE-ITEM.
           READ APPROVAL-QUEUE-IN
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * A park date that cannot be read cannot be aged either; such an
      * item is treated as past the limit rather than left to sit.
       2020-COMPUTE-ITEM-AGE.
           IF APQ-PARK-CCYYMMDD IS NUMERIC
               COMPUTE WS-PARK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(APQ-PARK-CCYYMMDD)
           ELSE
               MOVE ZERO TO WS-PARK-DATE-INT
           END-IF
           IF WS-PARK-DATE-INT = ZERO
               MOVE 99999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-PARK-DATE-INT
           END-IF.

      * Nobody decided it in time: the change goes on the exception
      * list and back to the suspense file it came from, so it is
      * reworked rather than lost, and the maker's name goes on the
      * security log against it.
       2100-AGE-OFF-ITEM.
           ADD 1 TO WS-AGED-COUNT
           MOVE SPACES TO WS-EXC-DETAIL-LINE
           MOVE APQ-PARK-TIMESTAMP (1:8) TO EXD-PARK-DATE
           MOVE APQ-ORIGIN-PROGRAM TO EXD-PROGRAM
           MOVE APQ-ITEM-TYPE TO EXD-ITEM-TYPE
           MOVE APQ-MAKER-ID TO EXD-MAKER-ID
           MOVE WS-ITEM-RECORD-ID TO EXD-RECORD-ID
           MOVE WS-AGE-DAYS TO EXD-AGE-DAYS
           MOVE APQ-PARK-REASON TO EXD-PARK-REASON

           MOVE SPACES TO WS-RETURN-REASON
           STRING "NOT APPROVED WITHIN " DELIMITED BY SIZE
               WS-AGE-LIMIT DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-RETURN-REASON
           END-STRING
           EVALUATE TRUE
               WHEN APQ-FEED-REPAIR
                   PERFORM 2610-RETURN-FEED-REPAIR
                   MOVE "RETURNED TO EXCPSUSP" TO EXD-DISPOSITION
               WHEN APQ-DELTA-TRANSACTION
                   PERFORM 2620-RETURN-DELTA-TRANSACTION
                   MOVE "RETURNED TO TRANSUSP" TO EXD-DISPOSITION
               WHEN OTHER
                   MOVE "OVERRIDE DROPPED" TO EXD-DISPOSITION
           END-EVALUATE
           WRITE EXC-LINE FROM WS-EXC-DETAIL-LINE

           MOVE APQ-MAKER-ID TO WS-SEC-OPERATOR-ID
           MOVE "QUEUE-AGE-OFF" TO WS-SEC-FUNCTION
           MOVE "STALE" TO WS-SEC-DISPOSITION
           PERFORM 9100-WRITE-SECURITY-LOG
           DISPLAY "BUGAPPR0015W " APQ-ORIGIN-PROGRAM " CHANGE "
               WS-ITEM-RECORD-ID " BY " APQ-MAKER-ID
               " AGED OFF AFTER " WS-AGE-DAYS " DAYS".

       2200-DISPLAY-QUEUE-ITEM.
           DISPLAY "---------------------------------------------------"
           DISPLAY "BUGAPPR - PENDING-APPROVAL QUEUE"
           DISPLAY "---------------------------------------------------"
           DISPLAY "PARKED BY      : " APQ-ORIGIN-PROGRAM
               " OPERATOR " APQ-MAKER-ID
           DISPLAY "PARKED AT      : " APQ-PARK-TIMESTAMP
           DISPLAY "PARK REASON    : " APQ-PARK-REASON
           EVALUATE TRUE
               WHEN APQ-COUNTER-OVERRIDE
                   DISPLAY "CHECKPOINTED   : " APQ-CTR-OLD-COUNT
                       " AT RECORD " APQ-CTR-LAST-RECORD-ID
                   DISPLAY "OVERRIDE TO    : " APQ-CTR-NEW-COUNT
                   DISPLAY "REASON CODE    : " APQ-REASON-CODE
               WHEN APQ-FEED-REPAIR
                   DISPLAY "FIELD REPAIRED : " APQ-FIELD-NAME
                   DISPLAY "OLD VALUE      : " APQ-OLD-VALUE
                   DISPLAY "NEW VALUE      : " APQ-NEW-VALUE
                   DISPLAY "REASON CODE    : " APQ-REASON-CODE
                   PERFORM 2210-DISPLAY-ITEM-IMAGE
               WHEN OTHER
                   DISPLAY "ACTION CODE    : " APQ-ACTION-CODE
                   PERFORM 2210-DISPLAY-ITEM-IMAGE
           END-EVALUATE.

       2210-DISPLAY-ITEM-IMAGE.
           DISPLAY "RECORD ID      : " ITM-RECORD-ID
           DISPLAY "EFFECTIVE DATE : " ITM-EFFECTIVE-DATE
           DISPLAY "AMOUNT         : " ITM-AMOUNT
           DISPLAY "STATUS FLAG    : " ITM-STATUS-FLAG
           DISPLAY "CATEGORY CODE  : " ITM-CATEGORY-CODE
           DISPLAY "SOURCE SYSTEM  : " ITM-SOURCE-SYSTEM.

       2300-PROMPT-FOR-DECISION.
           DISPLAY "APPROVE, REJECT OR SKIP? (A/R/S): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION.

      * Four eyes means two people: a checker deciding their own
      * change is refused and logged, and the change waits for
      * someone else.
       2400-REFUSE-SELF-DECISION.
           ADD 1 TO WS-SELF-COUNT
           MOVE WS-CHECKER-ID TO WS-SEC-OPERATOR-ID
           MOVE "SELF-APPROVAL" TO WS-SEC-FUNCTION
           MOVE "REFUSED" TO WS-SEC-DISPOSITION
           PERFORM 9100-WRITE-SECURITY-LOG
           DISPLAY "BUGAPPR0016E OPERATOR " WS-CHECKER-ID
               " MADE THIS CHANGE AND MAY NOT DECIDE IT - "
               "CARRIED FORWARD"
           PERFORM 2700-CARRY-FORWARD.

       2500-APPROVE-ITEM.
           MOVE WS-CHECKER-ID TO WS-SEC-OPERATOR-ID
           EVALUATE TRUE
               WHEN APQ-FEED-REPAIR
                   PERFORM 2510-RELEASE-FEED-REPAIR
                   MOVE "CHECK-REPAIR" TO WS-SEC-FUNCTION
                   MOVE "APPROVED" TO WS-SEC-DISPOSITION
               WHEN APQ-DELTA-TRANSACTION
                   PERFORM 2520-RELEASE-DELTA-TRANSACTION
                   MOVE "CHECK-DELTA" TO WS-SEC-FUNCTION
                   MOVE "APPROVED" TO WS-SEC-DISPOSITION
               WHEN OTHER
                   PERFORM 2530-RELEASE-COUNTER-OVERRIDE
                   MOVE "CHECK-OVERRIDE" TO WS-SEC-FUNCTION
                   IF WS-CHECKPOINT-MOVED
                       MOVE "REJECTED" TO WS-SEC-DISPOSITION
                   ELSE
                       MOVE "APPROVED" TO WS-SEC-DISPOSITION
                   END-IF
           END-EVALUATE
           IF WS-SEC-DISPOSITION = "APPROVED"
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 9100-WRITE-SECURITY-LOG.

      * The repaired record goes where BUGCORR would have put it, and
      * the correction log records it under the maker who made it.
       2510-RELEASE-FEED-REPAIR.
           WRITE REPAIRED-RECORD FROM APQ-NEW-IMAGE
           MOVE FUNCTION CURRENT-DATE TO CLOG-TIMESTAMP
           MOVE ITM-RECORD-ID TO CLOG-RECORD-ID
           MOVE APQ-FIELD-NAME TO CLOG-FIELD-NAME
           MOVE APQ-OLD-VALUE TO CLOG-OLD-VALUE
           MOVE APQ-NEW-VALUE TO CLOG-NEW-VALUE
           MOVE APQ-REASON-CODE TO CLOG-REASON-CODE
           MOVE APQ-MAKER-ID TO CLOG-OPERATOR-ID
           WRITE CORR-LOG-RECORD
           DISPLAY "REPAIR RELEASED TO REPAROUT.".

       2520-RELEASE-DELTA-TRANSACTION.
           MOVE APQ-ACTION-CODE TO APV-ACTION-CODE
           MOVE APQ-NEW-IMAGE TO APV-AREA1
           WRITE APPROVED-RECORD
           DISPLAY "TRANSACTION RELEASED TO APPRTRAN.".

      * An override is only good against the checkpoint it was made
      * against.  If BUGSOLN has checkpointed again since, applying it
      * would throw that progress away, so it is rejected instead.
       2530-RELEASE-COUNTER-OVERRIDE.
           MOVE "N" TO WS-CKPT-MOVED-SWITCH
           MOVE SPACES TO WS-CKPT-LAST-RECORD-ID
           MOVE ZERO TO WS-CKPT-RECORD-COUNT
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-FILE-OK
               PERFORM UNTIL NOT WS-RESTART-FILE-OK
                   READ RESTART-FILE
                       AT END
                           MOVE "10" TO WS-RESTART-FILE-STATUS
                       NOT AT END
                           MOVE CKPT-LAST-RECORD-ID OF CHKPT-RECORD-IN
                               TO WS-CKPT-LAST-RECORD-ID
                           MOVE CKPT-RECORD-COUNT OF CHKPT-RECORD-IN
                               TO WS-CKPT-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE RESTART-FILE
           END-IF
           IF WS-CKPT-RECORD-COUNT NOT = APQ-CTR-OLD-COUNT
                   OR WS-CKPT-LAST-RECORD-ID
                       NOT = APQ-CTR-LAST-RECORD-ID
               SET WS-CHECKPOINT-MOVED TO TRUE
               DISPLAY "BUGAPPR0017W CHECKPOINT HAS MOVED SINCE THE "
                   "OVERRIDE WAS PARKED (NOW " WS-CKPT-RECORD-COUNT
                   ") - OVERRIDE REJECTED"
           ELSE
               PERFORM 2540-REWRITE-CHECKPOINT
           END-IF.

       2540-REWRITE-CHECKPOINT.
           OPEN OUTPUT CORRECTED-CHECKPOINT
           IF WS-CKPT-OUT-STATUS NOT = "00"
               DISPLAY "BUGAPPR0018E OPEN FAILED FOR CORRECTED "
                   "CHECKPOINT - STATUS " WS-CKPT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE APQ-CTR-LAST-RECORD-ID
               TO CKPT-LAST-RECORD-ID OF CHKPT-RECORD-OUT
           MOVE APQ-CTR-NEW-COUNT
               TO CKPT-RECORD-COUNT OF CHKPT-RECORD-OUT
           MOVE FUNCTION CURRENT-DATE
               TO CKPT-TIMESTAMP OF CHKPT-RECORD-OUT
           WRITE CHKPT-RECORD-OUT
           CLOSE CORRECTED-CHECKPOINT

           OPEN EXTEND MAINT-LOG
           IF NOT WS-MLOG-FILE-OK
               DISPLAY "BUGAPPR0019E OPEN FAILED FOR MAINT-LOG - "
                   "STATUS " WS-MLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO MLOG-TIMESTAMP
           MOVE APQ-CTR-OLD-COUNT TO MLOG-OLD-COUNT
           MOVE APQ-CTR-NEW-COUNT TO MLOG-NEW-COUNT
           MOVE APQ-REASON-CODE TO MLOG-REASON-CODE
           MOVE APQ-MAKER-ID TO MLOG-OPERATOR-ID
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG
           DISPLAY "CORRECTED COUNT " APQ-CTR-NEW-COUNT
               " WRITTEN TO RESTART CHECKPOINT.".

      * A rejected change goes back to the suspense file it would have
      * been repaired from, carrying the checker's reason in place of
      * the original one.
       2600-REJECT-ITEM.
           DISPLAY "ENTER REJECTION REASON: " WITH NO ADVANCING
           ACCEPT WS-CHECKER-REASON
           MOVE SPACES TO WS-RETURN-REASON
           STRING "REJECTED: " DELIMITED BY SIZE
               WS-CHECKER-REASON DELIMITED BY SIZE
               INTO WS-RETURN-REASON
           END-STRING
           MOVE WS-CHECKER-ID TO WS-SEC-OPERATOR-ID
           MOVE "REJECTED" TO WS-SEC-DISPOSITION
           EVALUATE TRUE
               WHEN APQ-FEED-REPAIR
                   PERFORM 2610-RETURN-FEED-REPAIR
                   MOVE "CHECK-REPAIR" TO WS-SEC-FUNCTION
               WHEN APQ-DELTA-TRANSACTION
                   PERFORM 2620-RETURN-DELTA-TRANSACTION
                   MOVE "CHECK-DELTA" TO WS-SEC-FUNCTION
               WHEN OTHER
                   MOVE "CHECK-OVERRIDE" TO WS-SEC-FUNCTION
                   DISPLAY "COUNTER OVERRIDE DROPPED."
           END-EVALUATE
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM 9100-WRITE-SECURITY-LOG.

       2610-RETURN-FEED-REPAIR.
           MOVE APQ-ORIGINAL-IMAGE TO FSUSP-ORIGINAL-RECORD
           MOVE WS-RETURN-REASON TO FSUSP-REASON
           WRITE FEED-SUSPENSE-RECORD.

       2620-RETURN-DELTA-TRANSACTION.
           MOVE APQ-ACTION-CODE TO TSUSP-ACTION-CODE
           MOVE APQ-ORIGINAL-IMAGE TO TSUSP-ORIGINAL-RECORD
           MOVE WS-RETURN-REASON TO TSUSP-REASON
           WRITE TRAN-SUSPENSE-RECORD.

       2700-CARRY-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT
           WRITE APPRQ-NEW-RECORD FROM APPRQ-RECORD.

       3000-TERMINATE.
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE
           MOVE "QUEUE ITEMS READ      : " TO EXS-LABEL
           MOVE WS-ITEMS-READ TO EXS-COUNT
           WRITE EXC-LINE FROM WS-EXC-SUMMARY-LINE
           MOVE "AGED OFF              : " TO EXS-LABEL
           MOVE WS-AGED-COUNT TO EXS-COUNT
           WRITE EXC-LINE FROM WS-EXC-SUMMARY-LINE

           DISPLAY "BUGAPPR0020I QUEUE ITEMS READ: " WS-ITEMS-READ
           DISPLAY "BUGAPPR0021I APPROVED: " WS-APPROVED-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               "  CARRIED FORWARD: " WS-CARRIED-COUNT
           DISPLAY "BUGAPPR0022I SELF-APPROVALS REFUSED: "
               WS-SELF-COUNT "  AGED OFF: " WS-AGED-COUNT

           CLOSE APPROVAL-QUEUE-IN
           CLOSE APPROVAL-QUEUE-OUT
           CLOSE EXCEPTION-LIST
           CLOSE REPAIRED-FILE
           CLOSE CORRECTION-LOG
           CLOSE FEED-SUSPENSE
           CLOSE APPROVED-FILE
           CLOSE TRAN-SUSPENSE

           IF WS-AGED-COUNT > ZERO OR WS-SELF-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG
           IF NOT WS-SEC-FILE-OK
               DISPLAY "BUGAPPR0023E OPEN FAILED FOR SECURITY-LOG - "
                   "STATUS " WS-SEC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SEC-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP
           MOVE "BUGAPPR" TO SEC-PROGRAM-NAME
           MOVE WS-SEC-OPERATOR-ID TO SEC-OPERATOR-ID
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION
           MOVE WS-SEC-DISPOSITION TO SEC-DISPOSITION
           MOVE WS-ITEM-RECORD-ID TO SEC-RECORD-ID
           WRITE SEC-LOG-RECORD
           CLOSE SECURITY-LOG.
