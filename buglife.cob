       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGLIFE.
       AUTHOR. DATA-PROCESSING.
      ******************************************************************
      * BUGLIFE - PENDING RECORD LIFECYCLE SWEEP
      *
      * BUGSTAT lists the pending records older than 30 days, but
      * closing them out has meant keying BUGDELTA updates by hand.
      * This scheduled sweep browses WSAREA1-VSAM and moves every
      * WA1-STATUS-PENDING record that has outlived its category's
      * age limit to INACTIVE:
      *
      *   - age is days from WA1-EFFECTIVE-DATE to the run date,
      *     reckoned as BUGSTAT ages it; a record whose date is
      *     unreadable or after the run date cannot age and is
      *     listed, never expired;
      *   - the limit is the record's CATEGORY-AGE-LIMIT card, else
      *     the shop default (DEFAULT-AGE-LIMIT, 90 days);
      *   - every change must pass the same STATTRAN rules as any
      *     other (DD STATTRAN, TRANSITION=xy cards): with no
      *     TRANSITION=PI rule the record is refused and listed, not
      *     changed;
      *   - every change writes the same WSAREA1-VSAM before/after
      *     row on the audit trail (DD AUDITLOG) as a BUGDELTA
      *     update, and the sweep registers as a run of its own on
      *     the run-control ledger (DD RUNCTL), so BUGBACK can
      *     reverse a bad sweep by its run number.  Run it before
      *     BUGEXCP or after BUGBAL, not between them; BUGGLJ and
      *     BUGCDC take the sweep's changes by time, with their next
      *     posting and feed, whichever side of the chain it ran;
      *   - every expired record is written to DD LIFEEXP (its image
      *     and the reason), which BUGACK reads under DD EXPIRIN to
      *     acknowledge it EXPIRED to its owning source system.
      *
      * Pending records that will reach their limit within WARN-DAYS
      * days (default 7) are listed on the warning report (DD
      * LIFEWARN) with the date they will expire.  Expiries, refusals
      * and the counts are on the sweep report (DD LIFERPT).
      *
      * SYSIN cards:
      *   RUN-DATE=CCYYMMDD             default today
      *   DEFAULT-AGE-LIMIT=nnn         default 90 days
      *   CATEGORY-AGE-LIMIT=ccccnnn    category code in columns 1-4
      *                                 of the value, limit in 5-7;
      *                                 one card per category
      *   WARN-DAYS=nnn                 default 7, zero = no warnings
      *
      * CHANGE LOG
      * 2026-10-07  Initial version.
      * 2026-10-15  No longer needs to run ahead of BUGEXCP: BUGGLJ
      *             and BUGCDC now gate on the latest run BUGBAL
      *             signed off, not the latest run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WSAREA1-VSAM ASSIGN TO WSAREA1V
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VS-RECORD-ID
               FILE STATUS IS WS-VSAM-FILE-STATUS.

           SELECT TRANSITION-RULES ASSIGN TO STATTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRULE-FILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SWEEP-REPORT ASSIGN TO LIFERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT WARNING-REPORT ASSIGN TO LIFEWARN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-FILE-STATUS.

           SELECT EXPIRED-FILE ASSIGN TO LIFEEXP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WSAREA1-VSAM.
       01  VS-WSAREA1-RECORD.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==VS-==.

       FD  TRANSITION-RULES
           RECORDING MODE IS F.
       01  TRULE-CARD                   PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD-OUT.
           COPY AUDITREC.

       FD  SWEEP-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(132).

       FD  WARNING-REPORT
           RECORDING MODE IS F.
       01  WARN-LINE                    PIC X(132).

      * The expired image and the reason, the same shape as BUGEXCP's
      * suspense record, so BUGACK reads both the same way.
       FD  EXPIRED-FILE
           RECORDING MODE IS F.
       01  EXPIRED-RECORD.
           05  LEXP-ORIGINAL-RECORD     PIC X(100).
           05  LEXP-REASON              PIC X(48).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTLRC.

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-VSAM-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-VSAM-FILE-OK      VALUE "00".
           05  WS-TRULE-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-TRULE-FILE-OK     VALUE "00".
           05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-AUDIT-FILE-OK     VALUE "00" "05".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-WARN-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-EXP-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE "00".
               88  WS-RUNCTL-FILE-OK    VALUE "00" "05".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".

       01  WS-SWITCHES.
           05  WS-VSAM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-VSAM-EOF          VALUE "Y".
           05  WS-TRULE-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-TRULE-EOF         VALUE "Y".
           05  WS-RUNCTL-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-RUNCTL-EOF        VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-TRANS-LEGAL-SWITCH    PIC X(01) VALUE "Y".
               88  WS-TRANS-LEGAL       VALUE "Y".
           05  WS-DATE-VALID-SWITCH     PIC X(01) VALUE "N".
               88  WS-DATE-VALID        VALUE "Y".
           05  WS-LIMIT-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  WS-LIMIT-FOUND       VALUE "Y".

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(08).
       01  WS-RUN-NUMBER                PIC 9(05) VALUE ZERO.
       01  WS-RUN-DATE-INT              PIC 9(08) VALUE ZERO.
       01  WS-EFF-DATE-INT              PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
       01  WS-DAYS-LEFT                 PIC S9(05) VALUE ZERO.
       01  WS-EXPIRY-DATE               PIC 9(08) VALUE ZERO.
       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.

      * Run options; a limit is the number of days a record may sit
      * pending -- it expires on the day its age passes the limit.
       01  WS-DEFAULT-AGE-LIMIT         PIC 9(03) VALUE 90.
       01  WS-WARN-DAYS                 PIC 9(03) VALUE 7.
       01  WS-AGE-LIMIT                 PIC 9(03) VALUE ZERO.
       01  WS-LIMIT-SOURCE              PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-VSAM-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-PENDING-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-EXPIRED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-REFUSED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-FAILED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-WARNED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-INVALID-DATE-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.

      * Per-category age limits, one CATEGORY-AGE-LIMIT card each.
       01  WS-AGE-LIMIT-TABLE.
           05  WS-AGE-LIMIT-ENTRY OCCURS 200 TIMES INDEXED BY CAL-IDX.
               10  CAL-CATEGORY-CODE    PIC X(04).
               10  CAL-AGE-LIMIT        PIC 9(03).
       01  WS-AGE-LIMIT-USED            PIC 9(03) VALUE ZERO.
       01  WS-AGE-LIMIT-MAX             PIC 9(03) VALUE 200.
       01  WS-CAL-SEARCH-IDX            PIC 9(03) VALUE ZERO.

      * Legal status transitions, one TRANSITION=xy card per STATTRAN
      * line -- the same rule file BUGSOLN and BUGDELTA enforce.
       01  WS-TRANS-RULE-TABLE.
           05  WS-TRANS-RULE OCCURS 20 TIMES INDEXED BY TRULE-IDX.
               10  TRULE-FROM           PIC X(01).
               10  TRULE-TO             PIC X(01).
       01  WS-TRANS-RULE-USED           PIC 9(02) VALUE ZERO.
       01  WS-TRANS-RULE-MAX            PIC 9(02) VALUE 20.
       01  WS-TRULE-SEARCH-IDX          PIC 9(02) VALUE ZERO.
       01  WS-PRIOR-STATUS              PIC X(01) VALUE SPACES.
       01  WS-NEW-STATUS                PIC X(01) VALUE "I".

       01  WS-AUDIT-OLD-AREA-1          PIC X(100) VALUE SPACES.
       01  WS-EXPIRY-REASON             PIC X(48) VALUE SPACES.
       01  WS-REASON-AGE                PIC 9(05) VALUE ZERO.
       01  WS-DISPOSITION               PIC X(40) VALUE SPACES.

       01  WS-HEADING-1                 PIC X(132) VALUE
           "BUGLIFE - PENDING RECORD LIFECYCLE SWEEP".
       01  WS-HEADING-2.
           05  FILLER                   PIC X(44) VALUE
               "RECORD ID   SOURCE    CAT   EFF DATE    AGE".
           05  FILLER                   PIC X(22) VALUE
               "  LIMIT  DISPOSITION".
           05  FILLER                   PIC X(66) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05  DTL-RECORD-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-CATEGORY-CODE        PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-EFF-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-AGE-DAYS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DTL-AGE-LIMIT            PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-DISPOSITION          PIC X(40).
           05  FILLER                   PIC X(39) VALUE SPACES.

       01  WS-WARN-HEADING-1            PIC X(132) VALUE
           "BUGLIFE - PENDING RECORDS APPROACHING EXPIRY".
       01  WS-WARN-HEADING-2.
           05  FILLER                   PIC X(44) VALUE
               "RECORD ID   SOURCE    CAT   EFF DATE    AGE".
           05  FILLER                   PIC X(36) VALUE
               "  LIMIT  LIMIT FROM  LEFT    EXPIRES".
           05  FILLER                   PIC X(52) VALUE SPACES.
       01  WS-WARN-DETAIL-LINE.
           05  WRN-RECORD-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRN-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRN-CATEGORY-CODE        PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRN-EFF-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRN-AGE-DAYS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WRN-AGE-LIMIT            PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WRN-LIMIT-SOURCE         PIC X(08).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  WRN-DAYS-LEFT            PIC ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WRN-EXPIRY-DATE          PIC 9(08).
           05  FILLER                   PIC X(51) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(24).
           05  SUM-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 1500-LOAD-TRANSITION-RULES
           PERFORM 1000-INITIALIZE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 2000-PROCESS-VSAM-RECORD UNTIL WS-VSAM-EOF
           PERFORM 3000-TERMINATE
           PERFORM 8200-REGISTER-RUN-END
           STOP RUN.

      * Run options arrive one KEYWORD=VALUE card per SYSIN line; a
      * missing or empty SYSIN sweeps every category to the shop
      * default.
       0100-LOAD-PARAM-CARDS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT PARAM-CARD-FILE
           IF WS-PARAM-FILE-OK
               PERFORM 0110-READ-PARAM-CARD
               PERFORM 0120-PARSE-PARAM-CARD UNTIL WS-PARAM-EOF
               CLOSE PARAM-CARD-FILE
           END-IF
           DISPLAY "BUGLIFE0001I PARAMETERS IN EFFECT - RUN-DATE="
               WS-RUN-DATE " DEFAULT-AGE-LIMIT=" WS-DEFAULT-AGE-LIMIT
               " WARN-DAYS=" WS-WARN-DAYS
           DISPLAY "BUGLIFE0002I CATEGORY AGE LIMITS LOADED: "
               WS-AGE-LIMIT-USED
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
               WHEN "RUN-DATE"
                   IF WS-CARD-VALUE (1:8) IS NOT NUMERIC
                       DISPLAY "BUGLIFE0003E RUN-DATE MUST BE "
                           "CCYYMMDD - FOUND " WS-CARD-VALUE (1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN "DEFAULT-AGE-LIMIT"
                   IF WS-CARD-VALUE (1:3) IS NOT NUMERIC
                           OR WS-CARD-VALUE (1:3) = "000"
                       DISPLAY "BUGLIFE0004E DEFAULT-AGE-LIMIT MUST "
                           "BE 001-999 - FOUND " WS-CARD-VALUE (1:3)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:3) TO WS-DEFAULT-AGE-LIMIT
               WHEN "CATEGORY-AGE-LIMIT"
                   PERFORM 0130-TABLE-CATEGORY-LIMIT
               WHEN "WARN-DAYS"
                   IF WS-CARD-VALUE (1:3) IS NOT NUMERIC
                       DISPLAY "BUGLIFE0005E WARN-DAYS MUST BE "
                           "000-999 - FOUND " WS-CARD-VALUE (1:3)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:3) TO WS-WARN-DAYS
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGLIFE0006E UNRECOGNIZED PARAMETER CARD "
                       "- " PARAM-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

      * CATEGORY-AGE-LIMIT=ccccnnn: the code is the four bytes of
      * WA1-CATEGORY-CODE as they stand (pad a short code with
      * spaces), the limit the three digits after it.  A category
      * named twice is an error -- which card was meant is a guess.
       0130-TABLE-CATEGORY-LIMIT.
           IF WS-CARD-VALUE (5:3) IS NOT NUMERIC
                   OR WS-CARD-VALUE (5:3) = "000"
               DISPLAY "BUGLIFE0007E CATEGORY-AGE-LIMIT MUST BE "
                   "CCCCNNN WITH NNN 001-999 - FOUND "
                   WS-CARD-VALUE (1:7)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-LIMIT-FOUND-SWITCH
           PERFORM VARYING WS-CAL-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CAL-SEARCH-IDX > WS-AGE-LIMIT-USED
               SET CAL-IDX TO WS-CAL-SEARCH-IDX
               IF CAL-CATEGORY-CODE (CAL-IDX) = WS-CARD-VALUE (1:4)
                   SET WS-LIMIT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LIMIT-FOUND
               DISPLAY "BUGLIFE0008E CATEGORY-AGE-LIMIT CARD FOR "
                   WS-CARD-VALUE (1:4) " SUPPLIED MORE THAN ONCE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AGE-LIMIT-USED < WS-AGE-LIMIT-MAX
               ADD 1 TO WS-AGE-LIMIT-USED
               SET CAL-IDX TO WS-AGE-LIMIT-USED
               MOVE WS-CARD-VALUE (1:4) TO CAL-CATEGORY-CODE (CAL-IDX)
               MOVE WS-CARD-VALUE (5:3) TO CAL-AGE-LIMIT (CAL-IDX)
           ELSE
               DISPLAY "BUGLIFE0009E CATEGORY AGE LIMIT TABLE FULL "
                   "(MAX " WS-AGE-LIMIT-MAX ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-INITIALIZE.
           OPEN I-O WSAREA1-VSAM
           IF NOT WS-VSAM-FILE-OK
               DISPLAY "BUGLIFE0010E OPEN FAILED FOR WSAREA1-VSAM - "
                   "STATUS " WS-VSAM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "BUGLIFE0011E OPEN FAILED FOR AUDIT-FILE - "
                   "STATUS " WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SWEEP-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "BUGLIFE0012E OPEN FAILED FOR SWEEP-REPORT - "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WARNING-REPORT
           IF WS-WARN-FILE-STATUS NOT = "00"
               DISPLAY "BUGLIFE0013E OPEN FAILED FOR WARNING-REPORT - "
                   "STATUS " WS-WARN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXPIRED-FILE
           IF WS-EXP-FILE-STATUS NOT = "00"
               DISPLAY "BUGLIFE0014E OPEN FAILED FOR EXPIRED-FILE - "
                   "STATUS " WS-EXP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Expiries and refusals are listed as the cluster is browsed;
      * the counts follow once the browse is complete.
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           WRITE WARN-LINE FROM WS-WARN-HEADING-1
           WRITE WARN-LINE FROM WS-WARN-HEADING-2

           PERFORM 2100-READ-VSAM-NEXT.

      * DD STATTRAN is mandatory: a sweep that changes status without
      * the rule table would bypass the lifecycle gate it must obey.
       1500-LOAD-TRANSITION-RULES.
           OPEN INPUT TRANSITION-RULES
           IF NOT WS-TRULE-FILE-OK
               DISPLAY "BUGLIFE0015E OPEN FAILED FOR "
                   "TRANSITION-RULES - STATUS " WS-TRULE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1510-READ-TRANSITION-RULE
           PERFORM 1520-TABLE-TRANSITION-RULE UNTIL WS-TRULE-EOF
           CLOSE TRANSITION-RULES
           DISPLAY "BUGLIFE0016I TRANSITION RULES LOADED: "
               WS-TRANS-RULE-USED.

       1510-READ-TRANSITION-RULE.
           READ TRANSITION-RULES
               AT END
                   SET WS-TRULE-EOF TO TRUE
           END-READ.

       1520-TABLE-TRANSITION-RULE.
           MOVE SPACES TO WS-CARD-KEYWORD WS-CARD-VALUE
           UNSTRING TRULE-CARD DELIMITED BY "="
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           END-UNSTRING
           EVALUATE WS-CARD-KEYWORD
               WHEN "TRANSITION"
                   IF WS-TRANS-RULE-USED < WS-TRANS-RULE-MAX
                       ADD 1 TO WS-TRANS-RULE-USED
                       SET TRULE-IDX TO WS-TRANS-RULE-USED
                       MOVE WS-CARD-VALUE (1:1)
                           TO TRULE-FROM (TRULE-IDX)
                       MOVE WS-CARD-VALUE (2:1)
                           TO TRULE-TO (TRULE-IDX)
                   ELSE
                       DISPLAY "BUGLIFE0017E TRANSITION RULE TABLE "
                           "FULL (MAX " WS-TRANS-RULE-MAX ")"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGLIFE0018E UNRECOGNIZED TRANSITION "
                       "RULE CARD - " TRULE-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 1510-READ-TRANSITION-RULE.

      * Only pending records are aged; everything else is counted
      * and passed over untouched.
       2000-PROCESS-VSAM-RECORD.
           ADD 1 TO WS-VSAM-COUNT
           IF VS-STATUS-PENDING
               ADD 1 TO WS-PENDING-COUNT
               PERFORM 2200-AGE-PENDING-RECORD
           END-IF
           PERFORM 2100-READ-VSAM-NEXT.

       2100-READ-VSAM-NEXT.
           READ WSAREA1-VSAM NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
           END-READ.

      * A date that is unreadable or after the run date cannot age,
      * the same test BUGSTAT applies; such a record is listed for
      * correction and never expired on a guess.
       2200-AGE-PENDING-RECORD.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           IF VS-EFFECTIVE-DATE IS NUMERIC
                   AND VS-EFF-DATE-MM >= 1 AND VS-EFF-DATE-MM <= 12
                   AND VS-EFF-DATE-DD >= 1 AND VS-EFF-DATE-DD <= 31
                   AND VS-EFFECTIVE-DATE NOT > WS-RUN-DATE
               COMPUTE WS-EFF-DATE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(VS-EFFECTIVE-DATE))
               IF WS-EFF-DATE-INT NOT = ZERO
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF
           PERFORM 2210-FIND-AGE-LIMIT
           IF NOT WS-DATE-VALID
               ADD 1 TO WS-INVALID-DATE-COUNT
               MOVE ZERO TO WS-AGE-DAYS
               MOVE "NOT AGED - INVALID OR FUTURE DATE"
                   TO WS-DISPOSITION
               PERFORM 2500-WRITE-DETAIL-LINE
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-EFF-DATE-INT
               COMPUTE WS-DAYS-LEFT = WS-AGE-LIMIT + 1 - WS-AGE-DAYS
               IF WS-AGE-DAYS > WS-AGE-LIMIT
                   PERFORM 2300-EXPIRE-PENDING-RECORD
               ELSE
                   IF WS-DAYS-LEFT <= WS-WARN-DAYS
                       PERFORM 2400-WARN-PENDING-RECORD
                   END-IF
               END-IF
           END-IF.

       2210-FIND-AGE-LIMIT.
           MOVE WS-DEFAULT-AGE-LIMIT TO WS-AGE-LIMIT
           MOVE "DEFAULT" TO WS-LIMIT-SOURCE
           PERFORM VARYING WS-CAL-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CAL-SEARCH-IDX > WS-AGE-LIMIT-USED
               SET CAL-IDX TO WS-CAL-SEARCH-IDX
               IF CAL-CATEGORY-CODE (CAL-IDX) = VS-CATEGORY-CODE
                   MOVE CAL-AGE-LIMIT (CAL-IDX) TO WS-AGE-LIMIT
                   MOVE "CATEGORY" TO WS-LIMIT-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The expiry is an ordinary status change: it must be legal on
      * STATTRAN, it is rewritten in place, and it leaves the same
      * before/after audit row a BUGDELTA update leaves, so BUGBACK
      * restores it like any other change.
       2300-EXPIRE-PENDING-RECORD.
           PERFORM 2320-CHECK-TRANSITION
           IF NOT WS-TRANS-LEGAL
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - P TO I NOT ON STATTRAN"
                   TO WS-DISPOSITION
               PERFORM 2500-WRITE-DETAIL-LINE
           ELSE
               MOVE VS-WSAREA1-RECORD TO WS-AUDIT-OLD-AREA-1
               MOVE WS-NEW-STATUS TO VS-STATUS-FLAG
               REWRITE VS-WSAREA1-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAILED-COUNT
                       MOVE SPACES TO WS-DISPOSITION
                       STRING "REWRITE FAILED - STATUS "
                           DELIMITED BY SIZE
                           WS-VSAM-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-DISPOSITION
                       END-STRING
                       PERFORM 2500-WRITE-DETAIL-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-EXPIRED-COUNT
                       MOVE "2300-EXPIRE-PENDING-RECORD"
                           TO AUD-PARAGRAPH-NAME
                       MOVE WS-AUDIT-OLD-AREA-1 TO AUD-OLD-VALUE
                       MOVE VS-WSAREA1-RECORD TO AUD-NEW-VALUE
                       PERFORM 9100-WRITE-AUDIT-RECORD
                       PERFORM 2310-WRITE-EXPIRED-RECORD
                       MOVE "EXPIRED - CLOSED INACTIVE"
                           TO WS-DISPOSITION
                       PERFORM 2500-WRITE-DETAIL-LINE
               END-REWRITE
           END-IF.

       2310-WRITE-EXPIRED-RECORD.
           MOVE SPACES TO WS-EXPIRY-REASON
           MOVE WS-AGE-DAYS TO WS-REASON-AGE
           STRING "PENDING " DELIMITED BY SIZE
               WS-REASON-AGE DELIMITED BY SIZE
               " DAYS - AGE LIMIT " DELIMITED BY SIZE
               WS-AGE-LIMIT DELIMITED BY SIZE
               " - CAT " DELIMITED BY SIZE
               VS-CATEGORY-CODE DELIMITED BY SIZE
               INTO WS-EXPIRY-REASON
           END-STRING
           MOVE VS-WSAREA1-RECORD TO LEXP-ORIGINAL-RECORD
           MOVE WS-EXPIRY-REASON TO LEXP-REASON
           WRITE EXPIRED-RECORD.

      * The lifecycle gate, matching BUGSOLN's and BUGDELTA's: a
      * same-status change is always legal, anything else must
      * appear on the STATTRAN rule table.
       2320-CHECK-TRANSITION.
           MOVE "Y" TO WS-TRANS-LEGAL-SWITCH
           MOVE VS-STATUS-FLAG TO WS-PRIOR-STATUS
           IF WS-NEW-STATUS NOT = WS-PRIOR-STATUS
               MOVE "N" TO WS-TRANS-LEGAL-SWITCH
               PERFORM VARYING WS-TRULE-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-TRULE-SEARCH-IDX > WS-TRANS-RULE-USED
                   SET TRULE-IDX TO WS-TRULE-SEARCH-IDX
                   IF TRULE-FROM (TRULE-IDX) = WS-PRIOR-STATUS
                           AND TRULE-TO (TRULE-IDX) = WS-NEW-STATUS
                       MOVE "Y" TO WS-TRANS-LEGAL-SWITCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      * Expires on the first day its age passes the limit.
       2400-WARN-PENDING-RECORD.
           ADD 1 TO WS-WARNED-COUNT
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               WS-EFF-DATE-INT + WS-AGE-LIMIT + 1)
           MOVE SPACES TO WS-WARN-DETAIL-LINE
           MOVE VS-RECORD-ID TO WRN-RECORD-ID
           MOVE VS-SOURCE-SYSTEM TO WRN-SOURCE-SYSTEM
           MOVE VS-CATEGORY-CODE TO WRN-CATEGORY-CODE
           MOVE VS-EFFECTIVE-DATE TO WRN-EFF-DATE
           MOVE WS-AGE-DAYS TO WRN-AGE-DAYS
           MOVE WS-AGE-LIMIT TO WRN-AGE-LIMIT
           MOVE WS-LIMIT-SOURCE TO WRN-LIMIT-SOURCE
           MOVE WS-DAYS-LEFT TO WRN-DAYS-LEFT
           MOVE WS-EXPIRY-DATE TO WRN-EXPIRY-DATE
           WRITE WARN-LINE FROM WS-WARN-DETAIL-LINE.

       2500-WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE VS-RECORD-ID TO DTL-RECORD-ID
           MOVE VS-SOURCE-SYSTEM TO DTL-SOURCE-SYSTEM
           MOVE VS-CATEGORY-CODE TO DTL-CATEGORY-CODE
           MOVE VS-EFFECTIVE-DATE TO DTL-EFF-DATE
           MOVE WS-AGE-DAYS TO DTL-AGE-DAYS
           MOVE WS-AGE-LIMIT TO DTL-AGE-LIMIT
           MOVE WS-DISPOSITION TO DTL-DISPOSITION
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       3000-TERMINATE.
           MOVE "RECORDS ON CLUSTER    : " TO SUM-LABEL
           MOVE WS-VSAM-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "PENDING RECORDS       : " TO SUM-LABEL
           MOVE WS-PENDING-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "EXPIRED TO INACTIVE   : " TO SUM-LABEL
           MOVE WS-EXPIRED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "REFUSED BY STATTRAN   : " TO SUM-LABEL
           MOVE WS-REFUSED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "REWRITE FAILED        : " TO SUM-LABEL
           MOVE WS-FAILED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "INVALID/FUTURE DATE   : " TO SUM-LABEL
           MOVE WS-INVALID-DATE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "WARNED - NEAR EXPIRY  : " TO SUM-LABEL
           MOVE WS-WARNED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "RECORDS ON CLUSTER    : " TO SUM-LABEL
           MOVE WS-VSAM-COUNT TO SUM-COUNT
           WRITE WARN-LINE FROM WS-SUMMARY-LINE
           MOVE "PENDING RECORDS       : " TO SUM-LABEL
           MOVE WS-PENDING-COUNT TO SUM-COUNT
           WRITE WARN-LINE FROM WS-SUMMARY-LINE
           MOVE "WARNED - NEAR EXPIRY  : " TO SUM-LABEL
           MOVE WS-WARNED-COUNT TO SUM-COUNT
           WRITE WARN-LINE FROM WS-SUMMARY-LINE

           DISPLAY "BUGLIFE0019I RECORDS ON CLUSTER: " WS-VSAM-COUNT
               "  PENDING: " WS-PENDING-COUNT
           DISPLAY "BUGLIFE0020I EXPIRED: " WS-EXPIRED-COUNT
               "  WARNED: " WS-WARNED-COUNT
               "  INVALID/FUTURE DATE: " WS-INVALID-DATE-COUNT

      * A refusal means STATTRAN does not allow the move the policy
      * asks for; the records stay pending until the rule file and
      * the age limits agree.
           IF WS-REFUSED-COUNT > ZERO
               DISPLAY "BUGLIFE0021W " WS-REFUSED-COUNT
                   " EXPIRIES REFUSED - NO TRANSITION=PI RULE ON "
                   "STATTRAN"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAILED-COUNT > ZERO
               DISPLAY "BUGLIFE0022W " WS-FAILED-COUNT
                   " EXPIRIES NOT REWRITTEN - SEE LIFERPT"
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE WSAREA1-VSAM
           CLOSE AUDIT-FILE
           CLOSE SWEEP-REPORT
           CLOSE WARNING-REPORT
           CLOSE EXPIRED-FILE.

      * The sweep is not a step of the night's chain: it opens a run
      * number of its own for the business date -- one past the
      * highest already on the ledger -- so BUGBACK can reverse the
      * sweep alone.  A missing ledger just means run 1.
       8000-REGISTER-RUN-START.
           MOVE ZERO TO WS-RUN-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-OK
               PERFORM 8010-READ-RUN-CONTROL
               PERFORM 8020-SCAN-RUN-NUMBER UNTIL WS-RUNCTL-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF
           ADD 1 TO WS-RUN-NUMBER
           PERFORM 8100-WRITE-START-ROW
           DISPLAY "BUGLIFE0023I REGISTERED START OF RUN "
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

       8100-WRITE-START-ROW.
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGLIFE0024E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGLIFE" TO RC-PROGRAM-NAME
           MOVE "START" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE ZERO TO RC-RECORD-COUNT
           MOVE ZERO TO RC-EXCEPTION-COUNT
           MOVE ZERO TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE.

      * Written after every output is closed, so the bracket BUGBACK
      * takes from the ledger holds every audit row the sweep wrote.
       8200-REGISTER-RUN-END.
           COMPUTE WS-EXCEPTION-COUNT = WS-REFUSED-COUNT
               + WS-FAILED-COUNT
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGLIFE0024E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGLIFE" TO RC-PROGRAM-NAME
           MOVE "END" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE WS-EXPIRED-COUNT TO RC-RECORD-COUNT
           MOVE WS-EXCEPTION-COUNT TO RC-EXCEPTION-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9100-WRITE-AUDIT-RECORD.
           MOVE "WSAREA1-VSAM" TO AUD-FIELD-NAME
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           WRITE AUDIT-RECORD-OUT.
