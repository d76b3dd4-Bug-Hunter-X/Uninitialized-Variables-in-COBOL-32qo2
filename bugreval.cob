       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGREVAL.
       AUTHOR. DATA-PROCESSING.
      ******************************************************************
      * BUGREVAL - STANDING-POPULATION REVALIDATION SWEEP
      *
      * BUGEXCP and BUGDELTA screen records on the way in; nothing
      * looks at a record again once it is on the cluster.  When
      * BUGCATM deactivates a category or lowers its ceiling, the
      * records already held under the old rules stay as they were.
      * This program runs the current category master (DD CATMAST)
      * and the front-door field edits over every record on
      * WSAREA1-VSAM, read-only, and reports each standing record
      * that would now fail:
      *
      *   CATEGORY NOT ON MASTER
      *   CATEGORY INACTIVE ON MASTER
      *   AMOUNT OVER CATEGORY CEILING  (a ceiling of zero = none)
      *   INVALID EFFECTIVE DATE        (not numeric, or no such
      *                                  calendar date)
      *   STATUS OUTSIDE THE VALID SET  (A/I/P, and the from or
      *                                  to status of at least one
      *                                  TRANSITION=xy card on the
      *                                  status rules, DD STATTRAN)
      *   OTHER FIELD EDITS             (record ID, amount)
      *
      * Each failure is listed on the revalidation report (DD
      * REVALRPT) with its reason, the category description and the
      * date the record last changed according to the audit trail
      * (DD AUDITLOG, optional) with the program that changed it.
      * Each failure is also written to the exception file (DD
      * REVALEXC) in BUGDELTA's transaction suspense layout -- a U
      * update of the cluster image plus the reason -- so it can be
      * worked by BUGCORR (MODE=DELTA, DD EXCPSUSP pointed at
      * REVALEXC) and applied through BUGDELTA's recycle feed under
      * the usual edits, transition rules and approval limits.
      * Nothing on the cluster is changed here.
      *
      * Run it after any BUGCATM maintenance that BUGCATM warns
      * would strand records, and after a tightening of the rules.
      * A clean population ends RC 0; any failure RC 4.
      *
      * CHANGE LOG
      * 2026-10-15  Initial version.
      * 2026-10-15  Status also checked against the transition rules
      *             (DD STATTRAN): a status no TRANSITION card leads
      *             to or from fails as outside the valid set, so a
      *             tightening of STATTRAN is caught as well.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-MASTER ASSIGN TO CATMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-FILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REVAL-REPORT ASSIGN TO REVALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO REVALEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT TRANSITION-RULES ASSIGN TO STATTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRULE-FILE-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT WSAREA1-VSAM ASSIGN TO WSAREA1V
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VS-RECORD-ID
               FILE STATUS IS WS-VSAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-MASTER
           RECORDING MODE IS F.
       01  CATMAST-RECORD.
           COPY CATMSTRC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD-IN.
           COPY AUDITREC.

       FD  REVAL-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(132).

      * Same layout as BUGDELTA's TRANSUSP: action code, the full
      * WS-AREA-1 image and the reason.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD.
           05  REX-ACTION-CODE          PIC X(01).
           05  REX-ORIGINAL-RECORD      PIC X(100).
           05  REX-REASON               PIC X(48).

       FD  TRANSITION-RULES
           RECORDING MODE IS F.
       01  TRULE-CARD                   PIC X(80).

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

       FD  WSAREA1-VSAM.
       01  VS-WSAREA1-RECORD.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==VS-==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-CATMAST-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-AUDIT-FILE-OK     VALUE "00".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-EXC-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".
           05  WS-TRULE-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-TRULE-FILE-OK     VALUE "00".
           05  WS-VSAM-FILE-STATUS      PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-VSAM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-VSAM-EOF          VALUE "Y".
           05  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-AUDIT-EOF         VALUE "Y".
           05  WS-CATMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-CATMAST-EOF       VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-TRULE-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-TRULE-EOF         VALUE "Y".
           05  WS-ON-RULES-SWITCH       PIC X(01) VALUE "N".
               88  WS-STATUS-ON-RULES   VALUE "Y".
           05  WS-CM-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-CM-FOUND          VALUE "Y".

       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-AUDIT-KEY                 PIC X(10) VALUE SPACES.
       01  WS-EFF-DATE-INT              PIC 9(08) VALUE ZERO.

      * The failing edit: its reason text and the report section it
      * is listed under.
       01  WS-REASON                    PIC X(48) VALUE SPACES.
       01  WS-FAIL-CLASS                PIC X(01) VALUE SPACE.
           88  WS-FAIL-NOT-ON-MASTER    VALUE "M".
           88  WS-FAIL-INACTIVE         VALUE "C".
           88  WS-FAIL-CEILING          VALUE "X".
           88  WS-FAIL-DATE             VALUE "D".
           88  WS-FAIL-STATUS           VALUE "S".
           88  WS-FAIL-FIELD            VALUE "F".

       01  WS-COUNTERS.
           05  WS-CLUSTER-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-PASSED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-FAILED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-MASTER-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-INACTIVE-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-CEILING-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-DATE-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-STATUS-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-FIELD-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-WRITTEN     PIC 9(07) VALUE ZERO.
           05  WS-UNTABLED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-READ            PIC 9(07) VALUE ZERO.
           05  WS-SECTION-COUNT         PIC 9(07) VALUE ZERO.

      * Legal status transitions, one TRANSITION=xy card per STATTRAN
      * line -- the same rule file BUGSOLN, BUGDELTA and BUGLIFE
      * enforce.
       01  WS-TRANS-RULE-TABLE.
           05  WS-TRANS-RULE OCCURS 20 TIMES INDEXED BY TRULE-IDX.
               10  TRULE-FROM           PIC X(01).
               10  TRULE-TO             PIC X(01).
       01  WS-TRANS-RULE-USED           PIC 9(02) VALUE ZERO.
       01  WS-TRANS-RULE-MAX            PIC 9(02) VALUE 20.
       01  WS-TRULE-SEARCH-IDX          PIC 9(02) VALUE ZERO.

      * The category reference master, tabled at startup -- the same
      * checks BUGEXCP and BUGDELTA apply at the gate.
       01  WS-CATMAST-TABLE.
           05  WS-CATMAST-ENTRY OCCURS 200 TIMES INDEXED BY CM-IDX.
               10  CMT-CODE             PIC X(04).
               10  CMT-DESCRIPTION      PIC X(30).
               10  CMT-ACTIVE-FLAG      PIC X(01).
               10  CMT-CEILING          PIC 9(09)V99.
       01  WS-CATMAST-USED              PIC 9(03) VALUE ZERO.
       01  WS-CATMAST-MAX               PIC 9(03) VALUE 200.
       01  WS-CM-SEARCH-IDX             PIC 9(03) VALUE ZERO.
       01  WS-CMD-LOOKUP-CODE           PIC X(04) VALUE SPACES.
       01  WS-CMD-DESC                  PIC X(30) VALUE SPACES.

      * Every failure, in key order as the cluster browse produces
      * them, so the audit pass can SEARCH ALL for a key instead of
      * walking the whole table once per audit row.  The image is
      * kept to its edited bytes (through WA1-CATEGORY-CODE).
       01  WS-FAIL-USED                 PIC 9(05) VALUE ZERO.
       01  WS-FAIL-MAX                  PIC 9(05) VALUE 5000.
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FAIL-USED
                   ASCENDING KEY IS RFT-RECORD-ID
                   INDEXED BY RFT-IDX.
               10  RFT-RECORD-ID        PIC X(10).
               10  RFT-FAIL-CLASS       PIC X(01).
               10  RFT-IMAGE            PIC X(32).
               10  RFT-REASON           PIC X(48).
               10  RFT-AUDIT-TIMESTAMP  PIC X(26).
               10  RFT-AUDIT-PARAGRAPH  PIC X(30).
       01  WS-WALK-IDX                  PIC 9(05) VALUE ZERO.
       01  WS-LIST-CLASS                PIC X(01) VALUE SPACE.

       01  WS-SHOW-IMAGE                PIC X(100) VALUE SPACES.
       01  SHOW-WSAREA1-REC REDEFINES WS-SHOW-IMAGE.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==SHW-==.
       01  WS-CHANGE-PROGRAM            PIC X(08) VALUE SPACES.

       01  WS-HEADING-1                 PIC X(132) VALUE
           "BUGREVAL - WSAREA1-VSAM STANDING-POPULATION REVALIDATION".
       01  WS-RUN-LINE.
           05  FILLER                   PIC X(12)
               VALUE "RUN DATE : ".
           05  RUN-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(25)
               VALUE "  CATEGORIES ON MASTER : ".
           05  RUN-CATMAST-USED         PIC ZZ9.
           05  FILLER                   PIC X(84) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER                   PIC X(04) VALUE "*** ".
           05  SEC-TITLE                PIC X(60).
           05  FILLER                   PIC X(68) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                   PIC X(38) VALUE
               "RECORD ID   CAT   DESCRIPTION".
           05  FILLER                   PIC X(30) VALUE
               "  S  EFF DATE         AMOUNT".
           05  FILLER                   PIC X(64) VALUE
               "LAST CHG  PROGRAM   REASON".
       01  WS-DETAIL-LINE.
           05  DTL-RECORD-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-CATEGORY             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-DESCRIPTION          PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-STATUS               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-EFF-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
           05  DTL-AMOUNT-X REDEFINES DTL-AMOUNT
                                        PIC X(13).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-CHANGE-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-CHANGE-PROGRAM       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-REASON               PIC X(44).
       01  WS-NONE-LINE                 PIC X(132) VALUE
           "    NONE".
       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(28).
           05  SUM-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 1500-LOAD-TRANSITION-RULES
           PERFORM 1600-LOAD-CATEGORY-MASTER
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVALIDATE-POPULATION
           PERFORM 3000-COLLECT-LAST-CHANGES
           PERFORM 4000-WRITE-FAILURE-LISTS
           PERFORM 5000-TERMINATE
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
           DISPLAY "BUGREVAL0001I PARAMETERS IN EFFECT - RUN-DATE="
               WS-RUN-DATE.

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
                       DISPLAY "BUGREVAL0002E RUN-DATE MUST BE "
                           "CCYYMMDD - FOUND " WS-CARD-VALUE (1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGREVAL0003E UNRECOGNIZED PARAMETER CARD "
                       "- " PARAM-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

      * DD STATTRAN is required for the same reason as the master: it
      * says which statuses a record may still hold.
       1500-LOAD-TRANSITION-RULES.
           OPEN INPUT TRANSITION-RULES
           IF NOT WS-TRULE-FILE-OK
               DISPLAY "BUGREVAL0015E OPEN FAILED FOR "
                   "TRANSITION-RULES - STATUS " WS-TRULE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1510-READ-TRANSITION-RULE
           PERFORM 1520-TABLE-TRANSITION-RULE UNTIL WS-TRULE-EOF
           CLOSE TRANSITION-RULES
           DISPLAY "BUGREVAL0016I TRANSITION RULES LOADED: "
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
                       DISPLAY "BUGREVAL0017E TRANSITION RULE TABLE "
                           "FULL (MAX " WS-TRANS-RULE-MAX ")"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGREVAL0018E UNRECOGNIZED TRANSITION "
                       "RULE CARD - " TRULE-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 1510-READ-TRANSITION-RULE.

      * The master is the rule book here, so it is required: without
      * it every record would fail as not on master.
       1600-LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-FILE-STATUS NOT = "00"
               DISPLAY "BUGREVAL0004E OPEN FAILED FOR CATEGORY-MASTER "
                   "- STATUS " WS-CATMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1610-READ-CATEGORY-MASTER
           PERFORM 1620-TABLE-CATEGORY UNTIL WS-CATMAST-EOF
           CLOSE CATEGORY-MASTER
           DISPLAY "BUGREVAL0005I CATEGORIES ON MASTER: "
               WS-CATMAST-USED.

       1610-READ-CATEGORY-MASTER.
           READ CATEGORY-MASTER
               AT END
                   SET WS-CATMAST-EOF TO TRUE
           END-READ.

       1620-TABLE-CATEGORY.
           IF WS-CATMAST-USED < WS-CATMAST-MAX
               ADD 1 TO WS-CATMAST-USED
               SET CM-IDX TO WS-CATMAST-USED
               MOVE CM-CATEGORY-CODE TO CMT-CODE (CM-IDX)
               MOVE CM-DESCRIPTION TO CMT-DESCRIPTION (CM-IDX)
               MOVE CM-ACTIVE-FLAG TO CMT-ACTIVE-FLAG (CM-IDX)
               IF CM-AMOUNT-CEILING IS NUMERIC
                   MOVE CM-AMOUNT-CEILING TO CMT-CEILING (CM-IDX)
               ELSE
                   MOVE ZERO TO CMT-CEILING (CM-IDX)
               END-IF
           ELSE
               DISPLAY "BUGREVAL0006E CATEGORY MASTER TABLE FULL "
                   "(MAX " WS-CATMAST-MAX ") - JOB ABENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1610-READ-CATEGORY-MASTER.

       1000-INITIALIZE.
           OPEN OUTPUT REVAL-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "BUGREVAL0007E OPEN FAILED FOR REVAL-REPORT - "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "BUGREVAL0008E OPEN FAILED FOR EXCEPTION-FILE "
                   "- STATUS " WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE WS-RUN-DATE TO RUN-RUN-DATE
           MOVE WS-CATMAST-USED TO RUN-CATMAST-USED
           WRITE RPT-LINE FROM WS-RUN-LINE.

       2000-REVALIDATE-POPULATION.
           OPEN INPUT WSAREA1-VSAM
           IF WS-VSAM-FILE-STATUS NOT = "00"
               DISPLAY "BUGREVAL0009E OPEN FAILED FOR WSAREA1-VSAM - "
                   "STATUS " WS-VSAM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-CLUSTER-RECORD
           PERFORM 2200-REVALIDATE-RECORD UNTIL WS-VSAM-EOF
           CLOSE WSAREA1-VSAM
           DISPLAY "BUGREVAL0010I CLUSTER RECORDS " WS-CLUSTER-COUNT
               "  PASSED " WS-PASSED-COUNT
               "  FAILED " WS-FAILED-COUNT.

       2100-READ-CLUSTER-RECORD.
           READ WSAREA1-VSAM NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLUSTER-COUNT
           END-READ.

       2200-REVALIDATE-RECORD.
           MOVE SPACES TO WS-REASON
           MOVE SPACE TO WS-FAIL-CLASS
           PERFORM 2300-EDIT-RECORD
           IF WS-REASON = SPACES
               ADD 1 TO WS-PASSED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               PERFORM 2500-WRITE-EXCEPTION
               PERFORM 2600-TABLE-FAILURE
           END-IF
           PERFORM 2100-READ-CLUSTER-RECORD.

      * The field edits BUGDELTA applies to an add or update, in the
      * same order, with the effective date also held to a real
      * calendar date as BUGSTAT ages it.  A record's first failing
      * edit is its reason, as on the gate.
       2300-EDIT-RECORD.
           PERFORM 2320-CHECK-STATUS-ON-RULES
           EVALUATE TRUE
               WHEN VS-RECORD-ID = LOW-VALUES
                   MOVE "RECORD ID IS LOW-VALUES" TO WS-REASON
                   SET WS-FAIL-FIELD TO TRUE
               WHEN VS-RECORD-ID = SPACES
                   MOVE "RECORD ID IS SPACES" TO WS-REASON
                   SET WS-FAIL-FIELD TO TRUE
               WHEN VS-EFFECTIVE-DATE = LOW-VALUES
                   MOVE "EFFECTIVE DATE IS LOW-VALUES" TO WS-REASON
                   SET WS-FAIL-DATE TO TRUE
               WHEN VS-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE IS NOT NUMERIC" TO WS-REASON
                   SET WS-FAIL-DATE TO TRUE
               WHEN VS-EFF-DATE-MM < 1 OR VS-EFF-DATE-MM > 12
                       OR VS-EFF-DATE-DD < 1 OR VS-EFF-DATE-DD > 31
                   MOVE "EFFECTIVE DATE IS NOT A CALENDAR DATE"
                       TO WS-REASON
                   SET WS-FAIL-DATE TO TRUE
               WHEN VS-AMOUNT = LOW-VALUES
                   MOVE "AMOUNT IS LOW-VALUES" TO WS-REASON
                   SET WS-FAIL-FIELD TO TRUE
               WHEN VS-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT IS SPACES/NON-NUMERIC" TO WS-REASON
                   SET WS-FAIL-FIELD TO TRUE
               WHEN VS-STATUS-FLAG = LOW-VALUES
                   MOVE "STATUS FLAG IS LOW-VALUES" TO WS-REASON
                   SET WS-FAIL-STATUS TO TRUE
               WHEN VS-STATUS-FLAG = SPACES
                   MOVE "STATUS FLAG IS SPACES" TO WS-REASON
                   SET WS-FAIL-STATUS TO TRUE
               WHEN NOT (VS-STATUS-ACTIVE
                       OR VS-STATUS-INACTIVE
                       OR VS-STATUS-PENDING)
                   MOVE "STATUS FLAG NOT IN VALID SET (A/I/P)"
                       TO WS-REASON
                   SET WS-FAIL-STATUS TO TRUE
               WHEN NOT WS-STATUS-ON-RULES
                   MOVE "STATUS NOT ON ANY STATTRAN TRANSITION"
                       TO WS-REASON
                   SET WS-FAIL-STATUS TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REASON = SPACES
               COMPUTE WS-EFF-DATE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(VS-EFFECTIVE-DATE))
               IF WS-EFF-DATE-INT = ZERO
                   MOVE "EFFECTIVE DATE IS NOT A CALENDAR DATE"
                       TO WS-REASON
                   SET WS-FAIL-DATE TO TRUE
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM 2310-CHECK-CATEGORY
           END-IF
           EVALUATE TRUE
               WHEN WS-FAIL-NOT-ON-MASTER
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
               WHEN WS-FAIL-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN WS-FAIL-CEILING
                   ADD 1 TO WS-CEILING-COUNT
               WHEN WS-FAIL-DATE
                   ADD 1 TO WS-DATE-COUNT
               WHEN WS-FAIL-STATUS
                   ADD 1 TO WS-STATUS-COUNT
               WHEN WS-FAIL-FIELD
                   ADD 1 TO WS-FIELD-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The field edits above have passed, so the amount is known
      * numeric here.  A ceiling of zero on the master means the
      * category is not ceiling-checked.
       2310-CHECK-CATEGORY.
           MOVE "N" TO WS-CM-FOUND-SWITCH
           SET CM-IDX TO 1
           PERFORM VARYING WS-CM-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CM-SEARCH-IDX > WS-CATMAST-USED
               SET CM-IDX TO WS-CM-SEARCH-IDX
               IF CMT-CODE (CM-IDX) = VS-CATEGORY-CODE
                   SET WS-CM-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT WS-CM-FOUND
                   MOVE "CATEGORY CODE NOT ON CATEGORY MASTER"
                       TO WS-REASON
                   SET WS-FAIL-NOT-ON-MASTER TO TRUE
               WHEN CMT-ACTIVE-FLAG (CM-IDX) NOT = "A"
                   MOVE "CATEGORY CODE INACTIVE ON MASTER"
                       TO WS-REASON
                   SET WS-FAIL-INACTIVE TO TRUE
               WHEN CMT-CEILING (CM-IDX) NOT = ZERO
                       AND VS-AMOUNT > CMT-CEILING (CM-IDX)
                   MOVE "AMOUNT EXCEEDS CATEGORY CEILING"
                       TO WS-REASON
                   SET WS-FAIL-CEILING TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A status still in use must lead somewhere or come from
      * somewhere on STATTRAN; one no rule mentions has been retired.
       2320-CHECK-STATUS-ON-RULES.
           MOVE "N" TO WS-ON-RULES-SWITCH
           PERFORM VARYING WS-TRULE-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-TRULE-SEARCH-IDX > WS-TRANS-RULE-USED
               SET TRULE-IDX TO WS-TRULE-SEARCH-IDX
               IF TRULE-FROM (TRULE-IDX) = VS-STATUS-FLAG
                       OR TRULE-TO (TRULE-IDX) = VS-STATUS-FLAG
                   SET WS-STATUS-ON-RULES TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A U update of the record as it stands: once BUGCORR has
      * repaired it, BUGDELTA applies it to the same key.
       2500-WRITE-EXCEPTION.
           MOVE "U" TO REX-ACTION-CODE
           MOVE VS-WSAREA1-RECORD TO REX-ORIGINAL-RECORD
           MOVE WS-REASON TO REX-REASON
           WRITE EXCEPTION-RECORD
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "BUGREVAL0011E EXCEPTION FILE WRITE FAILED - "
                   "STATUS " WS-EXC-FILE-STATUS " - JOB ABENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXCEPTION-WRITTEN.

      * The exception file carries every failure whatever happens
      * here; the table only feeds the listing, so an overflow costs
      * listing lines, never exception records.
       2600-TABLE-FAILURE.
           IF WS-FAIL-USED < WS-FAIL-MAX
               ADD 1 TO WS-FAIL-USED
               SET RFT-IDX TO WS-FAIL-USED
               MOVE VS-RECORD-ID TO RFT-RECORD-ID (RFT-IDX)
               MOVE WS-FAIL-CLASS TO RFT-FAIL-CLASS (RFT-IDX)
               MOVE VS-WSAREA1-RECORD (1:32) TO RFT-IMAGE (RFT-IDX)
               MOVE WS-REASON TO RFT-REASON (RFT-IDX)
               MOVE SPACES TO RFT-AUDIT-TIMESTAMP (RFT-IDX)
               MOVE SPACES TO RFT-AUDIT-PARAGRAPH (RFT-IDX)
           ELSE
               ADD 1 TO WS-UNTABLED-COUNT
           END-IF.

      * One pass of the audit trail; rows are in time order, so the
      * last WSAREA1-VSAM row seen for a failing key is its last
      * change.  A missing audit trail leaves the column blank.
       3000-COLLECT-LAST-CHANGES.
           IF WS-FAIL-USED > ZERO
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-FILE-OK
                   PERFORM 3010-READ-AUDIT-ROW
                   PERFORM 3020-MATCH-AUDIT-ROW UNTIL WS-AUDIT-EOF
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

       3010-READ-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

       3020-MATCH-AUDIT-ROW.
           ADD 1 TO WS-AUDIT-READ
           IF AUD-FIELD-NAME = "WSAREA1-VSAM"
               IF AUD-NEW-VALUE (1:10) NOT = SPACES
                   MOVE AUD-NEW-VALUE (1:10) TO WS-AUDIT-KEY
               ELSE
                   MOVE AUD-OLD-VALUE (1:10) TO WS-AUDIT-KEY
               END-IF
               SEARCH ALL WS-FAIL-ENTRY
                   AT END
                       CONTINUE
                   WHEN RFT-RECORD-ID (RFT-IDX) = WS-AUDIT-KEY
                       MOVE AUD-TIMESTAMP
                           TO RFT-AUDIT-TIMESTAMP (RFT-IDX)
                       MOVE AUD-PARAGRAPH-NAME
                           TO RFT-AUDIT-PARAGRAPH (RFT-IDX)
               END-SEARCH
           END-IF
           PERFORM 3010-READ-AUDIT-ROW.

      * One section per failure class, walked off the same table.
       4000-WRITE-FAILURE-LISTS.
           MOVE "CATEGORY NOT ON MASTER" TO SEC-TITLE
           MOVE "M" TO WS-LIST-CLASS
           PERFORM 4100-WRITE-ONE-SECTION
           MOVE "CATEGORY INACTIVE ON MASTER" TO SEC-TITLE
           MOVE "C" TO WS-LIST-CLASS
           PERFORM 4100-WRITE-ONE-SECTION
           MOVE "AMOUNT OVER CATEGORY CEILING" TO SEC-TITLE
           MOVE "X" TO WS-LIST-CLASS
           PERFORM 4100-WRITE-ONE-SECTION
           MOVE "INVALID EFFECTIVE DATE" TO SEC-TITLE
           MOVE "D" TO WS-LIST-CLASS
           PERFORM 4100-WRITE-ONE-SECTION
           MOVE "STATUS OUTSIDE THE VALID SET (A/I/P, STATTRAN)"
               TO SEC-TITLE
           MOVE "S" TO WS-LIST-CLASS
           PERFORM 4100-WRITE-ONE-SECTION
           MOVE "OTHER FIELD EDITS" TO SEC-TITLE
           MOVE "F" TO WS-LIST-CLASS
           PERFORM 4100-WRITE-ONE-SECTION.

       4100-WRITE-ONE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-HEADING-2
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-WALK-IDX FROM 1 BY 1
                   UNTIL WS-WALK-IDX > WS-FAIL-USED
               SET RFT-IDX TO WS-WALK-IDX
               IF RFT-FAIL-CLASS (RFT-IDX) = WS-LIST-CLASS
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM 4200-WRITE-FAILURE-DETAIL
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

       4200-WRITE-FAILURE-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RFT-IMAGE (RFT-IDX) TO WS-SHOW-IMAGE
           MOVE SHW-RECORD-ID TO DTL-RECORD-ID
           MOVE SHW-CATEGORY-CODE TO DTL-CATEGORY
           MOVE SHW-CATEGORY-CODE TO WS-CMD-LOOKUP-CODE
           PERFORM 9200-FIND-CATEGORY-DESC
           MOVE WS-CMD-DESC TO DTL-DESCRIPTION
           MOVE SHW-STATUS-FLAG TO DTL-STATUS
           MOVE SHW-EFFECTIVE-DATE TO DTL-EFF-DATE
           IF SHW-AMOUNT IS NUMERIC
               MOVE SHW-AMOUNT TO DTL-AMOUNT
           ELSE
               MOVE "NOT NUMERIC" TO DTL-AMOUNT-X
           END-IF
           IF RFT-AUDIT-TIMESTAMP (RFT-IDX) = SPACES
               MOVE "NO AUDIT" TO DTL-CHANGE-DATE
           ELSE
               MOVE RFT-AUDIT-TIMESTAMP (RFT-IDX) (1:8)
                   TO DTL-CHANGE-DATE
               PERFORM 9300-NAME-CHANGE-PROGRAM
               MOVE WS-CHANGE-PROGRAM TO DTL-CHANGE-PROGRAM
           END-IF
           MOVE RFT-REASON (RFT-IDX) TO DTL-REASON
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       5000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CLUSTER RECORDS READ       :" TO SUM-LABEL
           MOVE WS-CLUSTER-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "RECORDS PASSING            :" TO SUM-LABEL
           MOVE WS-PASSED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "CATEGORY NOT ON MASTER     :" TO SUM-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "CATEGORY INACTIVE          :" TO SUM-LABEL
           MOVE WS-INACTIVE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "AMOUNT OVER CEILING        :" TO SUM-LABEL
           MOVE WS-CEILING-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "INVALID EFFECTIVE DATE     :" TO SUM-LABEL
           MOVE WS-DATE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "STATUS OUTSIDE VALID SET   :" TO SUM-LABEL
           MOVE WS-STATUS-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "OTHER FIELD EDITS          :" TO SUM-LABEL
           MOVE WS-FIELD-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "EXCEPTION RECORDS WRITTEN  :" TO SUM-LABEL
           MOVE WS-EXCEPTION-WRITTEN TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-UNTABLED-COUNT > ZERO
               MOVE "FAILURES NOT LISTED (TABLE):" TO SUM-LABEL
               MOVE WS-UNTABLED-COUNT TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               DISPLAY "BUGREVAL0012W FAILURE TABLE FULL (MAX "
                   WS-FAIL-MAX ") - " WS-UNTABLED-COUNT
                   " FAILURES ON REVALEXC BUT NOT LISTED"
           END-IF
           CLOSE REVAL-REPORT
           CLOSE EXCEPTION-FILE

           IF WS-FAILED-COUNT > ZERO
               DISPLAY "BUGREVAL0013W STANDING RECORDS FAILING "
                   "CURRENT RULES: " WS-FAILED-COUNT
                   " - WORK REVALEXC THROUGH BUGCORR MODE=DELTA"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "BUGREVAL0014I STANDING POPULATION PASSES "
                   "CURRENT RULES"
           END-IF.

      * A code the master has never heard of prints as such.
       9200-FIND-CATEGORY-DESC.
           MOVE "*NOT ON MASTER*" TO WS-CMD-DESC
           PERFORM VARYING WS-CM-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CM-SEARCH-IDX > WS-CATMAST-USED
               SET CM-IDX TO WS-CM-SEARCH-IDX
               IF CMT-CODE (CM-IDX) = WS-CMD-LOOKUP-CODE
                   MOVE CMT-DESCRIPTION (CM-IDX) TO WS-CMD-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The audit row names the paragraph, not the program; every
      * paragraph that writes WSAREA1-VSAM rows belongs to exactly
      * one program in the suite.
       9300-NAME-CHANGE-PROGRAM.
           EVALUATE RFT-AUDIT-PARAGRAPH (RFT-IDX)
               WHEN "2300-PERSIST-TO-VSAM"
                   MOVE "BUGSOLN" TO WS-CHANGE-PROGRAM
               WHEN "2200-APPLY-ADD"
               WHEN "2300-APPLY-UPDATE"
               WHEN "2400-APPLY-DELETE"
                   MOVE "BUGDELTA" TO WS-CHANGE-PROGRAM
               WHEN "2200-JUDGE-VSAM-RECORD"
                   MOVE "BUGHSKP" TO WS-CHANGE-PROGRAM
               WHEN "3100-RESTORE-ONE-ROW"
                   MOVE "BUGBACK" TO WS-CHANGE-PROGRAM
               WHEN "2300-EXPIRE-PENDING-RECORD"
                   MOVE "BUGLIFE" TO WS-CHANGE-PROGRAM
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-CHANGE-PROGRAM
           END-EVALUATE.
