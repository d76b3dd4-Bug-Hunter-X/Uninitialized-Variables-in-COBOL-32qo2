       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGRECN.
       AUTHOR. DATA-PROCESSING.
      ******************************************************************
      * BUGRECN - MONTHLY FULL-POPULATION RECONCILIATION
      *
      * BUGBAL proves one night's feed; this program proves the whole
      * cluster.  Once a month the source system sends its full
      * population (DD SRCEXTR) in the WSAREA1 layout, bracketed by
      * the usual FEEDHDRR/FEEDTRLR control records and sorted
      * ascending by WA1-RECORD-ID as every feed in the suite is.
      * The bracket is verified first -- a truncated extract would
      * report every missing record as a break -- and the extract is
      * then matched key by key against WSAREA1-VSAM:
      *
      *   ORPHAN     key on the cluster, not in the source
      *   MISSING    key in the source, not on the cluster
      *   FIELD      key on both, WA1-AMOUNT, WA1-STATUS-FLAG,
      *              WA1-EFFECTIVE-DATE or WA1-CATEGORY-CODE differ
      *
      * Every break is listed on the reconciliation report
      * (DD RECNRPT) with the last WSAREA1-VSAM audit row that touched
      * the key (DD AUDITLOG, optional) -- its timestamp, paragraph and
      * the program that owns that paragraph -- so the analyst can see
      * what caused it.  Every break is also written to the break file
      * (DD RECNBRK) in BUGDELTA's transaction layout, the source
      * system's image winning: an orphan as a D delete of the
      * cluster image, a missing key as an A add of the source image,
      * a field break as a U update to the source image.  Nothing is
      * applied here -- an authorized operator reviews RECNBRK and
      * feeds it to BUGDELTA as TRANIN, where the usual edits,
      * transition rules and delete authority apply.
      *
      * A refused extract ends RC 12 with nothing matched; a
      * reconciliation with breaks ends RC 4; a clean one RC 0.
      *
      * CHANGE LOG
      * 2026-09-16  Initial version.
      * 2026-09-24  The cluster now holds records owned by several
      *             source systems.  Only cluster records owned by the
      *             extract's HDR source (or not yet owned by any) are
      *             reconciled; another source's records are stepped
      *             over and counted, and a key in this extract that
      *             the cluster holds under another source is reported
      *             as an ownership conflict, not a break.  A and U
      *             break images carry the HDR source so BUGDELTA's
      *             ownership check accepts them.
      * 2026-10-07  Changes made by the BUGLIFE lifecycle sweep
      *             (paragraph 2300-EXPIRE-PENDING-RECORD) are
      *             named as BUGLIFE's instead of UNKNOWN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-EXTRACT ASSIGN TO SRCEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RECON-REPORT ASSIGN TO RECNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BREAK-FILE ASSIGN TO RECNBRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRK-FILE-STATUS.

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
       FD  SOURCE-EXTRACT
           RECORDING MODE IS F.
       01  SRC-RECORD                   PIC X(100).
       01  SRC-WSAREA1-REC.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==SRC-==.
       01  FEED-HEADER-REC.
           COPY FEEDHDRR.
       01  FEED-TRAILER-REC.
           COPY FEEDTRLR.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD-IN.
           COPY AUDITREC.

       FD  RECON-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(132).

      * Same layout as BUGDELTA's TRANIN: action code plus the full
      * WS-AREA-1 image.
       FD  BREAK-FILE
           RECORDING MODE IS F.
       01  BREAK-RECORD.
           05  BRF-ACTION-CODE          PIC X(01).
           05  BRF-AREA1                PIC X(100).

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

       FD  WSAREA1-VSAM.
       01  VS-WSAREA1-RECORD.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==VS-==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-SRC-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-AUDIT-FILE-OK     VALUE "00".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-BRK-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".
           05  WS-VSAM-FILE-STATUS      PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SRC-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SRC-EOF           VALUE "Y".
           05  WS-VSAM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-VSAM-EOF          VALUE "Y".
           05  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-AUDIT-EOF         VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-CONTROL-REC-SWITCH    PIC X(01) VALUE "N".
               88  WS-CONTROL-REC       VALUE "Y".
           05  WS-HEADER-SEEN-SWITCH    PIC X(01) VALUE "N".
               88  WS-HEADER-SEEN       VALUE "Y".
           05  WS-TRAILER-SEEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-TRAILER-SEEN      VALUE "Y".
           05  WS-EXTRACT-ERROR-SWITCH  PIC X(01) VALUE "N".
               88  WS-EXTRACT-ERROR     VALUE "Y".
           05  WS-VS-OTHER-SOURCE-SWITCH
                                        PIC X(01) VALUE "N".
               88  WS-VS-OTHER-SOURCE   VALUE "Y".

       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.

       01  WS-HDR-EXTRACT-DATE          PIC X(08) VALUE SPACES.
       01  WS-HDR-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
       01  WS-TRL-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-TRL-AMOUNT-HASH           PIC S9(11)V99 VALUE ZERO.
       01  WS-EXTRACT-AMOUNT-HASH       PIC S9(11)V99 VALUE ZERO.
       01  WS-PREV-SRC-KEY              PIC X(10) VALUE LOW-VALUES.

      * Current match keys; an exhausted file's key goes to
      * HIGH-VALUES so the other file drains through the same logic.
       01  WS-SRC-KEY                   PIC X(10) VALUE SPACES.
       01  WS-VS-KEY                    PIC X(10) VALUE SPACES.
       01  WS-AUDIT-KEY                 PIC X(10) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-EXTRACT-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-CLUSTER-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-MATCHED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-ORPHAN-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-MISSING-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-FIELD-BREAK-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-BREAK-WRITTEN         PIC 9(07) VALUE ZERO.
           05  WS-UNTABLED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-READ            PIC 9(07) VALUE ZERO.
           05  WS-SECTION-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-OTHER-SOURCE-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-OWNER-CONFLICT-COUNT  PIC 9(07) VALUE ZERO.

      * Which of the four compared fields disagree on a field break.
       01  WS-BREAK-FIELDS.
           05  WS-BRK-AMOUNT            PIC X(01) VALUE SPACE.
           05  WS-BRK-STATUS            PIC X(01) VALUE SPACE.
           05  WS-BRK-EFF-DATE          PIC X(01) VALUE SPACE.
           05  WS-BRK-CATEGORY          PIC X(01) VALUE SPACE.

      * Every break, in key order as the match produces them, so the
      * audit pass can SEARCH ALL for a key instead of walking the
      * whole table once per audit row.  The images are kept to their
      * compared bytes (through WA1-CATEGORY-CODE).
       01  WS-BREAK-USED                PIC 9(05) VALUE ZERO.
       01  WS-BREAK-MAX                 PIC 9(05) VALUE 5000.
       01  WS-BREAK-TABLE.
           05  WS-BREAK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BREAK-USED
                   ASCENDING KEY IS BRT-RECORD-ID
                   INDEXED BY BRT-IDX.
               10  BRT-RECORD-ID        PIC X(10).
               10  BRT-BREAK-TYPE       PIC X(01).
                   88  BRT-ORPHAN       VALUE "O".
                   88  BRT-MISSING      VALUE "M".
                   88  BRT-FIELD        VALUE "F".
               10  BRT-FIELDS           PIC X(04).
               10  BRT-CLUSTER-IMAGE    PIC X(32).
               10  BRT-SOURCE-IMAGE     PIC X(32).
               10  BRT-AUDIT-TIMESTAMP  PIC X(26).
               10  BRT-AUDIT-PARAGRAPH  PIC X(30).
       01  WS-WALK-IDX                  PIC 9(05) VALUE ZERO.
       01  WS-LIST-TYPE                 PIC X(01) VALUE SPACE.

       01  WS-SHOW-IMAGE                PIC X(100) VALUE SPACES.
       01  SHOW-WSAREA1-REC REDEFINES WS-SHOW-IMAGE.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==SHW-==.
       01  WS-CHANGE-PROGRAM            PIC X(08) VALUE SPACES.

       01  WS-HEADING-1                 PIC X(132) VALUE
           "BUGRECN - WSAREA1-VSAM FULL-POPULATION RECONCILIATION".
       01  WS-EXTRACT-LINE.
           05  FILLER                   PIC X(16)
               VALUE "SOURCE SYSTEM : ".
           05  EXT-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                   PIC X(12)
               VALUE "  EXTRACT : ".
           05  EXT-EXTRACT-DATE         PIC X(08).
           05  FILLER                   PIC X(12)
               VALUE "  RUN DATE: ".
           05  EXT-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(68) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER                   PIC X(04) VALUE "*** ".
           05  SEC-TITLE                PIC X(60).
           05  FILLER                   PIC X(68) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                   PIC X(35) VALUE
               "RECORD ID   FIELDS IN BREAK".
           05  FILLER                   PIC X(20) VALUE
               "LAST CHANGE".
           05  FILLER                   PIC X(77) VALUE
               "PROGRAM   PARAGRAPH".
       01  WS-DETAIL-LINE.
           05  DTL-RECORD-ID            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-FIELD-AMOUNT         PIC X(05).
           05  DTL-FIELD-STATUS         PIC X(05).
           05  DTL-FIELD-EFF-DATE       PIC X(05).
           05  DTL-FIELD-CATEGORY       PIC X(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DTL-CHANGE-TS            PIC X(16).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DTL-CHANGE-PROGRAM       PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-CHANGE-PARAGRAPH     PIC X(30).
           05  FILLER                   PIC X(37) VALUE SPACES.
       01  WS-IMAGE-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  IMG-LABEL                PIC X(09).
           05  FILLER                   PIC X(06) VALUE "EFF : ".
           05  IMG-EFF-DATE             PIC X(08).
           05  FILLER                   PIC X(08) VALUE "  AMT : ".
           05  IMG-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(11) VALUE "  STATUS : ".
           05  IMG-STATUS               PIC X(01).
           05  FILLER                   PIC X(08) VALUE "  CAT : ".
           05  IMG-CATEGORY             PIC X(04).
           05  FILLER                   PIC X(60) VALUE SPACES.
       01  WS-NONE-LINE                 PIC X(132) VALUE
           "    NONE".
       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(28).
           05  SUM-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 1000-INITIALIZE
           PERFORM 1500-VERIFY-EXTRACT
           PERFORM 2000-MATCH-POPULATION
           PERFORM 3000-COLLECT-LAST-CHANGES
           PERFORM 4000-WRITE-BREAK-LISTS
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
           DISPLAY "BUGRECN0001I PARAMETERS IN EFFECT - RUN-DATE="
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
                       DISPLAY "BUGRECN0002E RUN-DATE MUST BE "
                           "CCYYMMDD - FOUND " WS-CARD-VALUE (1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGRECN0003E UNRECOGNIZED PARAMETER CARD "
                       "- " PARAM-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

       1000-INITIALIZE.
           OPEN OUTPUT RECON-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "BUGRECN0004E OPEN FAILED FOR RECON-REPORT - "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BREAK-FILE
           IF WS-BRK-FILE-STATUS NOT = "00"
               DISPLAY "BUGRECN0005E OPEN FAILED FOR BREAK-FILE - "
                   "STATUS " WS-BRK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RPT-LINE FROM WS-HEADING-1.

      * The same bracket checks BUGEXCP makes on the nightly feed,
      * plus key sequence: the match below depends on it.  A refused
      * extract reconciles nothing.
       1500-VERIFY-EXTRACT.
           OPEN INPUT SOURCE-EXTRACT
           IF WS-SRC-FILE-STATUS NOT = "00"
               DISPLAY "BUGRECN0006E OPEN FAILED FOR SOURCE-EXTRACT - "
                   "STATUS " WS-SRC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1510-READ-EXTRACT
           PERFORM 1520-VERIFY-EXTRACT-RECORD UNTIL WS-SRC-EOF
           CLOSE SOURCE-EXTRACT

           IF NOT WS-HEADER-SEEN
               DISPLAY "BUGRECN0007E NO HDR CONTROL RECORD ON EXTRACT"
               SET WS-EXTRACT-ERROR TO TRUE
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "BUGRECN0008E NO TRL CONTROL RECORD ON EXTRACT"
               SET WS-EXTRACT-ERROR TO TRUE
           ELSE
               IF WS-TRL-RECORD-COUNT NOT = WS-EXTRACT-COUNT
                   DISPLAY "BUGRECN0009E TRL RECORD COUNT "
                       WS-TRL-RECORD-COUNT " BUT " WS-EXTRACT-COUNT
                       " DATA RECORDS READ"
                   SET WS-EXTRACT-ERROR TO TRUE
               END-IF
               IF WS-TRL-AMOUNT-HASH NOT = WS-EXTRACT-AMOUNT-HASH
                   DISPLAY "BUGRECN0010E TRL AMOUNT HASH DOES NOT "
                       "MATCH AMOUNTS READ"
                   SET WS-EXTRACT-ERROR TO TRUE
               END-IF
           END-IF

           MOVE WS-HDR-SOURCE-SYSTEM TO EXT-SOURCE-SYSTEM
           MOVE WS-HDR-EXTRACT-DATE TO EXT-EXTRACT-DATE
           MOVE WS-RUN-DATE TO EXT-RUN-DATE
           WRITE RPT-LINE FROM WS-EXTRACT-LINE
           IF WS-EXTRACT-ERROR
               DISPLAY "BUGRECN0011E EXTRACT REFUSED - CONTROL TOTAL "
                   "VERIFICATION FAILED, NOTHING RECONCILED"
               MOVE "EXTRACT REFUSED - CONTROL TOTALS DID NOT VERIFY"
                   TO SEC-TITLE
               WRITE RPT-LINE FROM WS-SECTION-LINE
               CLOSE RECON-REPORT
               CLOSE BREAK-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "BUGRECN0012I EXTRACT CONTROL TOTALS VERIFIED - "
               "SOURCE " WS-HDR-SOURCE-SYSTEM " EXTRACT "
               WS-HDR-EXTRACT-DATE " RECORDS " WS-EXTRACT-COUNT
           MOVE "N" TO WS-SRC-EOF-SWITCH
           MOVE ZERO TO WS-EXTRACT-COUNT.

       1510-READ-EXTRACT.
           READ SOURCE-EXTRACT
               AT END
                   SET WS-SRC-EOF TO TRUE
           END-READ.

       1520-VERIFY-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN FDH-HEADER
                   IF WS-HEADER-SEEN
                       DISPLAY "BUGRECN0013E DUPLICATE HDR CONTROL "
                           "RECORD"
                       SET WS-EXTRACT-ERROR TO TRUE
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE FDH-EXTRACT-DATE TO WS-HDR-EXTRACT-DATE
                   MOVE FDH-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM
               WHEN FDT-TRAILER
                   IF WS-TRAILER-SEEN
                       DISPLAY "BUGRECN0014E DUPLICATE TRL CONTROL "
                           "RECORD"
                       SET WS-EXTRACT-ERROR TO TRUE
                   END-IF
                   SET WS-TRAILER-SEEN TO TRUE
                   IF FDT-RECORD-COUNT IS NUMERIC
                       MOVE FDT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   ELSE
                       DISPLAY "BUGRECN0015E TRL RECORD COUNT NOT "
                           "NUMERIC"
                       SET WS-EXTRACT-ERROR TO TRUE
                   END-IF
                   IF FDT-AMOUNT-HASH IS NUMERIC
                       MOVE FDT-AMOUNT-HASH TO WS-TRL-AMOUNT-HASH
                   ELSE
                       DISPLAY "BUGRECN0016E TRL AMOUNT HASH NOT "
                           "NUMERIC"
                       SET WS-EXTRACT-ERROR TO TRUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-EXTRACT-COUNT
                   IF SRC-AMOUNT IS NUMERIC
                       ADD SRC-AMOUNT TO WS-EXTRACT-AMOUNT-HASH
                   END-IF
                   IF SRC-RECORD-ID NOT > WS-PREV-SRC-KEY
                       DISPLAY "BUGRECN0017E EXTRACT OUT OF SEQUENCE "
                           "OR DUPLICATE KEY AT " SRC-RECORD-ID
                       SET WS-EXTRACT-ERROR TO TRUE
                   END-IF
                   MOVE SRC-RECORD-ID TO WS-PREV-SRC-KEY
           END-EVALUATE
           PERFORM 1510-READ-EXTRACT.

      * Classic two-file match on ascending keys: the lower key is
      * the one only that side has.
       2000-MATCH-POPULATION.
           OPEN INPUT SOURCE-EXTRACT
           IF WS-SRC-FILE-STATUS NOT = "00"
               DISPLAY "BUGRECN0006E OPEN FAILED FOR SOURCE-EXTRACT - "
                   "STATUS " WS-SRC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT WSAREA1-VSAM
           IF WS-VSAM-FILE-STATUS NOT = "00"
               DISPLAY "BUGRECN0018E OPEN FAILED FOR WSAREA1-VSAM - "
                   "STATUS " WS-VSAM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-NEXT-SOURCE-DATA
           PERFORM 2150-NEXT-CLUSTER-RECORD
           PERFORM 2200-MATCH-ONE-KEY
               UNTIL WS-SRC-EOF AND WS-VSAM-EOF
           CLOSE SOURCE-EXTRACT
           CLOSE WSAREA1-VSAM
           DISPLAY "BUGRECN0019I MATCHED " WS-MATCHED-COUNT
               "  ORPHANS " WS-ORPHAN-COUNT
               "  MISSING " WS-MISSING-COUNT
               "  FIELD BREAKS " WS-FIELD-BREAK-COUNT
           DISPLAY "BUGRECN0024I OTHER SOURCES' CLUSTER RECORDS "
               "SKIPPED " WS-OTHER-SOURCE-COUNT
               "  OWNERSHIP CONFLICTS " WS-OWNER-CONFLICT-COUNT.

      * Control records were proven by the verify pass and are
      * stepped over here.
       2100-NEXT-SOURCE-DATA.
           SET WS-CONTROL-REC TO TRUE
           PERFORM 2110-READ-SOURCE-RECORD UNTIL NOT WS-CONTROL-REC.

       2110-READ-SOURCE-RECORD.
           READ SOURCE-EXTRACT
               AT END
                   SET WS-SRC-EOF TO TRUE
                   MOVE "N" TO WS-CONTROL-REC-SWITCH
                   MOVE HIGH-VALUES TO WS-SRC-KEY
               NOT AT END
                   IF FDH-HEADER OR FDT-TRAILER
                       SET WS-CONTROL-REC TO TRUE
                   ELSE
                       MOVE "N" TO WS-CONTROL-REC-SWITCH
                       ADD 1 TO WS-EXTRACT-COUNT
                       MOVE SRC-RECORD-ID TO WS-SRC-KEY
                       IF SRC-SOURCE-SYSTEM = SPACES
                           MOVE WS-HDR-SOURCE-SYSTEM
                               TO SRC-SOURCE-SYSTEM
                       END-IF
                   END-IF
           END-READ.

       2150-NEXT-CLUSTER-RECORD.
           READ WSAREA1-VSAM NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-VS-KEY
               NOT AT END
                   ADD 1 TO WS-CLUSTER-COUNT
                   MOVE VS-RECORD-ID TO WS-VS-KEY
           END-READ
           MOVE "N" TO WS-VS-OTHER-SOURCE-SWITCH
           IF NOT WS-VSAM-EOF
                   AND VS-SOURCE-SYSTEM NOT = SPACES
                   AND VS-SOURCE-SYSTEM NOT = WS-HDR-SOURCE-SYSTEM
               SET WS-VS-OTHER-SOURCE TO TRUE
           END-IF.

      * Another source's record is none of this extract's business
      * unless the extract claims the same key, and then it is an
      * ownership question for the two source systems, not a break
      * BUGDELTA could settle.
       2200-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-SRC-KEY = WS-VS-KEY AND WS-VS-OTHER-SOURCE
                   ADD 1 TO WS-OWNER-CONFLICT-COUNT
                   DISPLAY "BUGRECN0025W RECORD " WS-SRC-KEY
                       " IS OWNED BY SOURCE " VS-SOURCE-SYSTEM
                       " - NOT RECONCILED TO "
                       WS-HDR-SOURCE-SYSTEM
                   PERFORM 2100-NEXT-SOURCE-DATA
                   PERFORM 2150-NEXT-CLUSTER-RECORD
               WHEN WS-SRC-KEY > WS-VS-KEY AND WS-VS-OTHER-SOURCE
                   ADD 1 TO WS-OTHER-SOURCE-COUNT
                   PERFORM 2150-NEXT-CLUSTER-RECORD
               WHEN WS-SRC-KEY = WS-VS-KEY
                   ADD 1 TO WS-MATCHED-COUNT
                   PERFORM 2210-COMPARE-FIELDS
                   IF WS-BREAK-FIELDS NOT = SPACES
                       ADD 1 TO WS-FIELD-BREAK-COUNT
                       MOVE "U" TO BRF-ACTION-CODE
                       MOVE SRC-RECORD TO BRF-AREA1
                       PERFORM 2300-WRITE-BREAK
                       MOVE "F" TO WS-LIST-TYPE
                       PERFORM 2400-TABLE-BREAK
                   END-IF
                   PERFORM 2100-NEXT-SOURCE-DATA
                   PERFORM 2150-NEXT-CLUSTER-RECORD
               WHEN WS-SRC-KEY < WS-VS-KEY
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO WS-BREAK-FIELDS
                   MOVE "A" TO BRF-ACTION-CODE
                   MOVE SRC-RECORD TO BRF-AREA1
                   PERFORM 2300-WRITE-BREAK
                   MOVE "M" TO WS-LIST-TYPE
                   PERFORM 2400-TABLE-BREAK
                   PERFORM 2100-NEXT-SOURCE-DATA
               WHEN OTHER
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE SPACES TO WS-BREAK-FIELDS
                   MOVE "D" TO BRF-ACTION-CODE
                   MOVE VS-WSAREA1-RECORD TO BRF-AREA1
                   PERFORM 2300-WRITE-BREAK
                   MOVE "O" TO WS-LIST-TYPE
                   PERFORM 2400-TABLE-BREAK
                   PERFORM 2150-NEXT-CLUSTER-RECORD
           END-EVALUATE.

      * Amounts compare by value when both sides are numeric (a sign
      * carried differently is not a break) and byte for byte when
      * either is not.
       2210-COMPARE-FIELDS.
           MOVE SPACES TO WS-BREAK-FIELDS
           IF SRC-AMOUNT IS NUMERIC AND VS-AMOUNT IS NUMERIC
               IF SRC-AMOUNT NOT = VS-AMOUNT
                   MOVE "Y" TO WS-BRK-AMOUNT
               END-IF
           ELSE
               IF SRC-RECORD (19:9) NOT = VS-WSAREA1-RECORD (19:9)
                   MOVE "Y" TO WS-BRK-AMOUNT
               END-IF
           END-IF
           IF SRC-STATUS-FLAG NOT = VS-STATUS-FLAG
               MOVE "Y" TO WS-BRK-STATUS
           END-IF
           IF SRC-EFFECTIVE-DATE NOT = VS-EFFECTIVE-DATE
               MOVE "Y" TO WS-BRK-EFF-DATE
           END-IF
           IF SRC-CATEGORY-CODE NOT = VS-CATEGORY-CODE
               MOVE "Y" TO WS-BRK-CATEGORY
           END-IF.

       2300-WRITE-BREAK.
           WRITE BREAK-RECORD
           IF WS-BRK-FILE-STATUS NOT = "00"
               DISPLAY "BUGRECN0020E BREAK FILE WRITE FAILED - STATUS "
                   WS-BRK-FILE-STATUS " - JOB ABENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BREAK-WRITTEN.

      * The break file carries every break whatever happens here; the
      * table only feeds the listing, so an overflow costs listing
      * lines, never break records.
       2400-TABLE-BREAK.
           IF WS-BREAK-USED < WS-BREAK-MAX
               ADD 1 TO WS-BREAK-USED
               SET BRT-IDX TO WS-BREAK-USED
               MOVE WS-LIST-TYPE TO BRT-BREAK-TYPE (BRT-IDX)
               MOVE WS-BREAK-FIELDS TO BRT-FIELDS (BRT-IDX)
               MOVE SPACES TO BRT-CLUSTER-IMAGE (BRT-IDX)
               MOVE SPACES TO BRT-SOURCE-IMAGE (BRT-IDX)
               MOVE SPACES TO BRT-AUDIT-TIMESTAMP (BRT-IDX)
               MOVE SPACES TO BRT-AUDIT-PARAGRAPH (BRT-IDX)
               IF WS-LIST-TYPE = "M"
                   MOVE SRC-RECORD-ID TO BRT-RECORD-ID (BRT-IDX)
                   MOVE SRC-RECORD (1:32) TO BRT-SOURCE-IMAGE (BRT-IDX)
               ELSE
                   MOVE VS-RECORD-ID TO BRT-RECORD-ID (BRT-IDX)
                   MOVE VS-WSAREA1-RECORD (1:32)
                       TO BRT-CLUSTER-IMAGE (BRT-IDX)
                   IF WS-LIST-TYPE = "F"
                       MOVE SRC-RECORD (1:32)
                           TO BRT-SOURCE-IMAGE (BRT-IDX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-UNTABLED-COUNT
           END-IF.

      * One pass of the audit trail; rows are in time order, so the
      * last WSAREA1-VSAM row seen for a break key is its last
      * change.  A missing audit trail leaves the column blank.
       3000-COLLECT-LAST-CHANGES.
           IF WS-BREAK-USED > ZERO
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
               SEARCH ALL WS-BREAK-ENTRY
                   AT END
                       CONTINUE
                   WHEN BRT-RECORD-ID (BRT-IDX) = WS-AUDIT-KEY
                       MOVE AUD-TIMESTAMP
                           TO BRT-AUDIT-TIMESTAMP (BRT-IDX)
                       MOVE AUD-PARAGRAPH-NAME
                           TO BRT-AUDIT-PARAGRAPH (BRT-IDX)
               END-SEARCH
           END-IF
           PERFORM 3010-READ-AUDIT-ROW.

      * One section per break type, walked off the same table.
       4000-WRITE-BREAK-LISTS.
           MOVE "ORPHANS - ON THE CLUSTER, NOT IN THE SOURCE"
               TO SEC-TITLE
           MOVE "O" TO WS-LIST-TYPE
           PERFORM 4100-WRITE-ONE-SECTION
           MOVE "MISSING - IN THE SOURCE, NOT ON THE CLUSTER"
               TO SEC-TITLE
           MOVE "M" TO WS-LIST-TYPE
           PERFORM 4100-WRITE-ONE-SECTION
           MOVE "FIELD BREAKS - ON BOTH, FIELDS DISAGREE"
               TO SEC-TITLE
           MOVE "F" TO WS-LIST-TYPE
           PERFORM 4100-WRITE-ONE-SECTION.

       4100-WRITE-ONE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-HEADING-2
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-WALK-IDX FROM 1 BY 1
                   UNTIL WS-WALK-IDX > WS-BREAK-USED
               SET BRT-IDX TO WS-WALK-IDX
               IF BRT-BREAK-TYPE (BRT-IDX) = WS-LIST-TYPE
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM 4200-WRITE-BREAK-DETAIL
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

       4200-WRITE-BREAK-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE BRT-RECORD-ID (BRT-IDX) TO DTL-RECORD-ID
           IF BRT-FIELDS (BRT-IDX) (1:1) = "Y"
               MOVE "AMT" TO DTL-FIELD-AMOUNT
           END-IF
           IF BRT-FIELDS (BRT-IDX) (2:1) = "Y"
               MOVE "STAT" TO DTL-FIELD-STATUS
           END-IF
           IF BRT-FIELDS (BRT-IDX) (3:1) = "Y"
               MOVE "EFF" TO DTL-FIELD-EFF-DATE
           END-IF
           IF BRT-FIELDS (BRT-IDX) (4:1) = "Y"
               MOVE "CAT" TO DTL-FIELD-CATEGORY
           END-IF
           IF BRT-AUDIT-TIMESTAMP (BRT-IDX) = SPACES
               MOVE "NO AUDIT ROW" TO DTL-CHANGE-TS
           ELSE
               MOVE BRT-AUDIT-TIMESTAMP (BRT-IDX) (1:16)
                   TO DTL-CHANGE-TS
               MOVE BRT-AUDIT-PARAGRAPH (BRT-IDX)
                   TO DTL-CHANGE-PARAGRAPH
               PERFORM 9300-NAME-CHANGE-PROGRAM
               MOVE WS-CHANGE-PROGRAM TO DTL-CHANGE-PROGRAM
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE

           IF BRT-CLUSTER-IMAGE (BRT-IDX) NOT = SPACES
               MOVE "CLUSTER  " TO IMG-LABEL
               MOVE BRT-CLUSTER-IMAGE (BRT-IDX) TO WS-SHOW-IMAGE
               PERFORM 4300-WRITE-IMAGE-LINE
           END-IF
           IF BRT-SOURCE-IMAGE (BRT-IDX) NOT = SPACES
               MOVE "SOURCE   " TO IMG-LABEL
               MOVE BRT-SOURCE-IMAGE (BRT-IDX) TO WS-SHOW-IMAGE
               PERFORM 4300-WRITE-IMAGE-LINE
           END-IF.

       4300-WRITE-IMAGE-LINE.
           MOVE SHW-EFFECTIVE-DATE TO IMG-EFF-DATE
           IF SHW-AMOUNT IS NUMERIC
               MOVE SHW-AMOUNT TO IMG-AMOUNT
           ELSE
               MOVE ZERO TO IMG-AMOUNT
           END-IF
           MOVE SHW-STATUS-FLAG TO IMG-STATUS
           MOVE SHW-CATEGORY-CODE TO IMG-CATEGORY
           WRITE RPT-LINE FROM WS-IMAGE-LINE.

       5000-TERMINATE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SOURCE RECORDS READ        :" TO SUM-LABEL
           MOVE WS-EXTRACT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "CLUSTER RECORDS READ       :" TO SUM-LABEL
           MOVE WS-CLUSTER-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "ORPHANS                    :" TO SUM-LABEL
           MOVE WS-ORPHAN-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "MISSING                    :" TO SUM-LABEL
           MOVE WS-MISSING-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "FIELD BREAKS               :" TO SUM-LABEL
           MOVE WS-FIELD-BREAK-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "OTHER SOURCES SKIPPED      :" TO SUM-LABEL
           MOVE WS-OTHER-SOURCE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "OWNERSHIP CONFLICTS        :" TO SUM-LABEL
           MOVE WS-OWNER-CONFLICT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "BREAK FILE RECORDS WRITTEN :" TO SUM-LABEL
           MOVE WS-BREAK-WRITTEN TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-UNTABLED-COUNT > ZERO
               MOVE "BREAKS NOT LISTED (TABLE)  :" TO SUM-LABEL
               MOVE WS-UNTABLED-COUNT TO SUM-COUNT
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               DISPLAY "BUGRECN0021W BREAK TABLE FULL (MAX "
                   WS-BREAK-MAX ") - " WS-UNTABLED-COUNT
                   " BREAKS ON RECNBRK BUT NOT LISTED"
           END-IF
           CLOSE RECON-REPORT
           CLOSE BREAK-FILE

           IF WS-BREAK-WRITTEN > ZERO
               DISPLAY "BUGRECN0022W RECONCILIATION BREAKS: "
                   WS-BREAK-WRITTEN " - REVIEW RECNBRK BEFORE "
                   "FEEDING BUGDELTA"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "BUGRECN0023I CLUSTER RECONCILES TO SOURCE "
                   WS-HDR-SOURCE-SYSTEM " - NO BREAKS"
           END-IF
           IF WS-OWNER-CONFLICT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      * The audit row names the paragraph, not the program; every
      * paragraph that writes WSAREA1-VSAM rows belongs to exactly
      * one program in the suite.
       9300-NAME-CHANGE-PROGRAM.
           EVALUATE BRT-AUDIT-PARAGRAPH (BRT-IDX)
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
