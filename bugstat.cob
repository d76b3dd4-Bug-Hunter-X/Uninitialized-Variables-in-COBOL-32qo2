      * DD SNAPOUT to become next month's prior snapshot.  RUN-DATE
      * may be overridden on the SYSIN parameter card.
      *
      * Each run also carries the month-end snapshot history forward
      * (DD SNAPHIST in, DD SNAPHNEW out, layout SNPHSTRC): the
      * population for the SNAPSHOT-MONTH (SYSIN, default the run
      * date's month) by category, status and aging bucket is added,
      * replacing any rows a rerun for that month left, and months
      * more than twelve before it roll off.  BUGTREND reports the
      * trend from the history.
      *
      * CHANGE LOG
      * 2026-08-21  Initial version.
      * 2026-09-02  Prints the category description from the category
      *             section.  The DD is optional for this report:
      *             with no master every description prints as
      *             *NOT ON MASTER*.
      * 2026-09-24  Adds a population-by-source-system section (count,
      *             amount and status split per WA1-SOURCE-SYSTEM) now
      *             that the cluster carries records owned by several
      *             source systems; records loaded before the stamp
      *             existed total under (NONE).  Each aged-pending
      *             line also shows its owning source.
      * 2026-10-12  Month-end snapshot history: a category by status
      *             by aging-bucket summary of the cluster is appended
      *             to a new generation of the history file (DD
      *             SNAPHIST in, optional for the first month; DD
      *             SNAPHNEW out) under the SNAPSHOT-MONTH=CCYYMM card,
      *             default the run date's month.  A rerun for the
      *             same month replaces that month's rows, and months
      *             more than twelve before it roll off, so thirteen
      *             months are held for BUGTREND.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-FILE-STATUS.

           SELECT OPTIONAL SNAPSHOT-HISTORY ASSIGN TO SNAPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT SNAPSHOT-HISTORY-NEW ASSIGN TO SNAPHNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HNEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WSAREA1-VSAM.
       01  CATMAST-RECORD.
           COPY CATMSTRC.

       FD  SNAPSHOT-HISTORY
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           COPY SNPHSTRC.

       FD  SNAPSHOT-HISTORY-NEW
           RECORDING MODE IS F.
       01  HISTORY-NEW-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-VSAM-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".
           05  WS-CATMAST-FILE-STATUS   PIC X(02) VALUE "00".
               88  WS-CATMAST-FILE-OK   VALUE "00".
           05  WS-HIST-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-HIST-FILE-OK      VALUE "00".
           05  WS-HNEW-FILE-STATUS      PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-VSAM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-PRIOR-PENDING     VALUE "Y".
           05  WS-CATMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-CATMAST-EOF       VALUE "Y".
           05  WS-HIST-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-HIST-EOF          VALUE "Y".

       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.

      * The month the history rows are filed under, and months as a
      * running count (CCYY * 12 + MM) so the roll-off is one
      * subtraction.
       01  WS-SNAPSHOT-MONTH.
           05  WS-SNAP-CCYY             PIC 9(04) VALUE ZERO.
           05  WS-SNAP-MM               PIC 9(02) VALUE ZERO.
       01  WS-SNAP-MONTH-INDEX          PIC 9(06) VALUE ZERO.
       01  WS-ROW-MONTH-INDEX           PIC 9(06) VALUE ZERO.
       01  WS-HISTORY-MONTHS-KEPT       PIC 9(02) VALUE 12.

       01  WS-HISTORY-COUNTS.
           05  WS-HIST-READ             PIC 9(07) VALUE ZERO.
           05  WS-HIST-CARRIED          PIC 9(07) VALUE ZERO.
           05  WS-HIST-ROLLED-OFF       PIC 9(07) VALUE ZERO.
           05  WS-HIST-REPLACED         PIC 9(07) VALUE ZERO.
           05  WS-HIST-UNREADABLE       PIC 9(07) VALUE ZERO.
           05  WS-HIST-WRITTEN          PIC 9(07) VALUE ZERO.

      * This month's summary cells, addressed directly: category
      * table slot (200) by status (A, I, P, other) by aging bucket
      * (0-30, 31-60, 61-90, over 90, future/invalid).
       01  WS-HISTORY-TABLE.
           05  WS-HIST-CELL OCCURS 4000 TIMES.
               10  HCL-COUNT            PIC 9(07).
               10  HCL-AMOUNT           PIC S9(11)V99.
       01  WS-HIST-STATUS-CODES         PIC X(04) VALUE "AIPO".
       01  WS-HIST-BUCKET-CODES         PIC X(05) VALUE "1234F".
       01  WS-HIST-CAT-IDX              PIC 9(03) VALUE ZERO.
       01  WS-HIST-STATUS-IDX           PIC 9(01) VALUE ZERO.
       01  WS-HIST-BUCKET-IDX           PIC 9(01) VALUE ZERO.
       01  WS-HIST-CELL-IDX             PIC 9(04) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-VSAM-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-PENDING-OVER-30       PIC 9(07) VALUE ZERO.
       01  WS-CATEGORY-USED             PIC 9(03) VALUE ZERO.
       01  WS-CATEGORY-TABLE-MAX        PIC 9(03) VALUE 200.
       01  WS-SEARCH-IDX                PIC 9(03) VALUE ZERO.

       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 20 TIMES INDEXED BY SRC-IDX.
               10  SRC-SYSTEM           PIC X(08).
               10  SRC-COUNT            PIC 9(07).
               10  SRC-AMOUNT           PIC S9(11)V99.
               10  SRC-ACTIVE-COUNT     PIC 9(07).
               10  SRC-INACTIVE-COUNT   PIC 9(07).
               10  SRC-PENDING-COUNT    PIC 9(07).
               10  SRC-OTHER-COUNT      PIC 9(07).
       01  WS-SOURCE-USED               PIC 9(03) VALUE ZERO.
       01  WS-SOURCE-MAX                PIC 9(03) VALUE 20.
       01  WS-SOURCE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-SOURCE-FOUND          VALUE "Y".
       01  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
           88  WS-CATEGORY-FOUND        VALUE "Y".

           "AMOUNT BY CATEGORY".
       01  WS-SECTION-PENDING           PIC X(132) VALUE
           "PENDING RECORDS OLDER THAN 30 DAYS".
       01  WS-SECTION-SOURCE            PIC X(132) VALUE
           "POPULATION BY SOURCE SYSTEM".
       01  WS-SOURCE-HEADING.
           05  FILLER                   PIC X(36) VALUE
               "SOURCE       COUNT            AMOUNT".
           05  FILLER                   PIC X(40) VALUE
               "    ACTIVE  INACTIVE   PENDING     OTHER".
           05  FILLER                   PIC X(56) VALUE SPACES.
       01  WS-SOURCE-LINE.
           05  SRL-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRL-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SRL-ACTIVE-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SRL-INACTIVE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SRL-PENDING-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SRL-OTHER-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(56) VALUE SPACES.
       01  WS-STATUS-LINE.
           05  STA-LABEL                PIC X(12).
           05  STA-COUNT                PIC ZZZ,ZZ9.
           05  PEN-AGE-DAYS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PEN-PRIOR-FLAG           PIC X(34).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PEN-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                   PIC X(58) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(24).
           05  SUM-COUNT                PIC ZZZ,ZZ9.
           PERFORM 1000-INITIALIZE
           PERFORM 1400-LOAD-CATEGORY-MASTER
           PERFORM 1500-LOAD-PRIOR-SNAPSHOT
           PERFORM 1600-CARRY-SNAPSHOT-HISTORY
           PERFORM 2000-PROCESS-VSAM-RECORD UNTIL WS-VSAM-EOF
           PERFORM 2700-WRITE-SNAPSHOT-HISTORY
           PERFORM 3000-WRITE-REPORT
           PERFORM 3100-TERMINATE
           STOP RUN.
               PERFORM 0120-PARSE-PARAM-CARD UNTIL WS-PARAM-EOF
               CLOSE PARAM-CARD-FILE
           END-IF
           IF WS-SNAPSHOT-MONTH = ZERO
               MOVE WS-RUN-DATE (1:6) TO WS-SNAPSHOT-MONTH
           END-IF
           COMPUTE WS-SNAP-MONTH-INDEX = WS-SNAP-CCYY * 12
               + WS-SNAP-MM
           DISPLAY "BUGSTAT0001I PARAMETERS IN EFFECT - RUN-DATE="
               WS-RUN-DATE " SNAPSHOT-MONTH=" WS-SNAPSHOT-MONTH
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN "SNAPSHOT-MONTH"
                   IF WS-CARD-VALUE (1:6) IS NOT NUMERIC
                           OR WS-CARD-VALUE (5:2) < "01"
                           OR WS-CARD-VALUE (5:2) > "12"
                       DISPLAY "BUGSTAT0014E SNAPSHOT-MONTH MUST BE "
                           "CCYYMM - FOUND " WS-CARD-VALUE (1:6)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:6) TO WS-SNAPSHOT-MONTH
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-SECTION-PENDING

           INITIALIZE WS-HISTORY-TABLE
           PERFORM 2100-READ-VSAM-NEXT.

      * DD CATMAST is optional for a report: a missing master only
           END-IF
           PERFORM 1510-READ-PRIOR-SNAPSHOT.

      * DD SNAPHIST is DUMMYed for the first month of history.
      * Rows for the month being summarised are dropped (this run
      * supersedes them), as are months that have rolled out of the
      * thirteen-month window; everything else is carried forward
      * onto the new generation.
       1600-CARRY-SNAPSHOT-HISTORY.
           OPEN OUTPUT SNAPSHOT-HISTORY-NEW
           IF WS-HNEW-FILE-STATUS NOT = "00"
               DISPLAY "BUGSTAT0015E OPEN FAILED FOR "
                   "SNAPSHOT-HISTORY-NEW - STATUS " WS-HNEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SNAPSHOT-HISTORY
           IF WS-HIST-FILE-OK
               PERFORM 1610-READ-SNAPSHOT-HISTORY
               PERFORM 1620-CARRY-HISTORY-ROW UNTIL WS-HIST-EOF
               CLOSE SNAPSHOT-HISTORY
           END-IF
           DISPLAY "BUGSTAT0016I HISTORY ROWS READ: " WS-HIST-READ
               "  CARRIED: " WS-HIST-CARRIED
               "  ROLLED OFF: " WS-HIST-ROLLED-OFF
               "  REPLACED: " WS-HIST-REPLACED
           IF WS-HIST-UNREADABLE > ZERO
               DISPLAY "BUGSTAT0017W " WS-HIST-UNREADABLE
                   " HISTORY ROWS WITH AN UNREADABLE MONTH DROPPED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       1610-READ-SNAPSHOT-HISTORY.
           READ SNAPSHOT-HISTORY
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

       1620-CARRY-HISTORY-ROW.
           ADD 1 TO WS-HIST-READ
           IF SNH-SNAPSHOT-MONTH IS NOT NUMERIC
               ADD 1 TO WS-HIST-UNREADABLE
           ELSE
               COMPUTE WS-ROW-MONTH-INDEX = SNH-SNAPSHOT-CCYY * 12
                   + SNH-SNAPSHOT-MM
               EVALUATE TRUE
                   WHEN WS-ROW-MONTH-INDEX = WS-SNAP-MONTH-INDEX
                       ADD 1 TO WS-HIST-REPLACED
                   WHEN WS-ROW-MONTH-INDEX + WS-HISTORY-MONTHS-KEPT
                           < WS-SNAP-MONTH-INDEX
                       ADD 1 TO WS-HIST-ROLLED-OFF
                   WHEN OTHER
                       WRITE HISTORY-NEW-RECORD FROM HISTORY-RECORD
                       ADD 1 TO WS-HIST-CARRIED
               END-EVALUATE
           END-IF
           PERFORM 1610-READ-SNAPSHOT-HISTORY.

       2000-PROCESS-VSAM-RECORD.
           ADD 1 TO WS-VSAM-COUNT
           WRITE SNAPSHOT-RECORD FROM VS-WSAREA1-RECORD
           PERFORM 2200-TOTAL-BY-STATUS
           PERFORM 2300-AGE-RECORD
           PERFORM 2400-TOTAL-BY-CATEGORY
           PERFORM 2500-TOTAL-BY-SOURCE
           PERFORM 2600-TOTAL-FOR-HISTORY
           PERFORM 2100-READ-VSAM-NEXT.

       2100-READ-VSAM-NEXT.
               WHEN VS-STATUS-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD VS-AMOUNT TO WS-ACTIVE-AMOUNT
                   MOVE 1 TO WS-HIST-STATUS-IDX
               WHEN VS-STATUS-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
                   ADD VS-AMOUNT TO WS-INACTIVE-AMOUNT
                   MOVE 2 TO WS-HIST-STATUS-IDX
               WHEN VS-STATUS-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   ADD VS-AMOUNT TO WS-PENDING-AMOUNT
                   MOVE 3 TO WS-HIST-STATUS-IDX
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
                   ADD VS-AMOUNT TO WS-OTHER-AMOUNT
                   MOVE 4 TO WS-HIST-STATUS-IDX
           END-EVALUATE.

      * A date that is unreadable or after the run date cannot age;
                   OR VS-EFF-DATE-DD < 1 OR VS-EFF-DATE-DD > 31
                   OR VS-EFFECTIVE-DATE > WS-RUN-DATE
               ADD 1 TO WS-AGE-FUTURE-COUNT
               MOVE 5 TO WS-HIST-BUCKET-IDX
           ELSE
               COMPUTE WS-EFF-DATE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(VS-EFFECTIVE-DATE))
               IF WS-EFF-DATE-INT = ZERO
                   ADD 1 TO WS-AGE-FUTURE-COUNT
                   MOVE 5 TO WS-HIST-BUCKET-IDX
               ELSE
                   PERFORM 2320-BUCKET-BY-AGE
               END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-0-30-COUNT
                   MOVE 1 TO WS-HIST-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 60
                   ADD 1 TO WS-AGE-31-60-COUNT
                   MOVE 2 TO WS-HIST-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 90
                   ADD 1 TO WS-AGE-61-90-COUNT
                   MOVE 3 TO WS-HIST-BUCKET-IDX
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-90-COUNT
                   MOVE 4 TO WS-HIST-BUCKET-IDX
           END-EVALUATE
           IF VS-STATUS-PENDING AND WS-AGE-DAYS > 30
               ADD 1 TO WS-PENDING-OVER-30
           MOVE VS-RECORD-ID TO PEN-RECORD-ID
           MOVE VS-EFFECTIVE-DATE TO PEN-EFF-DATE
           MOVE WS-AGE-DAYS TO PEN-AGE-DAYS
           MOVE VS-SOURCE-SYSTEM TO PEN-SOURCE-SYSTEM
           IF WS-PRIOR-PENDING
               MOVE "ALSO PENDING IN PRIOR SNAPSHOT"
                   TO PEN-PRIOR-FLAG
               ADD VS-AMOUNT TO CAT-AMOUNT (CAT-IDX)
           END-IF.

       2500-TOTAL-BY-SOURCE.
           SET WS-SOURCE-FOUND-SWITCH TO "N"
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-SOURCE-USED
               SET SRC-IDX TO WS-SEARCH-IDX
               IF SRC-SYSTEM (SRC-IDX) = VS-SOURCE-SYSTEM
                   SET WS-SOURCE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-SOURCE-FOUND
               IF WS-SOURCE-USED < WS-SOURCE-MAX
                   ADD 1 TO WS-SOURCE-USED
                   SET SRC-IDX TO WS-SOURCE-USED
                   MOVE VS-SOURCE-SYSTEM TO SRC-SYSTEM (SRC-IDX)
                   MOVE ZERO TO SRC-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-AMOUNT (SRC-IDX)
                   MOVE ZERO TO SRC-ACTIVE-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-INACTIVE-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-PENDING-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-OTHER-COUNT (SRC-IDX)
                   SET WS-SOURCE-FOUND TO TRUE
               ELSE
                   DISPLAY "BUGSTAT0013E SOURCE TABLE FULL (MAX "
                       WS-SOURCE-MAX "), SOURCE "
                       VS-SOURCE-SYSTEM " OMITTED FROM TOTALS"
               END-IF
           END-IF

           IF WS-SOURCE-FOUND
               ADD 1 TO SRC-COUNT (SRC-IDX)
               ADD VS-AMOUNT TO SRC-AMOUNT (SRC-IDX)
               EVALUATE TRUE
                   WHEN VS-STATUS-ACTIVE
                       ADD 1 TO SRC-ACTIVE-COUNT (SRC-IDX)
                   WHEN VS-STATUS-INACTIVE
                       ADD 1 TO SRC-INACTIVE-COUNT (SRC-IDX)
                   WHEN VS-STATUS-PENDING
                       ADD 1 TO SRC-PENDING-COUNT (SRC-IDX)
                   WHEN OTHER
                       ADD 1 TO SRC-OTHER-COUNT (SRC-IDX)
               END-EVALUATE
           END-IF.

      * The category slot 2400 found or opened for this record; a
      * category the full table had to omit is omitted here too.
       2600-TOTAL-FOR-HISTORY.
           IF WS-CATEGORY-FOUND
               SET WS-HIST-CAT-IDX TO CAT-IDX
               COMPUTE WS-HIST-CELL-IDX = (WS-HIST-CAT-IDX - 1) * 20
                   + (WS-HIST-STATUS-IDX - 1) * 5 + WS-HIST-BUCKET-IDX
               ADD 1 TO HCL-COUNT (WS-HIST-CELL-IDX)
               ADD VS-AMOUNT TO HCL-AMOUNT (WS-HIST-CELL-IDX)
           END-IF.

      * One history row per category, status and bucket present on
      * the cluster this month, behind the rows carried forward.
       2700-WRITE-SNAPSHOT-HISTORY.
           PERFORM VARYING WS-HIST-CAT-IDX FROM 1 BY 1
                   UNTIL WS-HIST-CAT-IDX > WS-CATEGORY-USED
               AFTER WS-HIST-STATUS-IDX FROM 1 BY 1
                   UNTIL WS-HIST-STATUS-IDX > 4
               AFTER WS-HIST-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-HIST-BUCKET-IDX > 5
               COMPUTE WS-HIST-CELL-IDX = (WS-HIST-CAT-IDX - 1) * 20
                   + (WS-HIST-STATUS-IDX - 1) * 5 + WS-HIST-BUCKET-IDX
               IF HCL-COUNT (WS-HIST-CELL-IDX) > ZERO
                   PERFORM 2710-WRITE-HISTORY-ROW
               END-IF
           END-PERFORM
           DISPLAY "BUGSTAT0018I HISTORY ROWS WRITTEN FOR "
               WS-SNAPSHOT-MONTH ": " WS-HIST-WRITTEN.

       2710-WRITE-HISTORY-ROW.
           SET CAT-IDX TO WS-HIST-CAT-IDX
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-SNAPSHOT-MONTH TO SNH-SNAPSHOT-MONTH
           MOVE WS-RUN-DATE TO SNH-RUN-DATE
           MOVE CAT-CODE (CAT-IDX) TO SNH-CATEGORY-CODE
           MOVE WS-HIST-STATUS-CODES (WS-HIST-STATUS-IDX:1)
               TO SNH-STATUS-FLAG
           MOVE WS-HIST-BUCKET-CODES (WS-HIST-BUCKET-IDX:1)
               TO SNH-AGE-BUCKET
           MOVE HCL-COUNT (WS-HIST-CELL-IDX) TO SNH-RECORD-COUNT
           MOVE HCL-AMOUNT (WS-HIST-CELL-IDX) TO SNH-AMOUNT
           WRITE HISTORY-NEW-RECORD FROM HISTORY-RECORD
           ADD 1 TO WS-HIST-WRITTEN.

       3000-WRITE-REPORT.
           WRITE RPT-LINE FROM WS-SECTION-STATUS
           MOVE "ACTIVE      " TO STA-LABEL
               WRITE RPT-LINE FROM WS-CAT-LINE
           END-PERFORM

           WRITE RPT-LINE FROM WS-SECTION-SOURCE
           WRITE RPT-LINE FROM WS-SOURCE-HEADING
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SOURCE-USED
               MOVE SPACES TO WS-SOURCE-LINE
               MOVE SRC-SYSTEM (SRC-IDX) TO SRL-SOURCE-SYSTEM
               IF SRC-SYSTEM (SRC-IDX) = SPACES
                   MOVE "(NONE)" TO SRL-SOURCE-SYSTEM
               END-IF
               MOVE SRC-COUNT (SRC-IDX) TO SRL-COUNT
               MOVE SRC-AMOUNT (SRC-IDX) TO SRL-AMOUNT
               MOVE SRC-ACTIVE-COUNT (SRC-IDX) TO SRL-ACTIVE-COUNT
               MOVE SRC-INACTIVE-COUNT (SRC-IDX) TO SRL-INACTIVE-COUNT
               MOVE SRC-PENDING-COUNT (SRC-IDX) TO SRL-PENDING-COUNT
               MOVE SRC-OTHER-COUNT (SRC-IDX) TO SRL-OTHER-COUNT
               WRITE RPT-LINE FROM WS-SOURCE-LINE
           END-PERFORM

           MOVE "RECORDS ON CLUSTER    : " TO SUM-LABEL
           MOVE WS-VSAM-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "PENDING OVER 30 DAYS  : " TO SUM-LABEL
           MOVE WS-PENDING-OVER-30 TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "HISTORY ROWS CARRIED  : " TO SUM-LABEL
           MOVE WS-HIST-CARRIED TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "HISTORY ROWS ROLLED   : " TO SUM-LABEL
           MOVE WS-HIST-ROLLED-OFF TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "HISTORY ROWS WRITTEN  : " TO SUM-LABEL
           MOVE WS-HIST-WRITTEN TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.

       3100-TERMINATE.
               "  PENDING OVER 30 DAYS: " WS-PENDING-OVER-30
           CLOSE WSAREA1-VSAM
           CLOSE SNAPSHOT-OUT
           CLOSE SNAPSHOT-HISTORY-NEW
           CLOSE STATUS-REPORT.

      * A code the master has never heard of prints as such -- which
