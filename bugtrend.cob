       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGTREND.
       AUTHOR. DATA-PROCESSING.
      ******************************************************************
      * BUGTREND - MONTH-END SNAPSHOT TREND REPORT
      *
      * BUGSTAT's prior snapshot only reaches back one month.  This
      * report reads the month-end snapshot history BUGSTAT keeps
      * (DD SNAPHIST, layout SNPHSTRC, thirteen months) and shows
      * how the portfolio has moved for the TREND-MONTH (SYSIN,
      * default the latest month on the history):
      *
      *   - the population by month for all thirteen months -- count
      *     by status, records pending over 30 days, total and
      *     pending WA1-AMOUNT -- so the pending backlog can be
      *     followed across the year;
      *   - per category, with its description from the category
      *     master (DD CATMAST, optional), the count and WA1-AMOUNT
      *     total for the month against the month before (MOM) and
      *     against the same month a year earlier (YOY), each with
      *     its percentage change;
      *   - a category whose count or amount moved more than
      *     FLAG-PCT percent (SYSIN, default 20) from the month
      *     before is flagged, as is a category new in the month,
      *     and the run ends RC 4 so the movement is looked at.
      *
      * The report is DD TRENDRPT.  The same thirteen months are
      * written as comma-separated values with a heading row to DD
      * TRENDCSV, one row per history row with the category
      * description and readable status and bucket names, for the
      * finance team's spreadsheets.
      *
      * CHANGE LOG
      * 2026-10-12  Initial version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-HISTORY ASSIGN TO SNAPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OPTIONAL CATEGORY-MASTER ASSIGN TO CATMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-FILE-STATUS.

           SELECT TREND-REPORT ASSIGN TO TRENDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT TREND-EXTRACT ASSIGN TO TRENDCSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-HISTORY
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           COPY SNPHSTRC.

       FD  CATEGORY-MASTER
           RECORDING MODE IS F.
       01  CATMAST-RECORD.
           COPY CATMSTRC.

       FD  TREND-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(132).

       FD  TREND-EXTRACT
           RECORDING MODE IS F.
       01  CSV-LINE-OUT                 PIC X(200).

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-HIST-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-CATMAST-FILE-STATUS   PIC X(02) VALUE "00".
               88  WS-CATMAST-FILE-OK   VALUE "00".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-CSV-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-HIST-EOF          VALUE "Y".
           05  WS-CATMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-CATMAST-EOF       VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-CATEGORY-FOUND    VALUE "Y".

       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.

      * Months are handled as a running count (CCYY * 12 + MM); the
      * thirteen-month window is slots 1 (a year before the trend
      * month) to 13 (the trend month itself).
       01  WS-TREND-MONTH.
           05  WS-TREND-CCYY            PIC 9(04) VALUE ZERO.
           05  WS-TREND-MM              PIC 9(02) VALUE ZERO.
       01  WS-TREND-MONTH-INDEX         PIC 9(06) VALUE ZERO.
       01  WS-ROW-MONTH-INDEX           PIC 9(06) VALUE ZERO.
       01  WS-LATEST-MONTH-INDEX        PIC 9(06) VALUE ZERO.
       01  WS-SLOT-MONTH-INDEX          PIC 9(06) VALUE ZERO.
       01  WS-SLOT-CCYY                 PIC 9(04) VALUE ZERO.
       01  WS-SLOT-MM                   PIC 9(02) VALUE ZERO.
       01  WS-MONTH-SLOT                PIC S9(06) VALUE ZERO.
       01  WS-CURR-SLOT                 PIC 9(02) VALUE 13.
       01  WS-PRIOR-SLOT                PIC 9(02) VALUE 12.
       01  WS-YEAR-AGO-SLOT             PIC 9(02) VALUE 1.
       01  WS-BASE-SLOT                 PIC 9(02) VALUE ZERO.
       01  WS-STATUS-IDX                PIC 9(01) VALUE ZERO.

       01  WS-FLAG-PCT                  PIC 9(03) VALUE 20.

       01  WS-COUNTERS.
           05  WS-HIST-READ             PIC 9(07) VALUE ZERO.
           05  WS-HIST-OUTSIDE          PIC 9(07) VALUE ZERO.
           05  WS-HIST-UNREADABLE       PIC 9(07) VALUE ZERO.
           05  WS-CSV-WRITTEN           PIC 9(07) VALUE ZERO.
           05  WS-MONTHS-PRESENT        PIC 9(02) VALUE ZERO.
           05  WS-CATEGORIES-REPORTED   PIC 9(03) VALUE ZERO.
           05  WS-CATEGORIES-FLAGGED    PIC 9(03) VALUE ZERO.

      * The population by month, for the month section.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 13 TIMES INDEXED BY MON-IDX.
               10  MON-MONTH            PIC X(06).
               10  MON-RUN-DATE         PIC X(08).
               10  MON-PRESENT-SWITCH   PIC X(01).
                   88  MON-PRESENT      VALUE "Y".
               10  MON-STATUS-COUNT     PIC 9(07) OCCURS 4 TIMES.
               10  MON-PENDING-OVER-30  PIC 9(07).
               10  MON-TOTAL-AMOUNT     PIC S9(11)V99.
               10  MON-PENDING-AMOUNT   PIC S9(11)V99.

      * Count and amount by category for each month in the window.
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10  CAT-CODE             PIC X(04).
               10  CAT-MONTH OCCURS 13 TIMES.
                   15  CAT-COUNT        PIC 9(07).
                   15  CAT-AMOUNT       PIC S9(11)V99.
       01  WS-CATEGORY-USED             PIC 9(03) VALUE ZERO.
       01  WS-CATEGORY-TABLE-MAX        PIC 9(03) VALUE 200.
       01  WS-SEARCH-IDX                PIC 9(03) VALUE ZERO.

      * Category descriptions off the reference master, tabled at
      * startup for the report's code-to-description lookups.
       01  WS-CATMAST-TABLE.
           05  WS-CATMAST-ENTRY OCCURS 200 TIMES INDEXED BY CMD-IDX.
               10  CMD-CODE             PIC X(04).
               10  CMD-DESCRIPTION      PIC X(30).
       01  WS-CATMAST-USED              PIC 9(03) VALUE ZERO.
       01  WS-CATMAST-MAX               PIC 9(03) VALUE 200.
       01  WS-CMD-SEARCH-IDX            PIC 9(03) VALUE ZERO.
       01  WS-CMD-LOOKUP-CODE           PIC X(04) VALUE SPACES.
       01  WS-CMD-DESC                  PIC X(30) VALUE SPACES.

      * One comparison: base month against the trend month.
       01  WS-COMPARISON.
           05  WS-BASE-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-BASE-AMOUNT           PIC S9(11)V99 VALUE ZERO.
           05  WS-CURR-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-CURR-AMOUNT           PIC S9(11)V99 VALUE ZERO.
           05  WS-CHANGE-PCT            PIC S9(05)V9 VALUE ZERO.
           05  WS-CHANGE-BASE           PIC S9(11)V99 VALUE ZERO.
           05  WS-CHANGE-CURR           PIC S9(11)V99 VALUE ZERO.
           05  WS-CHANGE-TEXT           PIC X(08) VALUE SPACES.
           05  WS-MOVED-SWITCH          PIC X(01) VALUE "N".
               88  WS-MOVED             VALUE "Y".
           05  WS-NEW-SWITCH            PIC X(01) VALUE "N".
               88  WS-NEW-IN-MONTH      VALUE "Y".
       01  WS-PCT-EDIT                  PIC -----9.9.

       01  WS-STATUS-NAMES              PIC X(32) VALUE
           "ACTIVE  INACTIVEPENDING OTHER   ".
       01  WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAMES.
           05  WS-STATUS-NAME           PIC X(08) OCCURS 4 TIMES.
       01  WS-STATUS-NAME-OUT           PIC X(08) VALUE SPACES.
       01  WS-BUCKET-NAME-OUT           PIC X(14) VALUE SPACES.
       01  WS-CSV-COUNT-EDIT            PIC Z(06)9.
       01  WS-CSV-AMOUNT-EDIT           PIC -Z(10)9.99.
       01  WS-CSV-LINE                  PIC X(200) VALUE SPACES.
       01  WS-CSV-HEADING.
           05  FILLER                   PIC X(38) VALUE
               "SNAPSHOT_MONTH,RUN_DATE,CATEGORY_CODE,".
           05  FILLER                   PIC X(28) VALUE
               "CATEGORY_DESCRIPTION,STATUS,".
           05  FILLER                   PIC X(30) VALUE
               "AGE_BUCKET,RECORD_COUNT,AMOUNT".
           05  FILLER                   PIC X(104) VALUE SPACES.

       01  WS-HEADING-1                 PIC X(132) VALUE
           "BUGTREND - MONTH-END SNAPSHOT TREND REPORT".
       01  WS-HEADING-2.
           05  FILLER                   PIC X(13) VALUE
               "TREND MONTH: ".
           05  HDG-TREND-MONTH          PIC X(06).
           05  FILLER                   PIC X(15) VALUE
               "   FLAG OVER: ".
           05  HDG-FLAG-PCT             PIC ZZ9.
           05  FILLER                   PIC X(95) VALUE
               " PERCENT MONTH-OVER-MONTH".
       01  WS-SECTION-MONTH             PIC X(132) VALUE
           "POPULATION BY MONTH".
       01  WS-MONTH-HEADING.
           05  FILLER                   PIC X(38) VALUE
               "MONTH   RUN DATE     ACTIVE  INACTIVE".
           05  FILLER                   PIC X(30) VALUE
               "   PENDING     OTHER   PEND>30".
           05  FILLER                   PIC X(40) VALUE
               "      TOTAL AMOUNT    PENDING AMOUNT".
           05  FILLER                   PIC X(24) VALUE SPACES.
       01  WS-MONTH-LINE.
           05  MTH-MONTH                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MTH-RUN-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MTH-ACTIVE-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MTH-INACTIVE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MTH-PENDING-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MTH-OTHER-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MTH-PENDING-OVER-30      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MTH-TOTAL-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MTH-PENDING-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(26) VALUE SPACES.
       01  WS-MONTH-MISSING-LINE.
           05  MMS-MONTH                PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(124) VALUE
               "NO SNAPSHOT ON HISTORY".

       01  WS-SECTION-CATEGORY.
           05  FILLER                   PIC X(43) VALUE
               "CATEGORY MOVEMENT - MONTH-OVER-MONTH (MOM) ".
           05  FILLER                   PIC X(89) VALUE
               "AND YEAR-OVER-YEAR (YOY)".
       01  WS-CATEGORY-HEADING.
           05  FILLER                   PIC X(28) VALUE
               "CAT   DESCRIPTION".
           05  FILLER                   PIC X(13) VALUE
               "CMP  BASE".
           05  FILLER                   PIC X(09) VALUE
               "BASE CNT".
           05  FILLER                   PIC X(20) VALUE
               "       BASE AMOUNT".
           05  FILLER                   PIC X(09) VALUE
               "CURR CNT".
           05  FILLER                   PIC X(20) VALUE
               "       CURR AMOUNT".
           05  FILLER                   PIC X(10) VALUE
               " COUNT %".
           05  FILLER                   PIC X(10) VALUE
               "AMOUNT %".
           05  FILLER                   PIC X(13) VALUE
               "FLAG".
       01  WS-CATEGORY-LINE.
           05  CTL-CODE                 PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-DESCRIPTION          PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-COMPARE              PIC X(03).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-BASE-MONTH           PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-BASE-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-BASE-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-CURR-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-CURR-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-COUNT-PCT            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-AMOUNT-PCT           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CTL-FLAG                 PIC X(11).

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(24).
           05  SUM-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 1400-LOAD-CATEGORY-MASTER
           IF WS-TREND-MONTH-INDEX = ZERO
               PERFORM 1500-FIND-LATEST-MONTH
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TABLE-HISTORY-ROW UNTIL WS-HIST-EOF
           PERFORM 2900-CHECK-TREND-MONTH
           PERFORM 3000-WRITE-MONTH-SECTION
           PERFORM 3100-WRITE-CATEGORY-SECTION
           PERFORM 3900-TERMINATE
           STOP RUN.

      * Run options arrive one KEYWORD=VALUE card per SYSIN line; a
      * missing or empty SYSIN reports the latest month on the
      * history at the default flag percentage.
       0100-LOAD-PARAM-CARDS.
           OPEN INPUT PARAM-CARD-FILE
           IF WS-PARAM-FILE-OK
               PERFORM 0110-READ-PARAM-CARD
               PERFORM 0120-PARSE-PARAM-CARD UNTIL WS-PARAM-EOF
               CLOSE PARAM-CARD-FILE
           END-IF
           IF WS-FLAG-PCT = ZERO
               DISPLAY "BUGTREND0001E FLAG-PCT MUST BE GREATER "
                   "THAN ZERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TREND-MONTH NOT = ZERO
               COMPUTE WS-TREND-MONTH-INDEX = WS-TREND-CCYY * 12
                   + WS-TREND-MM
           END-IF
           DISPLAY "BUGTREND0002I PARAMETERS IN EFFECT - TREND-MONTH="
               WS-TREND-MONTH " FLAG-PCT=" WS-FLAG-PCT.

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
               WHEN "TREND-MONTH"
                   IF WS-CARD-VALUE (1:6) IS NOT NUMERIC
                           OR WS-CARD-VALUE (5:2) < "01"
                           OR WS-CARD-VALUE (5:2) > "12"
                       DISPLAY "BUGTREND0003E TREND-MONTH MUST BE "
                           "CCYYMM - FOUND " WS-CARD-VALUE (1:6)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:6) TO WS-TREND-MONTH
               WHEN "FLAG-PCT"
                   IF WS-CARD-VALUE (1:3) IS NOT NUMERIC
                       DISPLAY "BUGTREND0004E FLAG-PCT MUST BE "
                           "THREE DIGITS - FOUND " WS-CARD-VALUE (1:3)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:3) TO WS-FLAG-PCT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGTREND0005E UNRECOGNIZED PARAMETER CARD "
                       "- " PARAM-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

      * The history is read once more up front when no TREND-MONTH
      * card names the month: the latest month on it is the one
      * BUGSTAT filed last.
       1500-FIND-LATEST-MONTH.
           PERFORM 1900-OPEN-HISTORY
           PERFORM 1910-READ-HISTORY
           PERFORM 1510-NOTE-ROW-MONTH UNTIL WS-HIST-EOF
           CLOSE SNAPSHOT-HISTORY
           IF WS-LATEST-MONTH-INDEX = ZERO
               DISPLAY "BUGTREND0006E NO SNAPSHOT MONTHS ON "
                   "SNAPSHOT-HISTORY - NOTHING TO REPORT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LATEST-MONTH-INDEX TO WS-TREND-MONTH-INDEX
           MOVE "N" TO WS-HIST-EOF-SWITCH
           DISPLAY "BUGTREND0007I TREND-MONTH TAKEN FROM HISTORY".

       1510-NOTE-ROW-MONTH.
           IF SNH-SNAPSHOT-MONTH IS NUMERIC
               COMPUTE WS-ROW-MONTH-INDEX = SNH-SNAPSHOT-CCYY * 12
                   + SNH-SNAPSHOT-MM
               IF WS-ROW-MONTH-INDEX > WS-LATEST-MONTH-INDEX
                   MOVE WS-ROW-MONTH-INDEX TO WS-LATEST-MONTH-INDEX
               END-IF
           END-IF
           PERFORM 1910-READ-HISTORY.

      * Each month slot is labelled up front, so a month missing
      * from the history still prints in its place.
       1000-INITIALIZE.
           INITIALIZE WS-MONTH-TABLE
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 13
               SET WS-MONTH-SLOT TO MON-IDX
               COMPUTE WS-SLOT-MONTH-INDEX = WS-TREND-MONTH-INDEX
                   - 13 + WS-MONTH-SLOT
               COMPUTE WS-SLOT-CCYY = (WS-SLOT-MONTH-INDEX - 1) / 12
               COMPUTE WS-SLOT-MM = WS-SLOT-MONTH-INDEX
                   - WS-SLOT-CCYY * 12
               MOVE WS-SLOT-CCYY TO MON-MONTH (MON-IDX) (1:4)
               MOVE WS-SLOT-MM TO MON-MONTH (MON-IDX) (5:2)
           END-PERFORM
           MOVE MON-MONTH (WS-CURR-SLOT) TO WS-TREND-MONTH

           OPEN OUTPUT TREND-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "BUGTREND0008E OPEN FAILED FOR TREND-REPORT - "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TREND-EXTRACT
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "BUGTREND0009E OPEN FAILED FOR TREND-EXTRACT - "
                   "STATUS " WS-CSV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CSV-LINE-OUT FROM WS-CSV-HEADING

           MOVE WS-TREND-MONTH TO HDG-TREND-MONTH
           MOVE WS-FLAG-PCT TO HDG-FLAG-PCT
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2

           PERFORM 1900-OPEN-HISTORY
           PERFORM 1910-READ-HISTORY.

      * DD CATMAST is optional for a report: a missing master only
      * costs the description column, never the figures.
       1400-LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-FILE-OK
               PERFORM 1410-READ-CATEGORY-MASTER
               PERFORM 1420-TABLE-CATEGORY UNTIL WS-CATMAST-EOF
               CLOSE CATEGORY-MASTER
           END-IF
           DISPLAY "BUGTREND0010I CATEGORIES ON MASTER: "
               WS-CATMAST-USED.

       1410-READ-CATEGORY-MASTER.
           READ CATEGORY-MASTER
               AT END
                   SET WS-CATMAST-EOF TO TRUE
           END-READ.

       1420-TABLE-CATEGORY.
           IF WS-CATMAST-USED < WS-CATMAST-MAX
               ADD 1 TO WS-CATMAST-USED
               SET CMD-IDX TO WS-CATMAST-USED
               MOVE CM-CATEGORY-CODE TO CMD-CODE (CMD-IDX)
               MOVE CM-DESCRIPTION TO CMD-DESCRIPTION (CMD-IDX)
               PERFORM 1410-READ-CATEGORY-MASTER
           ELSE
               DISPLAY "BUGTREND0011E CATEGORY MASTER TABLE FULL (MAX "
                   WS-CATMAST-MAX "), REMAINING DESCRIPTIONS DROPPED"
               SET WS-CATMAST-EOF TO TRUE
           END-IF.

       1900-OPEN-HISTORY.
           OPEN INPUT SNAPSHOT-HISTORY
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "BUGTREND0012E OPEN FAILED FOR "
                   "SNAPSHOT-HISTORY - STATUS " WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1910-READ-HISTORY.
           READ SNAPSHOT-HISTORY
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

      * A row outside the thirteen months ending at the trend month
      * plays no part in the report or the extract.
       2000-TABLE-HISTORY-ROW.
           ADD 1 TO WS-HIST-READ
           IF SNH-SNAPSHOT-MONTH IS NOT NUMERIC
               ADD 1 TO WS-HIST-UNREADABLE
           ELSE
               COMPUTE WS-ROW-MONTH-INDEX = SNH-SNAPSHOT-CCYY * 12
                   + SNH-SNAPSHOT-MM
               COMPUTE WS-MONTH-SLOT = WS-ROW-MONTH-INDEX
                   - WS-TREND-MONTH-INDEX + 13
               IF WS-MONTH-SLOT < 1 OR WS-MONTH-SLOT > 13
                   ADD 1 TO WS-HIST-OUTSIDE
               ELSE
                   PERFORM 2100-TOTAL-BY-MONTH
                   PERFORM 2200-TOTAL-BY-CATEGORY
                   PERFORM 2300-WRITE-EXTRACT-ROW
               END-IF
           END-IF
           PERFORM 1910-READ-HISTORY.

       2100-TOTAL-BY-MONTH.
           SET MON-IDX TO WS-MONTH-SLOT
           IF NOT MON-PRESENT (MON-IDX)
               SET MON-PRESENT (MON-IDX) TO TRUE
               ADD 1 TO WS-MONTHS-PRESENT
           END-IF
           MOVE SNH-RUN-DATE TO MON-RUN-DATE (MON-IDX)
           EVALUATE TRUE
               WHEN SNH-STATUS-ACTIVE
                   MOVE 1 TO WS-STATUS-IDX
               WHEN SNH-STATUS-INACTIVE
                   MOVE 2 TO WS-STATUS-IDX
               WHEN SNH-STATUS-PENDING
                   MOVE 3 TO WS-STATUS-IDX
               WHEN OTHER
                   MOVE 4 TO WS-STATUS-IDX
           END-EVALUATE
           ADD SNH-RECORD-COUNT
               TO MON-STATUS-COUNT (MON-IDX WS-STATUS-IDX)
           ADD SNH-AMOUNT TO MON-TOTAL-AMOUNT (MON-IDX)
           IF SNH-STATUS-PENDING
               ADD SNH-AMOUNT TO MON-PENDING-AMOUNT (MON-IDX)
               IF SNH-AGE-31-60 OR SNH-AGE-61-90 OR SNH-AGE-OVER-90
                   ADD SNH-RECORD-COUNT
                       TO MON-PENDING-OVER-30 (MON-IDX)
               END-IF
           END-IF.

       2200-TOTAL-BY-CATEGORY.
           SET WS-FOUND-SWITCH TO "N"
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CATEGORY-USED
               SET CAT-IDX TO WS-SEARCH-IDX
               IF CAT-CODE (CAT-IDX) = SNH-CATEGORY-CODE
                   SET WS-CATEGORY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-CATEGORY-FOUND
               IF WS-CATEGORY-USED < WS-CATEGORY-TABLE-MAX
                   ADD 1 TO WS-CATEGORY-USED
                   SET CAT-IDX TO WS-CATEGORY-USED
                   INITIALIZE WS-CATEGORY-ENTRY (CAT-IDX)
                   MOVE SNH-CATEGORY-CODE TO CAT-CODE (CAT-IDX)
                   SET WS-CATEGORY-FOUND TO TRUE
               ELSE
                   DISPLAY "BUGTREND0013E CATEGORY TABLE FULL (MAX "
                       WS-CATEGORY-TABLE-MAX "), CATEGORY "
                       SNH-CATEGORY-CODE " OMITTED FROM TREND"
               END-IF
           END-IF

           IF WS-CATEGORY-FOUND
               ADD SNH-RECORD-COUNT
                   TO CAT-COUNT (CAT-IDX WS-MONTH-SLOT)
               ADD SNH-AMOUNT TO CAT-AMOUNT (CAT-IDX WS-MONTH-SLOT)
           END-IF.

      * Descriptions are quoted, since a description may itself
      * carry a comma.
       2300-WRITE-EXTRACT-ROW.
           MOVE SNH-CATEGORY-CODE TO WS-CMD-LOOKUP-CODE
           PERFORM 9200-FIND-CATEGORY-DESC
           MOVE WS-STATUS-NAME (WS-STATUS-IDX) TO WS-STATUS-NAME-OUT
           EVALUATE TRUE
               WHEN SNH-AGE-0-30
                   MOVE "0-30" TO WS-BUCKET-NAME-OUT
               WHEN SNH-AGE-31-60
                   MOVE "31-60" TO WS-BUCKET-NAME-OUT
               WHEN SNH-AGE-61-90
                   MOVE "61-90" TO WS-BUCKET-NAME-OUT
               WHEN SNH-AGE-OVER-90
                   MOVE "OVER 90" TO WS-BUCKET-NAME-OUT
               WHEN OTHER
                   MOVE "FUTURE/INVALID" TO WS-BUCKET-NAME-OUT
           END-EVALUATE
           MOVE SNH-RECORD-COUNT TO WS-CSV-COUNT-EDIT
           MOVE SNH-AMOUNT TO WS-CSV-AMOUNT-EDIT
           MOVE SPACES TO WS-CSV-LINE
           STRING
               SNH-SNAPSHOT-MONTH DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SNH-RUN-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SNH-CATEGORY-CODE) DELIMITED BY SIZE
               ',"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMD-DESC) DELIMITED BY SIZE
               '",' DELIMITED BY SIZE
               FUNCTION TRIM(WS-STATUS-NAME-OUT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-BUCKET-NAME-OUT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-COUNT-EDIT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-AMOUNT-EDIT) DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING
           WRITE CSV-LINE-OUT FROM WS-CSV-LINE
           ADD 1 TO WS-CSV-WRITTEN.

      * A trend for a month BUGSTAT never filed would be all zeros
      * against real history -- refused rather than printed.
       2900-CHECK-TREND-MONTH.
           CLOSE SNAPSHOT-HISTORY
           IF NOT MON-PRESENT (WS-CURR-SLOT)
               DISPLAY "BUGTREND0014E NO SNAPSHOT FOR TREND-MONTH "
                   WS-TREND-MONTH " ON SNAPSHOT-HISTORY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-WRITE-MONTH-SECTION.
           WRITE RPT-LINE FROM WS-SECTION-MONTH
           WRITE RPT-LINE FROM WS-MONTH-HEADING
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 13
               IF MON-PRESENT (MON-IDX)
                   MOVE SPACES TO WS-MONTH-LINE
                   MOVE MON-MONTH (MON-IDX) TO MTH-MONTH
                   MOVE MON-RUN-DATE (MON-IDX) TO MTH-RUN-DATE
                   MOVE MON-STATUS-COUNT (MON-IDX 1)
                       TO MTH-ACTIVE-COUNT
                   MOVE MON-STATUS-COUNT (MON-IDX 2)
                       TO MTH-INACTIVE-COUNT
                   MOVE MON-STATUS-COUNT (MON-IDX 3)
                       TO MTH-PENDING-COUNT
                   MOVE MON-STATUS-COUNT (MON-IDX 4)
                       TO MTH-OTHER-COUNT
                   MOVE MON-PENDING-OVER-30 (MON-IDX)
                       TO MTH-PENDING-OVER-30
                   MOVE MON-TOTAL-AMOUNT (MON-IDX) TO MTH-TOTAL-AMOUNT
                   MOVE MON-PENDING-AMOUNT (MON-IDX)
                       TO MTH-PENDING-AMOUNT
                   WRITE RPT-LINE FROM WS-MONTH-LINE
               ELSE
                   MOVE MON-MONTH (MON-IDX) TO MMS-MONTH
                   WRITE RPT-LINE FROM WS-MONTH-MISSING-LINE
               END-IF
           END-PERFORM.

      * Every category holding records in the trend month, the month
      * before or the same month a year earlier gets a MOM and a YOY
      * line; only the month-over-month movement is flagged.
       3100-WRITE-CATEGORY-SECTION.
           WRITE RPT-LINE FROM WS-SECTION-CATEGORY
           WRITE RPT-LINE FROM WS-CATEGORY-HEADING
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CATEGORY-USED
               IF CAT-COUNT (CAT-IDX WS-CURR-SLOT) > ZERO
                       OR CAT-COUNT (CAT-IDX WS-PRIOR-SLOT) > ZERO
                       OR CAT-COUNT (CAT-IDX WS-YEAR-AGO-SLOT) > ZERO
                   PERFORM 3110-WRITE-CATEGORY-TREND
               END-IF
           END-PERFORM.

       3110-WRITE-CATEGORY-TREND.
           ADD 1 TO WS-CATEGORIES-REPORTED
           MOVE SPACES TO WS-CATEGORY-LINE
           MOVE CAT-CODE (CAT-IDX) TO CTL-CODE
           MOVE CAT-CODE (CAT-IDX) TO WS-CMD-LOOKUP-CODE
           PERFORM 9200-FIND-CATEGORY-DESC
           MOVE WS-CMD-DESC TO CTL-DESCRIPTION
           MOVE "MOM" TO CTL-COMPARE
           MOVE WS-PRIOR-SLOT TO WS-BASE-SLOT
           PERFORM 3200-COMPARE-MONTHS
           IF WS-NEW-IN-MONTH
               MOVE "*** NEW" TO CTL-FLAG
               ADD 1 TO WS-CATEGORIES-FLAGGED
           ELSE
               IF WS-MOVED
                   MOVE "*** MOVED" TO CTL-FLAG
                   ADD 1 TO WS-CATEGORIES-FLAGGED
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-CATEGORY-LINE

           MOVE SPACES TO WS-CATEGORY-LINE
           MOVE "YOY" TO CTL-COMPARE
           MOVE WS-YEAR-AGO-SLOT TO WS-BASE-SLOT
           PERFORM 3200-COMPARE-MONTHS
           WRITE RPT-LINE FROM WS-CATEGORY-LINE.

      * Base month against the trend month for the category at
      * CAT-IDX.  With no snapshot for the base month there is
      * nothing to compare against, and nothing is flagged.
       3200-COMPARE-MONTHS.
           MOVE "N" TO WS-MOVED-SWITCH
           MOVE "N" TO WS-NEW-SWITCH
           MOVE MON-MONTH (WS-BASE-SLOT) TO CTL-BASE-MONTH
           MOVE CAT-COUNT (CAT-IDX WS-BASE-SLOT) TO WS-BASE-COUNT
           MOVE CAT-AMOUNT (CAT-IDX WS-BASE-SLOT) TO WS-BASE-AMOUNT
           MOVE CAT-COUNT (CAT-IDX WS-CURR-SLOT) TO WS-CURR-COUNT
           MOVE CAT-AMOUNT (CAT-IDX WS-CURR-SLOT) TO WS-CURR-AMOUNT
           MOVE WS-BASE-COUNT TO CTL-BASE-COUNT
           MOVE WS-BASE-AMOUNT TO CTL-BASE-AMOUNT
           MOVE WS-CURR-COUNT TO CTL-CURR-COUNT
           MOVE WS-CURR-AMOUNT TO CTL-CURR-AMOUNT
           IF NOT MON-PRESENT (WS-BASE-SLOT)
               MOVE " NO SNAP" TO CTL-COUNT-PCT
               MOVE " NO SNAP" TO CTL-AMOUNT-PCT
           ELSE
               IF WS-BASE-COUNT = ZERO AND WS-CURR-COUNT > ZERO
                   SET WS-NEW-IN-MONTH TO TRUE
               END-IF
               MOVE WS-BASE-COUNT TO WS-CHANGE-BASE
               MOVE WS-CURR-COUNT TO WS-CHANGE-CURR
               PERFORM 3210-PERCENT-CHANGE
               MOVE WS-CHANGE-TEXT TO CTL-COUNT-PCT
               MOVE WS-BASE-AMOUNT TO WS-CHANGE-BASE
               MOVE WS-CURR-AMOUNT TO WS-CHANGE-CURR
               PERFORM 3210-PERCENT-CHANGE
               MOVE WS-CHANGE-TEXT TO CTL-AMOUNT-PCT
           END-IF.

      * Percentage change from WS-CHANGE-BASE to WS-CHANGE-CURR,
      * measured against the size of the base so a negative amount
      * total still moves in the right direction.  A change too large
      * to print counts as moved.
       3210-PERCENT-CHANGE.
           MOVE SPACES TO WS-CHANGE-TEXT
           EVALUATE TRUE
               WHEN WS-CHANGE-BASE = ZERO AND WS-CHANGE-CURR = ZERO
                   MOVE "     0.0" TO WS-CHANGE-TEXT
               WHEN WS-CHANGE-BASE = ZERO
                   MOVE "     NEW" TO WS-CHANGE-TEXT
               WHEN OTHER
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-CHANGE-CURR - WS-CHANGE-BASE) * 100
                       / FUNCTION ABS(WS-CHANGE-BASE)
                       ON SIZE ERROR
                           MOVE "   *****" TO WS-CHANGE-TEXT
                           SET WS-MOVED TO TRUE
                       NOT ON SIZE ERROR
                           MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
                           MOVE WS-PCT-EDIT TO WS-CHANGE-TEXT
                           IF FUNCTION ABS(WS-CHANGE-PCT) > WS-FLAG-PCT
                               SET WS-MOVED TO TRUE
                           END-IF
                   END-COMPUTE
           END-EVALUATE.

       3900-TERMINATE.
           MOVE "MONTHS ON HISTORY     : " TO SUM-LABEL
           MOVE WS-MONTHS-PRESENT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "CATEGORIES REPORTED   : " TO SUM-LABEL
           MOVE WS-CATEGORIES-REPORTED TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "CATEGORIES FLAGGED    : " TO SUM-LABEL
           MOVE WS-CATEGORIES-FLAGGED TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "HISTORY ROWS READ     : " TO SUM-LABEL
           MOVE WS-HIST-READ TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "OUTSIDE THE 13 MONTHS : " TO SUM-LABEL
           MOVE WS-HIST-OUTSIDE TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "EXTRACT ROWS WRITTEN  : " TO SUM-LABEL
           MOVE WS-CSV-WRITTEN TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE

           DISPLAY "BUGTREND0015I TREND MONTH " WS-TREND-MONTH
               "  MONTHS ON HISTORY: " WS-MONTHS-PRESENT
               "  EXTRACT ROWS: " WS-CSV-WRITTEN
           IF WS-HIST-UNREADABLE > ZERO
               DISPLAY "BUGTREND0016W " WS-HIST-UNREADABLE
                   " HISTORY ROWS WITH AN UNREADABLE MONTH SKIPPED"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CATEGORIES-FLAGGED > ZERO
               DISPLAY "BUGTREND0017W " WS-CATEGORIES-FLAGGED
                   " CATEGORIES MOVED MORE THAN " WS-FLAG-PCT
                   " PERCENT OR ARE NEW IN THE MONTH - SEE TRENDRPT"
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE TREND-REPORT
           CLOSE TREND-EXTRACT.

      * A code the master has never heard of prints as such.
       9200-FIND-CATEGORY-DESC.
           MOVE "*NOT ON MASTER*" TO WS-CMD-DESC
           PERFORM VARYING WS-CMD-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-CMD-SEARCH-IDX > WS-CATMAST-USED
               SET CMD-IDX TO WS-CMD-SEARCH-IDX
               IF CMD-CODE (CMD-IDX) = WS-CMD-LOOKUP-CODE
                   MOVE CMD-DESCRIPTION (CMD-IDX) TO WS-CMD-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
