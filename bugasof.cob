       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGASOF.
       AUTHOR. DATA-PROCESSING.
      ******************************************************************
      * BUGASOF - POINT-IN-TIME "AS-OF" PORTFOLIO RECONSTRUCTION
      *
      * Rebuilds the whole WSAREA1-VSAM population as it stood at the
      * AS-OF moment given on SYSIN (AS-OF=CCYYMMDD for the close of
      * that day, or AS-OF=CCYYMMDDHHMMSS), for the auditor who wants
      * quarter-end close and not today.
      *
      * Every WSAREA1-VSAM audit row carries the record's before-image
      * (spaces for a new key), so the state of a key at the AS-OF
      * moment is the before-image of the FIRST change made to it
      * after that moment; a key untouched since then is as it stands
      * on the cluster today.  The rows come from the compressed
      * history BUGHSKP has moved off the trail (DD AUDHIST, every
      * generation, oldest first) followed by the live trail
      * (DD AUDITLOG); they are sorted by key and time together with
      * the images BUGHSKP archived before purging (DD VSAMARCH), and
      * the sorted rows are matched against a sequential browse of
      * the cluster:
      *
      *   - first change after AS-OF with a spaces before-image: the
      *     key did not yet exist and is left out;
      *   - first change after AS-OF with a before-image: that image
      *     is restored.  A history row keeps only bytes 1-32 (every
      *     named field through WA1-CATEGORY-CODE); the rest of the
      *     record comes from today's cluster image, or failing that
      *     the archived image, and is counted when neither exists;
      *   - no change after AS-OF: today's cluster image stands;
      *   - on the archive only, with no change after AS-OF: BUGHSKP
      *     wrote no purge row before 2026-09-14, so such a key can
      *     only be placed in time against the first purge row on the
      *     trail.  With AS-OF at or after it, the key went before
      *     AS-OF and is left out.  With AS-OF earlier, its purge
      *     cannot be dated: it is left out, counted and listed on
      *     the report, and the run ends RC 4.
      *
      * The result is written to DD ASOFSNP in the plain WSAREA1
      * layout, ascending by key, so BUGSTAT (as PRIORSNP), BUGSUMM
      * and BUGJSON (as INFILE) read it as they would any population,
      * and the report (DD ASOFRPT) totals it by status and by
      * category, with descriptions off the optional category master
      * (DD CATMAST).  The cluster is opened for input only.
      *
      * The reconstruction REFUSES (RC 12, no snapshot written) when
      * the earliest audit row supplied is later than the AS-OF
      * moment: the history covering the gap has been rolled off and
      * any picture built without it would be silently wrong.
      *
      * CHANGE LOG
      * 2026-09-21  Initial version.
      * 2026-10-15  Archived keys with no change after AS-OF are no
      *             longer dropped silently: when AS-OF is earlier than
      *             the first purge row on the trail they are counted,
      *             listed in their own report section and end RC 4.
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

           SELECT OPTIONAL AUDIT-HISTORY ASSIGN TO AUDHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPTIONAL VSAM-ARCHIVE ASSIGN TO VSAMARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT ASOF-SNAPSHOT ASSIGN TO ASOFSNP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT ASOF-REPORT ASSIGN TO ASOFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT OPTIONAL CATEGORY-MASTER ASSIGN TO CATMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-FILE-STATUS.

           SELECT ROLLBACK-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  WSAREA1-VSAM.
       01  VS-WSAREA1-RECORD.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==VS-==.

      * BUGHSKP's compressed audit history layout.
       FD  AUDIT-HISTORY
           RECORDING MODE IS F.
       01  AUDIT-HISTORY-RECORD.
           05  CAH-TIMESTAMP            PIC X(26).
           05  CAH-PARAGRAPH-NAME       PIC X(30).
           05  CAH-FIELD-NAME           PIC X(20).
           05  CAH-OLD-VALUE            PIC X(32).
           05  CAH-NEW-VALUE            PIC X(32).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD-IN.
           COPY AUDITREC.

       FD  VSAM-ARCHIVE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD               PIC X(100).

       FD  ASOF-SNAPSHOT
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD              PIC X(100).

       FD  ASOF-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(132).

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

       FD  CATEGORY-MASTER
           RECORDING MODE IS F.
       01  CATMAST-RECORD.
           COPY CATMSTRC.

      * One row per WSAREA1-VSAM change after the AS-OF moment, plus
      * one per archived image.  The sequence number keeps rows with
      * the same timestamp in the order they were written; archived
      * images carry a HIGH-VALUES timestamp and sort behind every
      * change to their key.
       SD  ROLLBACK-WORK.
       01  ROLLBACK-ROW.
           05  RBK-RECORD-ID            PIC X(10).
           05  RBK-TIMESTAMP            PIC X(26).
           05  RBK-SEQUENCE             PIC 9(09).
           05  RBK-ORIGIN               PIC X(01).
               88  RBK-FROM-HISTORY     VALUE "H".
               88  RBK-FROM-LOG         VALUE "L".
               88  RBK-FROM-ARCHIVE     VALUE "A".
           05  RBK-IMAGE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-GROUP.
           05  WS-VSAM-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-VSAM-FILE-OK      VALUE "00".
           05  WS-AUDHIST-FILE-STATUS   PIC X(02) VALUE "00".
               88  WS-AUDHIST-FILE-OK   VALUE "00" "05".
           05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-ARCH-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-ARCH-FILE-OK      VALUE "00" "05".
           05  WS-SNAP-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".
           05  WS-CATMAST-FILE-STATUS   PIC X(02) VALUE "00".
               88  WS-CATMAST-FILE-OK   VALUE "00".

       01  WS-SWITCHES.
           05  WS-VSAM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-VSAM-EOF          VALUE "Y".
           05  WS-AUDHIST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-AUDHIST-EOF       VALUE "Y".
           05  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-AUDIT-EOF         VALUE "Y".
           05  WS-ARCH-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-ARCH-EOF          VALUE "Y".
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-SORT-EOF          VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-CATMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-CATMAST-EOF       VALUE "Y".
           05  WS-HISTORY-GAP-SWITCH    PIC X(01) VALUE "N".
               88  WS-HISTORY-GAP       VALUE "Y".
           05  WS-ON-CLUSTER-SWITCH     PIC X(01) VALUE "N".
               88  WS-ON-CLUSTER        VALUE "Y".
           05  WS-CHANGED-SWITCH        PIC X(01) VALUE "N".
               88  WS-CHANGED-SINCE     VALUE "Y".
           05  WS-ARCHIVED-SWITCH       PIC X(01) VALUE "N".
               88  WS-ARCHIVED          VALUE "Y".
           05  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-CATEGORY-FOUND    VALUE "Y".

       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.

      * AS-OF moment in the leading 16 bytes of a CURRENT-DATE stamp
      * (CCYYMMDDHHMMSShh), the part every audit timestamp compares
      * on.  A date alone means the last instant of that day.
       01  WS-AS-OF-TS                  PIC X(16) VALUE SPACES.
       01  WS-EARLIEST-AUDIT-TS         PIC X(16) VALUE HIGH-VALUES.
       01  WS-FIRST-PURGE-TS            PIC X(16) VALUE HIGH-VALUES.
       01  WS-ROW-TS                    PIC X(16) VALUE SPACES.
       01  WS-ROW-PARAGRAPH-NAME        PIC X(30) VALUE SPACES.
       01  WS-ROW-FIELD-NAME            PIC X(20) VALUE SPACES.
       01  WS-ROW-OLD-IMAGE             PIC X(100) VALUE SPACES.
       01  WS-ROW-NEW-IMAGE             PIC X(100) VALUE SPACES.
       01  WS-RELEASE-SEQUENCE          PIC 9(09) VALUE ZERO.

      * The key being resolved and what is known about it.
       01  WS-SORT-KEY                  PIC X(10) VALUE SPACES.
       01  WS-VS-KEY                    PIC X(10) VALUE SPACES.
       01  WS-CURRENT-KEY               PIC X(10) VALUE SPACES.
       01  WS-CLUSTER-IMAGE             PIC X(100) VALUE SPACES.
       01  WS-ARCHIVE-IMAGE             PIC X(100) VALUE SPACES.
       01  WS-FIRST-CHANGE-IMAGE        PIC X(100) VALUE SPACES.
       01  WS-FIRST-CHANGE-ORIGIN       PIC X(01) VALUE SPACE.
       01  WS-ASOF-IMAGE                PIC X(100) VALUE SPACES.
       01  ASOF-WSAREA1-REC REDEFINES WS-ASOF-IMAGE.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==ASF-==.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ          PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-READ            PIC 9(07) VALUE ZERO.
           05  WS-ROWS-AFTER-AS-OF      PIC 9(07) VALUE ZERO.
           05  WS-ARCHIVE-READ          PIC 9(07) VALUE ZERO.
           05  WS-CLUSTER-READ          PIC 9(07) VALUE ZERO.
           05  WS-UNCHANGED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ROLLED-BACK-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-NOT-YET-ADDED-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-RESTORED-PURGED-COUNT PIC 9(07) VALUE ZERO.
           05  WS-FIELDS-ONLY-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-PURGED-BEFORE-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-UNPLACED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-SNAPSHOT-COUNT        PIC 9(07) VALUE ZERO.

      * Archived keys whose purge cannot be placed in time, held for
      * their own report section.
       01  WS-UNPLACED-TABLE.
           05  WS-UNPLACED-ENTRY OCCURS 500 TIMES INDEXED BY UNP-IDX.
               10  UNP-IMAGE            PIC X(100).
       01  WS-UNPLACED-USED             PIC 9(03) VALUE ZERO.
       01  WS-UNPLACED-MAX              PIC 9(03) VALUE 500.
       01  WS-UNP-SEARCH-IDX            PIC 9(03) VALUE ZERO.
       01  WS-LIST-IMAGE                PIC X(100) VALUE SPACES.
       01  LIST-WSAREA1-REC REDEFINES WS-LIST-IMAGE.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==LST-==.

       01  WS-STATUS-TOTALS.
           05  WS-ACTIVE-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-ACTIVE-AMOUNT         PIC S9(11)V99 VALUE ZERO.
           05  WS-INACTIVE-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-INACTIVE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-PENDING-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-PENDING-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05  WS-OTHER-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-OTHER-AMOUNT          PIC S9(11)V99 VALUE ZERO.
       01  WS-ASOF-AMOUNT               PIC S9(7)V99 VALUE ZERO.

       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10  CAT-CODE             PIC X(04).
               10  CAT-COUNT            PIC 9(07).
               10  CAT-AMOUNT           PIC S9(11)V99.
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

       01  WS-HEADING-1                 PIC X(132) VALUE
           "BUGASOF - WSAREA1-VSAM AS-OF PORTFOLIO RECONSTRUCTION".
       01  WS-AS-OF-LINE.
           05  FILLER                   PIC X(26)
               VALUE "POPULATION AS OF        : ".
           05  ASF-LINE-TS              PIC X(16).
           05  FILLER                   PIC X(90) VALUE SPACES.
       01  WS-EARLIEST-LINE.
           05  FILLER                   PIC X(26)
               VALUE "EARLIEST AUDIT ROW      : ".
           05  EAR-LINE-TS              PIC X(16).
           05  FILLER                   PIC X(90) VALUE SPACES.
       01  WS-FIRST-PURGE-LINE.
           05  FILLER                   PIC X(26)
               VALUE "FIRST PURGE AUDIT ROW   : ".
           05  FPR-LINE-TS              PIC X(16).
           05  FILLER                   PIC X(90) VALUE SPACES.
       01  WS-REFUSED-LINE.
           05  FILLER                   PIC X(40) VALUE
               "*** NOT RECONSTRUCTED - AUDIT HISTORY HA".
           05  FILLER                   PIC X(92) VALUE
               "S BEEN PURGED PAST THE AS-OF DATE ***".
       01  WS-SECTION-BUILD             PIC X(132) VALUE
           "RECONSTRUCTION".
       01  WS-SECTION-STATUS            PIC X(132) VALUE
           "POPULATION BY STATUS".
       01  WS-SECTION-CATEGORY          PIC X(132) VALUE
           "AMOUNT BY CATEGORY".
       01  WS-SECTION-UNPLACED          PIC X(132) VALUE
           "ARCHIVED, PURGE UNDATED - LEFT OUT OF THE SNAPSHOT".
       01  WS-UNPLACED-HEADING          PIC X(132) VALUE
           "RECORD ID   EFF DATE  S  CAT          AMOUNT".
       01  WS-UNPLACED-LINE.
           05  UNP-DTL-ID               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UNP-DTL-DATE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UNP-DTL-STATUS           PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UNP-DTL-CATEGORY         PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UNP-DTL-AMOUNT           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(88) VALUE SPACES.
       01  WS-UNPLACED-NONE-LINE        PIC X(132) VALUE
           "  NONE".
       01  WS-UNPLACED-MORE-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  UNP-MORE-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(123)
               VALUE " MORE NOT LISTED - TABLE FULL".
       01  WS-STATUS-LINE.
           05  STA-LABEL                PIC X(12).
           05  STA-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  STA-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(92) VALUE SPACES.
       01  WS-CAT-LINE.
           05  CAT-DTL-CODE             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CAT-DTL-DESC             PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CAT-DTL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  CAT-DTL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(66) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(34).
           05  SUM-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 1000-INITIALIZE
           PERFORM 1400-LOAD-CATEGORY-MASTER
           SORT ROLLBACK-WORK
               ON ASCENDING KEY RBK-RECORD-ID
                                RBK-TIMESTAMP
                                RBK-SEQUENCE
               INPUT PROCEDURE IS 2000-RELEASE-ROLLBACK-ROWS
               OUTPUT PROCEDURE IS 3000-BUILD-SNAPSHOT
           IF WS-HISTORY-GAP
               PERFORM 4900-REFUSE-RECONSTRUCTION
           ELSE
               PERFORM 4000-WRITE-REPORT
           END-IF
           PERFORM 5000-TERMINATE
           STOP RUN.

      * Run options arrive one KEYWORD=VALUE card per SYSIN line.
      * AS-OF has no default: the auditor must say which moment.
       0100-LOAD-PARAM-CARDS.
           OPEN INPUT PARAM-CARD-FILE
           IF WS-PARAM-FILE-OK
               PERFORM 0110-READ-PARAM-CARD
               PERFORM 0120-PARSE-PARAM-CARD UNTIL WS-PARAM-EOF
               CLOSE PARAM-CARD-FILE
           END-IF
           IF WS-AS-OF-TS = SPACES
               DISPLAY "BUGASOF0001E AS-OF PARAMETER CARD IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "BUGASOF0002I PARAMETERS IN EFFECT - AS-OF="
               WS-AS-OF-TS.

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
               WHEN "AS-OF"
                   EVALUATE TRUE
                       WHEN WS-CARD-VALUE (1:14) IS NUMERIC
                               AND WS-CARD-VALUE (15:1) = SPACE
                           MOVE WS-CARD-VALUE (1:14) TO WS-AS-OF-TS
                           MOVE "99" TO WS-AS-OF-TS (15:2)
                       WHEN WS-CARD-VALUE (1:8) IS NUMERIC
                               AND WS-CARD-VALUE (9:1) = SPACE
                           MOVE WS-CARD-VALUE (1:8) TO WS-AS-OF-TS
                           MOVE "23595999" TO WS-AS-OF-TS (9:8)
                       WHEN OTHER
                           DISPLAY "BUGASOF0003E AS-OF MUST BE "
                               "CCYYMMDD OR CCYYMMDDHHMMSS - FOUND "
                               WS-CARD-VALUE (1:14)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGASOF0004E UNRECOGNIZED PARAMETER CARD "
                       "- " PARAM-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

       1000-INITIALIZE.
           OPEN OUTPUT ASOF-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "BUGASOF0005E OPEN FAILED FOR ASOF-REPORT - "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE WS-AS-OF-TS TO ASF-LINE-TS
           WRITE RPT-LINE FROM WS-AS-OF-LINE.

      * DD CATMAST is optional for a report: a missing master only
      * costs the description column, never the figures.
       1400-LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-FILE-OK
               PERFORM 1410-READ-CATEGORY-MASTER
               PERFORM 1420-TABLE-CATEGORY UNTIL WS-CATMAST-EOF
               CLOSE CATEGORY-MASTER
           END-IF
           DISPLAY "BUGASOF0006I CATEGORIES ON MASTER: "
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
               DISPLAY "BUGASOF0007E CATEGORY MASTER TABLE FULL (MAX "
                   WS-CATMAST-MAX "), REMAINING DESCRIPTIONS DROPPED"
               SET WS-CATMAST-EOF TO TRUE
           END-IF.

      ******************************************************************
      * SORT INPUT: history rows, then live rows, then archived images.
      ******************************************************************
       2000-RELEASE-ROLLBACK-ROWS.
           OPEN INPUT AUDIT-HISTORY
           IF WS-AUDHIST-FILE-OK
               PERFORM 2110-READ-AUDIT-HISTORY
               PERFORM 2100-RELEASE-HISTORY-ROW UNTIL WS-AUDHIST-EOF
               CLOSE AUDIT-HISTORY
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "BUGASOF0008E OPEN FAILED FOR AUDIT-FILE - "
                   "STATUS " WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2210-READ-AUDIT-FILE
           PERFORM 2200-RELEASE-LOG-ROW UNTIL WS-AUDIT-EOF
           CLOSE AUDIT-FILE

           OPEN INPUT VSAM-ARCHIVE
           IF WS-ARCH-FILE-OK
               PERFORM 2310-READ-ARCHIVE
               PERFORM 2300-RELEASE-ARCHIVE-IMAGE UNTIL WS-ARCH-EOF
               CLOSE VSAM-ARCHIVE
           END-IF
           DISPLAY "BUGASOF0009I HISTORY ROWS " WS-HISTORY-READ
               "  LIVE ROWS " WS-AUDIT-READ
               "  CHANGES AFTER AS-OF " WS-ROWS-AFTER-AS-OF
               "  ARCHIVED IMAGES " WS-ARCHIVE-READ.

       2100-RELEASE-HISTORY-ROW.
           ADD 1 TO WS-HISTORY-READ
           MOVE CAH-TIMESTAMP (1:16) TO WS-ROW-TS
           MOVE CAH-PARAGRAPH-NAME TO WS-ROW-PARAGRAPH-NAME
           MOVE CAH-FIELD-NAME TO WS-ROW-FIELD-NAME
           MOVE SPACES TO WS-ROW-OLD-IMAGE WS-ROW-NEW-IMAGE
           MOVE CAH-OLD-VALUE TO WS-ROW-OLD-IMAGE (1:32)
           MOVE CAH-NEW-VALUE TO WS-ROW-NEW-IMAGE (1:32)
           MOVE "H" TO RBK-ORIGIN
           PERFORM 2400-JUDGE-AUDIT-ROW
           PERFORM 2110-READ-AUDIT-HISTORY.

       2110-READ-AUDIT-HISTORY.
           READ AUDIT-HISTORY
               AT END
                   SET WS-AUDHIST-EOF TO TRUE
           END-READ.

       2200-RELEASE-LOG-ROW.
           ADD 1 TO WS-AUDIT-READ
           MOVE AUD-TIMESTAMP (1:16) TO WS-ROW-TS
           MOVE AUD-PARAGRAPH-NAME TO WS-ROW-PARAGRAPH-NAME
           MOVE AUD-FIELD-NAME TO WS-ROW-FIELD-NAME
           MOVE AUD-OLD-VALUE TO WS-ROW-OLD-IMAGE
           MOVE AUD-NEW-VALUE TO WS-ROW-NEW-IMAGE
           MOVE "L" TO RBK-ORIGIN
           PERFORM 2400-JUDGE-AUDIT-ROW
           PERFORM 2210-READ-AUDIT-FILE.

       2210-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

       2300-RELEASE-ARCHIVE-IMAGE.
           ADD 1 TO WS-ARCHIVE-READ
           ADD 1 TO WS-RELEASE-SEQUENCE
           MOVE ARCHIVE-RECORD (1:10) TO RBK-RECORD-ID
           MOVE HIGH-VALUES TO RBK-TIMESTAMP
           MOVE WS-RELEASE-SEQUENCE TO RBK-SEQUENCE
           MOVE "A" TO RBK-ORIGIN
           MOVE ARCHIVE-RECORD TO RBK-IMAGE
           RELEASE ROLLBACK-ROW
           PERFORM 2310-READ-ARCHIVE.

       2310-READ-ARCHIVE.
           READ VSAM-ARCHIVE
               AT END
                   SET WS-ARCH-EOF TO TRUE
           END-READ.

      * Any row at all proves the trail reaches back to its time; only
      * WSAREA1-VSAM rows after the AS-OF moment are rolled back.  The
      * earliest BUGHSKP purge row (no after-image) dates every purge
      * that wrote none: they all went before it.
       2400-JUDGE-AUDIT-ROW.
           IF WS-ROW-TS < WS-EARLIEST-AUDIT-TS
               MOVE WS-ROW-TS TO WS-EARLIEST-AUDIT-TS
           END-IF
           IF WS-ROW-FIELD-NAME = "WSAREA1-VSAM"
                   AND WS-ROW-PARAGRAPH-NAME = "2200-JUDGE-VSAM-RECORD"
                   AND WS-ROW-NEW-IMAGE = SPACES
                   AND WS-ROW-TS < WS-FIRST-PURGE-TS
               MOVE WS-ROW-TS TO WS-FIRST-PURGE-TS
           END-IF
           IF WS-ROW-FIELD-NAME = "WSAREA1-VSAM"
                   AND WS-ROW-TS > WS-AS-OF-TS
               ADD 1 TO WS-ROWS-AFTER-AS-OF
               ADD 1 TO WS-RELEASE-SEQUENCE
               IF WS-ROW-NEW-IMAGE (1:10) NOT = SPACES
                   MOVE WS-ROW-NEW-IMAGE (1:10) TO RBK-RECORD-ID
               ELSE
                   MOVE WS-ROW-OLD-IMAGE (1:10) TO RBK-RECORD-ID
               END-IF
               MOVE SPACES TO RBK-TIMESTAMP
               MOVE WS-ROW-TS TO RBK-TIMESTAMP (1:16)
               MOVE WS-RELEASE-SEQUENCE TO RBK-SEQUENCE
               MOVE WS-ROW-OLD-IMAGE TO RBK-IMAGE
               RELEASE ROLLBACK-ROW
           END-IF.

      ******************************************************************
      * SORT OUTPUT: match the sorted rows against the cluster by key.
      ******************************************************************
       3000-BUILD-SNAPSHOT.
           IF WS-EARLIEST-AUDIT-TS > WS-AS-OF-TS
               SET WS-HISTORY-GAP TO TRUE
           ELSE
               OPEN INPUT WSAREA1-VSAM
               IF NOT WS-VSAM-FILE-OK
                   DISPLAY "BUGASOF0010E OPEN FAILED FOR WSAREA1-VSAM "
                       "- STATUS " WS-VSAM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT ASOF-SNAPSHOT
               IF WS-SNAP-FILE-STATUS NOT = "00"
                   DISPLAY "BUGASOF0011E OPEN FAILED FOR ASOF-SNAPSHOT "
                       "- STATUS " WS-SNAP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3010-RETURN-ROLLBACK-ROW
               PERFORM 3020-READ-CLUSTER
               PERFORM 3100-RESOLVE-ONE-KEY
                   UNTIL WS-SORT-EOF AND WS-VSAM-EOF
               CLOSE WSAREA1-VSAM
               CLOSE ASOF-SNAPSHOT
           END-IF.

       3010-RETURN-ROLLBACK-ROW.
           RETURN ROLLBACK-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-SORT-KEY
               NOT AT END
                   MOVE RBK-RECORD-ID TO WS-SORT-KEY
           END-RETURN.

       3020-READ-CLUSTER.
           READ WSAREA1-VSAM NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-VS-KEY
               NOT AT END
                   ADD 1 TO WS-CLUSTER-READ
                   MOVE VS-RECORD-ID TO WS-VS-KEY
           END-READ.

      * Gather everything known about the lowest key on either side,
      * then decide what the key looked like at the AS-OF moment.
       3100-RESOLVE-ONE-KEY.
           MOVE "N" TO WS-ON-CLUSTER-SWITCH
           MOVE "N" TO WS-CHANGED-SWITCH
           MOVE "N" TO WS-ARCHIVED-SWITCH
           IF WS-SORT-KEY < WS-VS-KEY
               MOVE WS-SORT-KEY TO WS-CURRENT-KEY
           ELSE
               MOVE WS-VS-KEY TO WS-CURRENT-KEY
           END-IF
           IF WS-VS-KEY = WS-CURRENT-KEY
               SET WS-ON-CLUSTER TO TRUE
               MOVE VS-WSAREA1-RECORD TO WS-CLUSTER-IMAGE
               PERFORM 3020-READ-CLUSTER
           END-IF
           PERFORM 3110-TAKE-ROLLBACK-ROW
               UNTIL WS-SORT-KEY NOT = WS-CURRENT-KEY

           EVALUATE TRUE
               WHEN WS-CHANGED-SINCE
                   PERFORM 3200-ROLL-BACK-KEY
               WHEN WS-ON-CLUSTER
                   ADD 1 TO WS-UNCHANGED-COUNT
                   MOVE WS-CLUSTER-IMAGE TO WS-ASOF-IMAGE
                   PERFORM 3300-WRITE-SNAPSHOT-RECORD
               WHEN WS-ARCHIVED
                   PERFORM 3150-JUDGE-ARCHIVE-ONLY-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Only the first change after AS-OF matters; the last archived
      * image is the fullest copy of a purged record.
       3110-TAKE-ROLLBACK-ROW.
           IF RBK-FROM-ARCHIVE
               SET WS-ARCHIVED TO TRUE
               MOVE RBK-IMAGE TO WS-ARCHIVE-IMAGE
           ELSE
               IF NOT WS-CHANGED-SINCE
                   SET WS-CHANGED-SINCE TO TRUE
                   MOVE RBK-IMAGE TO WS-FIRST-CHANGE-IMAGE
                   MOVE RBK-ORIGIN TO WS-FIRST-CHANGE-ORIGIN
               END-IF
           END-IF
           PERFORM 3010-RETURN-ROLLBACK-ROW.

      * A purged key with nothing after AS-OF went before AS-OF when
      * AS-OF is at or after the first purge row; otherwise it may
      * have gone before or after, and is listed rather than guessed.
       3150-JUDGE-ARCHIVE-ONLY-KEY.
           IF WS-AS-OF-TS NOT < WS-FIRST-PURGE-TS
               ADD 1 TO WS-PURGED-BEFORE-COUNT
           ELSE
               ADD 1 TO WS-UNPLACED-COUNT
               IF WS-UNPLACED-USED < WS-UNPLACED-MAX
                   ADD 1 TO WS-UNPLACED-USED
                   SET UNP-IDX TO WS-UNPLACED-USED
                   MOVE WS-ARCHIVE-IMAGE TO UNP-IMAGE (UNP-IDX)
               END-IF
           END-IF.

       3200-ROLL-BACK-KEY.
           IF WS-FIRST-CHANGE-IMAGE = SPACES
               ADD 1 TO WS-NOT-YET-ADDED-COUNT
           ELSE
               ADD 1 TO WS-ROLLED-BACK-COUNT
               IF NOT WS-ON-CLUSTER
                   ADD 1 TO WS-RESTORED-PURGED-COUNT
               END-IF
               IF WS-FIRST-CHANGE-ORIGIN = "H"
                   EVALUATE TRUE
                       WHEN WS-ON-CLUSTER
                           MOVE WS-CLUSTER-IMAGE TO WS-ASOF-IMAGE
                       WHEN WS-ARCHIVED
                           MOVE WS-ARCHIVE-IMAGE TO WS-ASOF-IMAGE
                       WHEN OTHER
                           MOVE SPACES TO WS-ASOF-IMAGE
                           ADD 1 TO WS-FIELDS-ONLY-COUNT
                   END-EVALUATE
                   MOVE WS-FIRST-CHANGE-IMAGE (1:32)
                       TO WS-ASOF-IMAGE (1:32)
               ELSE
                   MOVE WS-FIRST-CHANGE-IMAGE TO WS-ASOF-IMAGE
               END-IF
               PERFORM 3300-WRITE-SNAPSHOT-RECORD
           END-IF.

       3300-WRITE-SNAPSHOT-RECORD.
           WRITE SNAPSHOT-RECORD FROM WS-ASOF-IMAGE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "BUGASOF0012E SNAPSHOT WRITE FAILED FOR RECORD "
                   ASF-RECORD-ID " - STATUS " WS-SNAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SNAPSHOT-COUNT
           IF ASF-AMOUNT IS NUMERIC
               MOVE ASF-AMOUNT TO WS-ASOF-AMOUNT
           ELSE
               MOVE ZERO TO WS-ASOF-AMOUNT
           END-IF
           PERFORM 3310-TOTAL-BY-STATUS
           PERFORM 3320-TOTAL-BY-CATEGORY.

       3310-TOTAL-BY-STATUS.
           EVALUATE TRUE
               WHEN ASF-STATUS-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD WS-ASOF-AMOUNT TO WS-ACTIVE-AMOUNT
               WHEN ASF-STATUS-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
                   ADD WS-ASOF-AMOUNT TO WS-INACTIVE-AMOUNT
               WHEN ASF-STATUS-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   ADD WS-ASOF-AMOUNT TO WS-PENDING-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
                   ADD WS-ASOF-AMOUNT TO WS-OTHER-AMOUNT
           END-EVALUATE.

       3320-TOTAL-BY-CATEGORY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CATEGORY-USED
               SET CAT-IDX TO WS-SEARCH-IDX
               IF CAT-CODE (CAT-IDX) = ASF-CATEGORY-CODE
                   SET WS-CATEGORY-FOUND TO TRUE
                   ADD 1 TO CAT-COUNT (CAT-IDX)
                   ADD WS-ASOF-AMOUNT TO CAT-AMOUNT (CAT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-CATEGORY-FOUND
               IF WS-CATEGORY-USED < WS-CATEGORY-TABLE-MAX
                   ADD 1 TO WS-CATEGORY-USED
                   SET CAT-IDX TO WS-CATEGORY-USED
                   MOVE ASF-CATEGORY-CODE TO CAT-CODE (CAT-IDX)
                   MOVE 1 TO CAT-COUNT (CAT-IDX)
                   MOVE WS-ASOF-AMOUNT TO CAT-AMOUNT (CAT-IDX)
               ELSE
                   DISPLAY "BUGASOF0013E CATEGORY TABLE FULL (MAX "
                       WS-CATEGORY-TABLE-MAX "), CATEGORY "
                       ASF-CATEGORY-CODE " NOT TOTALLED"
               END-IF
           END-IF.

       4000-WRITE-REPORT.
           MOVE WS-EARLIEST-AUDIT-TS TO EAR-LINE-TS
           WRITE RPT-LINE FROM WS-EARLIEST-LINE
           IF WS-FIRST-PURGE-TS = HIGH-VALUES
               MOVE "NONE ON TRAIL" TO FPR-LINE-TS
           ELSE
               MOVE WS-FIRST-PURGE-TS TO FPR-LINE-TS
           END-IF
           WRITE RPT-LINE FROM WS-FIRST-PURGE-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-BUILD
           MOVE "CLUSTER RECORDS READ TODAY       :" TO SUM-LABEL
           MOVE WS-CLUSTER-READ TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "UNCHANGED SINCE AS-OF            :" TO SUM-LABEL
           MOVE WS-UNCHANGED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "ROLLED BACK TO AS-OF IMAGE       :" TO SUM-LABEL
           MOVE WS-ROLLED-BACK-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "  OF WHICH PURGED SINCE AS-OF    :" TO SUM-LABEL
           MOVE WS-RESTORED-PURGED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "  NAMED FIELDS ONLY (BYTES 1-32) :" TO SUM-LABEL
           MOVE WS-FIELDS-ONLY-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "ADDED AFTER AS-OF (LEFT OUT)     :" TO SUM-LABEL
           MOVE WS-NOT-YET-ADDED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "PURGED BEFORE AS-OF (LEFT OUT)   :" TO SUM-LABEL
           MOVE WS-PURGED-BEFORE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "ARCHIVED, PURGE UNDATED (LISTED) :" TO SUM-LABEL
           MOVE WS-UNPLACED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "SNAPSHOT RECORDS WRITTEN         :" TO SUM-LABEL
           MOVE WS-SNAPSHOT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-STATUS
           MOVE "ACTIVE" TO STA-LABEL
           MOVE WS-ACTIVE-COUNT TO STA-COUNT
           MOVE WS-ACTIVE-AMOUNT TO STA-AMOUNT
           WRITE RPT-LINE FROM WS-STATUS-LINE
           MOVE "INACTIVE" TO STA-LABEL
           MOVE WS-INACTIVE-COUNT TO STA-COUNT
           MOVE WS-INACTIVE-AMOUNT TO STA-AMOUNT
           WRITE RPT-LINE FROM WS-STATUS-LINE
           MOVE "PENDING" TO STA-LABEL
           MOVE WS-PENDING-COUNT TO STA-COUNT
           MOVE WS-PENDING-AMOUNT TO STA-AMOUNT
           WRITE RPT-LINE FROM WS-STATUS-LINE
           MOVE "OTHER" TO STA-LABEL
           MOVE WS-OTHER-COUNT TO STA-COUNT
           MOVE WS-OTHER-AMOUNT TO STA-AMOUNT
           WRITE RPT-LINE FROM WS-STATUS-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-CATEGORY
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CATEGORY-USED
               SET CAT-IDX TO WS-SEARCH-IDX
               MOVE CAT-CODE (CAT-IDX) TO CAT-DTL-CODE
               MOVE CAT-CODE (CAT-IDX) TO WS-CMD-LOOKUP-CODE
               PERFORM 9200-FIND-CATEGORY-DESC
               MOVE WS-CMD-DESC TO CAT-DTL-DESC
               MOVE CAT-COUNT (CAT-IDX) TO CAT-DTL-COUNT
               MOVE CAT-AMOUNT (CAT-IDX) TO CAT-DTL-AMOUNT
               WRITE RPT-LINE FROM WS-CAT-LINE
           END-PERFORM

           PERFORM 4100-WRITE-UNPLACED-KEYS

           IF WS-FIELDS-ONLY-COUNT > ZERO
               DISPLAY "BUGASOF0014W " WS-FIELDS-ONLY-COUNT
                   " RECORDS RESTORED FROM COMPRESSED HISTORY WITH NO "
                   "FULL IMAGE - BYTES 33-100 BLANK"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNPLACED-COUNT > ZERO
               DISPLAY "BUGASOF0018W " WS-UNPLACED-COUNT
                   " ARCHIVED RECORDS PURGED BEFORE THE FIRST PURGE "
                   "AUDIT ROW " FPR-LINE-TS " - NOT PLACED IN TIME, "
                   "LEFT OUT, SEE ASOFRPT"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "BUGASOF0015I POPULATION AS OF " WS-AS-OF-TS
               " RECONSTRUCTED - " WS-SNAPSHOT-COUNT " RECORDS".

       4100-WRITE-UNPLACED-KEYS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SECTION-UNPLACED
           IF WS-UNPLACED-COUNT = ZERO
               WRITE RPT-LINE FROM WS-UNPLACED-NONE-LINE
           ELSE
               WRITE RPT-LINE FROM WS-UNPLACED-HEADING
               PERFORM VARYING WS-UNP-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-UNP-SEARCH-IDX > WS-UNPLACED-USED
                   SET UNP-IDX TO WS-UNP-SEARCH-IDX
                   MOVE UNP-IMAGE (UNP-IDX) TO WS-LIST-IMAGE
                   MOVE LST-RECORD-ID TO UNP-DTL-ID
                   MOVE LST-EFFECTIVE-DATE TO UNP-DTL-DATE
                   MOVE LST-STATUS-FLAG TO UNP-DTL-STATUS
                   MOVE LST-CATEGORY-CODE TO UNP-DTL-CATEGORY
                   IF LST-AMOUNT IS NUMERIC
                       MOVE LST-AMOUNT TO UNP-DTL-AMOUNT
                   ELSE
                       MOVE ZERO TO UNP-DTL-AMOUNT
                   END-IF
                   WRITE RPT-LINE FROM WS-UNPLACED-LINE
               END-PERFORM
               IF WS-UNPLACED-COUNT > WS-UNPLACED-USED
                   COMPUTE UNP-MORE-COUNT =
                       WS-UNPLACED-COUNT - WS-UNPLACED-USED
                   WRITE RPT-LINE FROM WS-UNPLACED-MORE-LINE
               END-IF
           END-IF.

      * Say so plainly: the earliest row on hand is later than the
      * moment asked for, so changes in between cannot be undone.
       4900-REFUSE-RECONSTRUCTION.
           IF WS-EARLIEST-AUDIT-TS = HIGH-VALUES
               MOVE "NONE SUPPLIED" TO EAR-LINE-TS
           ELSE
               MOVE WS-EARLIEST-AUDIT-TS TO EAR-LINE-TS
           END-IF
           WRITE RPT-LINE FROM WS-EARLIEST-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-REFUSED-LINE
           DISPLAY "BUGASOF0016E AUDIT HISTORY HAS BEEN PURGED PAST "
               "THE AS-OF DATE - EARLIEST ROW " EAR-LINE-TS
               " IS LATER THAN AS-OF " WS-AS-OF-TS
           DISPLAY "BUGASOF0017E NO SNAPSHOT WRITTEN - SUPPLY THE "
               "AUDHIST GENERATIONS COVERING THE AS-OF DATE"
           MOVE 12 TO RETURN-CODE.

       5000-TERMINATE.
           CLOSE ASOF-REPORT.

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
