       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGCDC.
       AUTHOR. DATA-PROCESSING.
      ******************************************************************
      * BUGCDC - WAREHOUSE CHANGE-DATA-CAPTURE FEED
      *
      * BUGJSON ships the warehouse only the records in the night's
      * input feed, so BUGDELTA deletes, BUGHSKP purges, BUGBACK
      * reversals and BUGCORR-recycled records never reached it.
      * This step ships every change made to WSAREA1-VSAM instead,
      * straight from the WSAREA1-VSAM before/after rows on the audit
      * trail (DD AUDITLOG).
      *
      * The rows are sorted by key and time and collapsed to ONE
      * change event per key (DD CDCFEED, layout CDCEVTRC): the image
      * before the key's first change in the window and the image
      * after its last, with the program and paragraph that made that
      * last change.  The event is an insert (no before-image), a
      * delete (no after-image), a backout (last changed by BUGBACK)
      * or an update; a key that ends the window as it began -- added
      * and deleted, or changed and backed out -- nets to nothing and
      * ships nothing.  Events carry the business date's run number
      * off the run-control ledger and a sequence number that runs on
      * from the last feed, and the feed closes with a control trailer
      * (layout CDCTRLRC).
      *
      * The window runs from the high-water mark of the last feed
      * shipped (DD CDCHWM, layout CDCHWMRC) to the START of this
      * step; the first feed on the ledger opens its window at the
      * start of the run being shipped.  A new mark is appended once
      * the feed is complete, so a rerun ships only what the audit
      * trail has gained since -- never the same event twice -- and
      * warns (RC 4) when that is nothing.  The feed is REFUSED
      * (RC 16, nothing written) for a run BUGBAL has not balanced
      * clean on the ledger (DD RUNCTL).  Counts go to the control
      * report (DD CDCRPT).
      *
      * CHANGE LOG
      * 2026-10-05  Initial version.
      * 2026-10-07  Changes made by the BUGLIFE lifecycle sweep
      *             (paragraph 2300-EXPIRE-PENDING-RECORD) are
      *             named as BUGLIFE's instead of UNKNOWN.
      * 2026-10-15  The run shipped is now the latest for the business
      *             date with a BUGBAL END row, not simply the latest
      *             run, so a BUGLIFE, BUGHSKP or BUGDELTA run opened
      *             after BUGBAL no longer stops the feed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CDC-FEED-FILE ASSIGN TO CDCFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT OPTIONAL HIGH-WATER-FILE ASSIGN TO CDCHWM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-FILE-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CDCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT CHANGE-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD-IN.
           COPY AUDITREC.

       FD  CDC-FEED-FILE
           RECORDING MODE IS F.
       01  CDC-EVENT-RECORD.
           COPY CDCEVTRC.
       01  CDC-TRAILER-RECORD.
           COPY CDCTRLRC.

       FD  HIGH-WATER-FILE
           RECORDING MODE IS F.
       01  HIGH-WATER-RECORD.
           COPY CDCHWMRC.

       FD  CONTROL-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTLRC.

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

      * One row per WSAREA1-VSAM change in the window.  The sequence
      * number keeps rows with the same timestamp in the order they
      * were written.
       SD  CHANGE-WORK.
       01  CHANGE-ROW.
           05  CHG-RECORD-ID            PIC X(10).
           05  CHG-TIMESTAMP            PIC X(26).
           05  CHG-SEQUENCE             PIC 9(09).
           05  CHG-PARAGRAPH-NAME       PIC X(30).
           05  CHG-OLD-IMAGE            PIC X(100).
           05  CHG-NEW-IMAGE            PIC X(100).

       WORKING-STORAGE SECTION.
      * Before and after images of the event in hand, under the same
      * flat-buffer-plus-REDEFINES pattern BUGSOLN uses for WS-AREA-1.
       01  WS-BEFORE-IMAGE              PIC X(100) VALUE SPACES.
       01  BEF-WSAREA1-REC REDEFINES WS-BEFORE-IMAGE.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==BEF-==.
       01  WS-AFTER-IMAGE               PIC X(100) VALUE SPACES.
       01  AFT-WSAREA1-REC REDEFINES WS-AFTER-IMAGE.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==AFT-==.

       01  WS-FILE-STATUS-GROUP.
           05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-FEED-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-HWM-FILE-STATUS       PIC X(02) VALUE "00".
               88  WS-HWM-FILE-OK       VALUE "00" "05".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE "00".
               88  WS-RUNCTL-FILE-OK    VALUE "00" "05".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-AUDIT-EOF         VALUE "Y".
           05  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-SORT-EOF          VALUE "Y".
           05  WS-HWM-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-HWM-EOF           VALUE "Y".
           05  WS-HWM-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-HWM-FOUND         VALUE "Y".
           05  WS-RUNCTL-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-RUNCTL-EOF        VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-PRED-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-PRED-FOUND        VALUE "Y".

       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-NUMBER                PIC 9(05) VALUE ZERO.
       01  WS-PRED-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * The window: audit rows timestamped after the high-water mark,
      * up to and including the START of this step.
       01  WS-WINDOW-FROM-TS            PIC X(26) VALUE LOW-VALUES.
       01  WS-WINDOW-TO-TS              PIC X(26) VALUE HIGH-VALUES.
       01  WS-RUN-START-TS              PIC X(26) VALUE HIGH-VALUES.
       01  WS-LAST-SEQUENCE             PIC 9(09) VALUE ZERO.
       01  WS-FIRST-SEQUENCE            PIC 9(09) VALUE ZERO.
       01  WS-RELEASE-SEQUENCE          PIC 9(09) VALUE ZERO.

      * The key being collapsed: its first before-image, last
      * after-image and the last change's timestamp and paragraph.
       01  WS-CURRENT-KEY               PIC X(10) VALUE SPACES.
       01  WS-SORT-KEY                  PIC X(10) VALUE SPACES.
       01  WS-KEY-CHANGE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-KEY-LAST-TS               PIC X(26) VALUE SPACES.
       01  WS-KEY-LAST-PARAGRAPH        PIC X(30) VALUE SPACES.
       01  WS-CHANGE-PROGRAM            PIC X(08) VALUE SPACES.
       01  WS-EVENT-TYPE                PIC X(01) VALUE SPACES.
           88  WS-EVENT-INSERT          VALUE "I".
           88  WS-EVENT-UPDATE          VALUE "U".
           88  WS-EVENT-DELETE          VALUE "D".
           88  WS-EVENT-BACKOUT         VALUE "B".
           88  WS-EVENT-NETTED          VALUE "N".

       01  WS-COUNTERS.
           05  WS-AUDIT-READ            PIC 9(07) VALUE ZERO.
           05  WS-ROWS-IN-WINDOW        PIC 9(07) VALUE ZERO.
           05  WS-KEYS-CHANGED          PIC 9(07) VALUE ZERO.
           05  WS-EVENT-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-INSERT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-UPDATE-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-DELETE-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-BACKOUT-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-NETTED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-BAD-IMAGE-COUNT       PIC 9(07) VALUE ZERO.

       01  WS-AMOUNT-HASH               PIC 9(13)V99 VALUE ZERO.

       01  WS-HEADING-1                 PIC X(132) VALUE
           "BUGCDC - WAREHOUSE CHANGE-DATA-CAPTURE CONTROL REPORT".
       01  WS-RUN-LINE.
           05  FILLER                   PIC X(16)
               VALUE "BUSINESS DATE : ".
           05  RUN-LINE-DATE            PIC X(08).
           05  FILLER                   PIC X(08) VALUE "  RUN : ".
           05  RUN-LINE-NUMBER          PIC 9(05).
           05  FILLER                   PIC X(11) VALUE "  WINDOW : ".
           05  RUN-LINE-FROM            PIC X(16).
           05  FILLER                   PIC X(04) VALUE " TO ".
           05  RUN-LINE-TO              PIC X(16).
           05  FILLER                   PIC X(48) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(28).
           05  SUM-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(93) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(28).
           05  TOT-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 8000-CHECK-PREDECESSOR
           PERFORM 1200-LOAD-HIGH-WATER-MARK
           PERFORM 8100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           SORT CHANGE-WORK
               ON ASCENDING KEY CHG-RECORD-ID
                                CHG-TIMESTAMP
                                CHG-SEQUENCE
               INPUT PROCEDURE IS 2000-RELEASE-WINDOW-ROWS
               OUTPUT PROCEDURE IS 3000-WRITE-CHANGE-EVENTS
           PERFORM 4000-WRITE-TRAILER
           PERFORM 4100-ADVANCE-HIGH-WATER-MARK
           PERFORM 4200-WRITE-CONTROL-REPORT
           PERFORM 5000-TERMINATE
           PERFORM 8200-REGISTER-RUN-END
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
           DISPLAY "BUGCDC0001I PARAMETERS IN EFFECT - RUN-DATE="
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
                       DISPLAY "BUGCDC0002E RUN-DATE MUST BE "
                           "CCYYMMDD - FOUND " WS-CARD-VALUE (1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGCDC0003E UNRECOGNIZED PARAMETER CARD "
                       "- " PARAM-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

       1000-INITIALIZE.
           OPEN OUTPUT CONTROL-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "BUGCDC0004E OPEN FAILED FOR CONTROL-REPORT - "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CDC-FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "BUGCDC0005E OPEN FAILED FOR CDC-FEED-FILE - "
                   "STATUS " WS-FEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE WS-RUN-DATE TO RUN-LINE-DATE
           MOVE WS-RUN-NUMBER TO RUN-LINE-NUMBER
           MOVE WS-WINDOW-FROM-TS (1:16) TO RUN-LINE-FROM
           MOVE WS-WINDOW-TO-TS (1:16) TO RUN-LINE-TO
           WRITE RPT-LINE FROM WS-RUN-LINE.

      * The last row on DD CDCHWM is the current mark.  With none,
      * this is the first feed, and its window opens at the earliest
      * ledger row of the run being shipped.
       1200-LOAD-HIGH-WATER-MARK.
           OPEN INPUT HIGH-WATER-FILE
           IF NOT WS-HWM-FILE-OK
               DISPLAY "BUGCDC0006E OPEN FAILED FOR HIGH-WATER-FILE - "
                   "STATUS " WS-HWM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-READ-HIGH-WATER-MARK
           PERFORM 1220-HOLD-HIGH-WATER-MARK UNTIL WS-HWM-EOF
           CLOSE HIGH-WATER-FILE
           IF WS-HWM-FOUND
               DISPLAY "BUGCDC0007I HIGH-WATER MARK "
                   WS-WINDOW-FROM-TS (1:16) " SEQUENCE "
                   WS-LAST-SEQUENCE
           ELSE
               MOVE WS-RUN-START-TS TO WS-WINDOW-FROM-TS
               DISPLAY "BUGCDC0008I NO HIGH-WATER MARK - FIRST FEED "
                   "OPENS AT " WS-WINDOW-FROM-TS (1:16)
           END-IF.

       1210-READ-HIGH-WATER-MARK.
           READ HIGH-WATER-FILE
               AT END
                   SET WS-HWM-EOF TO TRUE
           END-READ.

       1220-HOLD-HIGH-WATER-MARK.
           SET WS-HWM-FOUND TO TRUE
           MOVE HWM-LAST-TIMESTAMP TO WS-WINDOW-FROM-TS
           MOVE HWM-LAST-SEQUENCE TO WS-LAST-SEQUENCE
           PERFORM 1210-READ-HIGH-WATER-MARK.

      ******************************************************************
      * SORT INPUT: the WSAREA1-VSAM rows inside the window.
      ******************************************************************
      * Only WSAREA1-VSAM rows describe cluster changes; the
      * WS-AREA-1/WS-AREA-2 rows are working-storage churn.
       2000-RELEASE-WINDOW-ROWS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "BUGCDC0009E OPEN FAILED FOR AUDIT-FILE - "
                   "STATUS " WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2010-READ-AUDIT-ROW
           PERFORM 2020-JUDGE-AUDIT-ROW UNTIL WS-AUDIT-EOF
           CLOSE AUDIT-FILE
           DISPLAY "BUGCDC0010I AUDIT ROWS READ " WS-AUDIT-READ
               " - IN WINDOW " WS-ROWS-IN-WINDOW.

       2010-READ-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

       2020-JUDGE-AUDIT-ROW.
           ADD 1 TO WS-AUDIT-READ
           IF AUD-FIELD-NAME = "WSAREA1-VSAM"
                   AND AUD-TIMESTAMP > WS-WINDOW-FROM-TS
                   AND AUD-TIMESTAMP <= WS-WINDOW-TO-TS
               ADD 1 TO WS-ROWS-IN-WINDOW
               ADD 1 TO WS-RELEASE-SEQUENCE
               IF AUD-NEW-VALUE (1:10) NOT = SPACES
                   MOVE AUD-NEW-VALUE (1:10) TO CHG-RECORD-ID
               ELSE
                   MOVE AUD-OLD-VALUE (1:10) TO CHG-RECORD-ID
               END-IF
               MOVE AUD-TIMESTAMP TO CHG-TIMESTAMP
               MOVE WS-RELEASE-SEQUENCE TO CHG-SEQUENCE
               MOVE AUD-PARAGRAPH-NAME TO CHG-PARAGRAPH-NAME
               MOVE AUD-OLD-VALUE TO CHG-OLD-IMAGE
               MOVE AUD-NEW-VALUE TO CHG-NEW-IMAGE
               RELEASE CHANGE-ROW
           END-IF
           PERFORM 2010-READ-AUDIT-ROW.

      ******************************************************************
      * SORT OUTPUT: one event per key.
      ******************************************************************
       3000-WRITE-CHANGE-EVENTS.
           PERFORM 3010-RETURN-CHANGE-ROW
           PERFORM 3100-COLLAPSE-ONE-KEY UNTIL WS-SORT-EOF
           DISPLAY "BUGCDC0011I KEYS CHANGED " WS-KEYS-CHANGED
               " - EVENTS " WS-EVENT-COUNT " - NETTED OUT "
               WS-NETTED-COUNT.

       3010-RETURN-CHANGE-ROW.
           RETURN CHANGE-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-SORT-KEY
               NOT AT END
                   MOVE CHG-RECORD-ID TO WS-SORT-KEY
           END-RETURN.

      * The first row of a key gives the before-image; every row after
      * it moves the after-image and the last-change details along.
       3100-COLLAPSE-ONE-KEY.
           ADD 1 TO WS-KEYS-CHANGED
           MOVE WS-SORT-KEY TO WS-CURRENT-KEY
           MOVE CHG-OLD-IMAGE TO WS-BEFORE-IMAGE
           MOVE ZERO TO WS-KEY-CHANGE-COUNT
           PERFORM 3110-TAKE-CHANGE-ROW
               UNTIL WS-SORT-KEY NOT = WS-CURRENT-KEY
           PERFORM 3200-CLASSIFY-EVENT
           IF WS-EVENT-NETTED
               ADD 1 TO WS-NETTED-COUNT
           ELSE
               PERFORM 3300-WRITE-EVENT
           END-IF.

       3110-TAKE-CHANGE-ROW.
           ADD 1 TO WS-KEY-CHANGE-COUNT
           MOVE CHG-NEW-IMAGE TO WS-AFTER-IMAGE
           MOVE CHG-TIMESTAMP TO WS-KEY-LAST-TS
           MOVE CHG-PARAGRAPH-NAME TO WS-KEY-LAST-PARAGRAPH
           PERFORM 3010-RETURN-CHANGE-ROW.

      * A key that ends the window exactly as it began has nothing to
      * tell the warehouse, whoever touched it in between.
       3200-CLASSIFY-EVENT.
           PERFORM 9300-NAME-CHANGE-PROGRAM
           EVALUATE TRUE
               WHEN WS-BEFORE-IMAGE = WS-AFTER-IMAGE
                   SET WS-EVENT-NETTED TO TRUE
               WHEN WS-CHANGE-PROGRAM = "BUGBACK"
                   SET WS-EVENT-BACKOUT TO TRUE
               WHEN WS-BEFORE-IMAGE = SPACES
                   SET WS-EVENT-INSERT TO TRUE
               WHEN WS-AFTER-IMAGE = SPACES
                   SET WS-EVENT-DELETE TO TRUE
               WHEN OTHER
                   SET WS-EVENT-UPDATE TO TRUE
           END-EVALUATE.

       3300-WRITE-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           ADD 1 TO WS-LAST-SEQUENCE
           IF WS-FIRST-SEQUENCE = ZERO
               MOVE WS-LAST-SEQUENCE TO WS-FIRST-SEQUENCE
           END-IF
           EVALUATE TRUE
               WHEN WS-EVENT-INSERT
                   ADD 1 TO WS-INSERT-COUNT
               WHEN WS-EVENT-UPDATE
                   ADD 1 TO WS-UPDATE-COUNT
               WHEN WS-EVENT-DELETE
                   ADD 1 TO WS-DELETE-COUNT
               WHEN WS-EVENT-BACKOUT
                   ADD 1 TO WS-BACKOUT-COUNT
           END-EVALUATE
           PERFORM 3400-HASH-AMOUNTS
           MOVE SPACES TO CDC-EVENT-RECORD
           MOVE "E" TO CDC-RECORD-TYPE
           MOVE WS-LAST-SEQUENCE TO CDC-SEQUENCE-NUMBER
           MOVE WS-RUN-DATE TO CDC-RUN-DATE
           MOVE WS-RUN-NUMBER TO CDC-RUN-NUMBER
           MOVE WS-EVENT-TYPE TO CDC-EVENT-TYPE
           MOVE WS-CURRENT-KEY TO CDC-RECORD-ID
           MOVE WS-KEY-LAST-TS TO CDC-CHANGE-TIMESTAMP
           MOVE WS-CHANGE-PROGRAM TO CDC-PROGRAM-NAME
           MOVE WS-KEY-LAST-PARAGRAPH TO CDC-PARAGRAPH-NAME
           MOVE WS-KEY-CHANGE-COUNT TO CDC-CHANGE-COUNT
           MOVE WS-BEFORE-IMAGE TO CDC-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO CDC-AFTER-IMAGE
           WRITE CDC-EVENT-RECORD.

      * The hash adds the absolute amount of every image shipped; an
      * image whose amount cannot be read ships as it is and is
      * counted on the report.
       3400-HASH-AMOUNTS.
           IF WS-BEFORE-IMAGE NOT = SPACES
               IF BEF-AMOUNT IS NUMERIC
                   IF BEF-AMOUNT < ZERO
                       SUBTRACT BEF-AMOUNT FROM WS-AMOUNT-HASH
                   ELSE
                       ADD BEF-AMOUNT TO WS-AMOUNT-HASH
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-IMAGE-COUNT
               END-IF
           END-IF
           IF WS-AFTER-IMAGE NOT = SPACES
               IF AFT-AMOUNT IS NUMERIC
                   IF AFT-AMOUNT < ZERO
                       SUBTRACT AFT-AMOUNT FROM WS-AMOUNT-HASH
                   ELSE
                       ADD AFT-AMOUNT TO WS-AMOUNT-HASH
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-IMAGE-COUNT
               END-IF
           END-IF.

       4000-WRITE-TRAILER.
           MOVE SPACES TO CDC-TRAILER-RECORD
           MOVE "T" TO CDT-RECORD-TYPE
           MOVE WS-RUN-DATE TO CDT-RUN-DATE
           MOVE WS-RUN-NUMBER TO CDT-RUN-NUMBER
           MOVE WS-EVENT-COUNT TO CDT-EVENT-COUNT
           MOVE WS-INSERT-COUNT TO CDT-INSERT-COUNT
           MOVE WS-UPDATE-COUNT TO CDT-UPDATE-COUNT
           MOVE WS-DELETE-COUNT TO CDT-DELETE-COUNT
           MOVE WS-BACKOUT-COUNT TO CDT-BACKOUT-COUNT
           MOVE WS-FIRST-SEQUENCE TO CDT-FIRST-SEQUENCE
           IF WS-EVENT-COUNT = ZERO
               MOVE ZERO TO CDT-LAST-SEQUENCE
           ELSE
               MOVE WS-LAST-SEQUENCE TO CDT-LAST-SEQUENCE
           END-IF
           MOVE WS-WINDOW-FROM-TS TO CDT-WINDOW-FROM-TS
           MOVE WS-WINDOW-TO-TS TO CDT-WINDOW-TO-TS
           MOVE WS-AMOUNT-HASH TO CDT-AMOUNT-HASH
           WRITE CDC-TRAILER-RECORD
           CLOSE CDC-FEED-FILE.

      * The mark moves only once the feed and its trailer are written:
      * a step that dies before this point ships the same window again
      * on the rerun, and one that gets past it never does.
       4100-ADVANCE-HIGH-WATER-MARK.
           OPEN EXTEND HIGH-WATER-FILE
           IF NOT WS-HWM-FILE-OK
               DISPLAY "BUGCDC0006E OPEN FAILED FOR HIGH-WATER-FILE - "
                   "STATUS " WS-HWM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO HIGH-WATER-RECORD
           MOVE WS-RUN-DATE TO HWM-RUN-DATE
           MOVE WS-RUN-NUMBER TO HWM-RUN-NUMBER
           MOVE WS-WINDOW-TO-TS TO HWM-LAST-TIMESTAMP
           MOVE WS-LAST-SEQUENCE TO HWM-LAST-SEQUENCE
           MOVE WS-EVENT-COUNT TO HWM-EVENT-COUNT
           MOVE FUNCTION CURRENT-DATE TO HWM-SHIPPED-TIMESTAMP
           WRITE HIGH-WATER-RECORD
           CLOSE HIGH-WATER-FILE.

       4200-WRITE-CONTROL-REPORT.
           MOVE "AUDIT ROWS READ            :" TO SUM-LABEL
           MOVE WS-AUDIT-READ TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "WSAREA1-VSAM ROWS IN WINDOW:" TO SUM-LABEL
           MOVE WS-ROWS-IN-WINDOW TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "KEYS CHANGED               :" TO SUM-LABEL
           MOVE WS-KEYS-CHANGED TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "KEYS NETTED OUT            :" TO SUM-LABEL
           MOVE WS-NETTED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "INSERT EVENTS              :" TO SUM-LABEL
           MOVE WS-INSERT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "UPDATE EVENTS              :" TO SUM-LABEL
           MOVE WS-UPDATE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "DELETE EVENTS              :" TO SUM-LABEL
           MOVE WS-DELETE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "BACKOUT EVENTS             :" TO SUM-LABEL
           MOVE WS-BACKOUT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "EVENTS SHIPPED             :" TO SUM-LABEL
           MOVE WS-EVENT-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "FIRST SEQUENCE NUMBER      :" TO SUM-LABEL
           MOVE WS-FIRST-SEQUENCE TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "HIGH-WATER SEQUENCE NUMBER :" TO SUM-LABEL
           MOVE WS-LAST-SEQUENCE TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "UNREADABLE AMOUNTS         :" TO SUM-LABEL
           MOVE WS-BAD-IMAGE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "AMOUNT HASH TOTAL          :" TO TOT-LABEL
           MOVE WS-AMOUNT-HASH TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

      * An empty feed is still a complete feed -- the trailer says so
      * -- but a rerun that finds nothing new is worth a look.
       5000-TERMINATE.
           CLOSE CONTROL-REPORT
           IF WS-EVENT-COUNT = ZERO
               DISPLAY "BUGCDC0012W NO CHANGES SINCE THE HIGH-WATER "
                   "MARK - EMPTY FEED SHIPPED FOR RUN " WS-RUN-NUMBER
                   " OF " WS-RUN-DATE
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "BUGCDC0013I FEED SHIPPED FOR RUN "
                   WS-RUN-NUMBER " OF " WS-RUN-DATE " - EVENTS "
                   WS-EVENT-COUNT " SEQUENCE " WS-FIRST-SEQUENCE
                   " TO " WS-LAST-SEQUENCE
           END-IF.

      * The shipping gate: only a run BUGBAL has proven in balance
      * (END row, return code zero) may ship.  The same ledger pass
      * finds the earliest row of the run, where a first feed's
      * window opens.
       8000-CHECK-PREDECESSOR.
           MOVE ZERO TO WS-RUN-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGCDC0014E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8010-READ-RUN-CONTROL
           PERFORM 8020-SCAN-RUN-NUMBER UNTIL WS-RUNCTL-EOF
           CLOSE RUN-CONTROL-FILE
           IF WS-RUN-NUMBER = ZERO
               DISPLAY "BUGCDC0015E NO RUN OF " WS-RUN-DATE
                   " HAS BEEN THROUGH BUGBAL - FEED REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-RUNCTL-EOF-SWITCH
           MOVE "N" TO WS-PRED-FOUND-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM 8010-READ-RUN-CONTROL
           PERFORM 8030-SCAN-PREDECESSOR UNTIL WS-RUNCTL-EOF
           CLOSE RUN-CONTROL-FILE
           IF NOT WS-PRED-FOUND
               DISPLAY "BUGCDC0016E BUGBAL HAS NOT COMPLETED FOR "
                   "RUN " WS-RUN-NUMBER " OF " WS-RUN-DATE
                   " - FEED REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRED-RETURN-CODE NOT = ZERO
               DISPLAY "BUGCDC0017E BUGBAL ENDED WITH RETURN CODE "
                   WS-PRED-RETURN-CODE
                   " - RUN DID NOT BALANCE, FEED REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "BUGCDC0018I BUGBAL CLEAN FOR RUN "
               WS-RUN-NUMBER " OF " WS-RUN-DATE.

       8010-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
           END-READ.

      * The run shipped is the latest one for the business date that
      * BUGBAL has signed off.  BUGLIFE, BUGHSKP and BUGDELTA open
      * run numbers of their own with no BUGBAL row; their audit rows
      * still fall inside the feed window, which goes by time.
       8020-SCAN-RUN-NUMBER.
           IF RC-RUN-DATE = WS-RUN-DATE
                   AND RC-PROGRAM-NAME = "BUGBAL"
                   AND RC-PHASE = "END"
                   AND RC-RUN-NUMBER > WS-RUN-NUMBER
               MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
           END-IF
           PERFORM 8010-READ-RUN-CONTROL.

      * The last BUGBAL END row for the run decides: a rerun of BUGBAL
      * that balances clears an earlier failure.
       8030-SCAN-PREDECESSOR.
           IF RC-RUN-DATE = WS-RUN-DATE
                   AND RC-RUN-NUMBER = WS-RUN-NUMBER
               IF RC-TIMESTAMP < WS-RUN-START-TS
                   MOVE RC-TIMESTAMP TO WS-RUN-START-TS
               END-IF
               IF RC-PROGRAM-NAME = "BUGBAL"
                       AND RC-PHASE = "END"
                   SET WS-PRED-FOUND TO TRUE
                   MOVE RC-RETURN-CODE TO WS-PRED-RETURN-CODE
               END-IF
           END-IF
           PERFORM 8010-READ-RUN-CONTROL.

      * This step's START timestamp closes its window: anything the
      * audit trail gains after it belongs to the next feed.
       8100-REGISTER-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGCDC0014E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGCDC" TO RC-PROGRAM-NAME
           MOVE "START" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-TIMESTAMP TO WS-WINDOW-TO-TS
           MOVE ZERO TO RC-RECORD-COUNT
           MOVE ZERO TO RC-EXCEPTION-COUNT
           MOVE ZERO TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE
           DISPLAY "BUGCDC0019I FEED WINDOW "
               WS-WINDOW-FROM-TS (1:16) " TO "
               WS-WINDOW-TO-TS (1:16).

       8200-REGISTER-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGCDC0014E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGCDC" TO RC-PROGRAM-NAME
           MOVE "END" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE WS-EVENT-COUNT TO RC-RECORD-COUNT
           MOVE WS-BAD-IMAGE-COUNT TO RC-EXCEPTION-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE.

      * Which program made a change, from the paragraph that wrote its
      * audit row -- the same map BUGRECN keeps.
       9300-NAME-CHANGE-PROGRAM.
           EVALUATE WS-KEY-LAST-PARAGRAPH
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
