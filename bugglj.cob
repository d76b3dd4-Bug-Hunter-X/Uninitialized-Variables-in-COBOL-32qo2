       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGGLJ.
       AUTHOR. DATA-PROCESSING.
      ******************************************************************
      * BUGGLJ - GENERAL LEDGER JOURNAL INTERFACE
      *
      * Posts the night's net WA1-AMOUNT movement on WSAREA1-VSAM to
      * the general ledger by category, so finance stops re-keying it
      * from the BUGSUMM and BUGSTAT printouts.  Runs after BUGBAL
      * has signed the run off clean on the run-control ledger
      * (DD RUNCTL, END row, return code zero) and works purely from
      * the WSAREA1-VSAM before/after rows on the audit trail
      * (DD AUDITLOG): every BUGSOLN apply, BUGDELTA add, update and
      * delete, BUGHSKP purge and BUGBACK reversal moves the old
      * image's amount out of its category and the new image's
      * amount into its category.
      *
      * The posting window runs from the START of the last
      * successful posting to the START of this one, so every audit
      * row is posted exactly once however the steps were scheduled
      * in between; the first posting on the ledger opens its window
      * at the start of the run being posted.  A run whose BUGGLJ
      * END row already shows return code zero is refused -- a run
      * never posts twice.
      *
      * Each category with movement is looked up on the GL account
      * map (DD GLMAP, layout GLMAPRC) kept alongside the category
      * master: an increase debits the balance account and credits
      * the offset account, a decrease the reverse, so the journal
      * (DD GLJRNL, layouts GLJRNLRC/GLJTRLRC) balances line for
      * line.  A single unmapped category, or an audit image whose
      * amount cannot be read, HOLDS THE WHOLE JOURNAL (RC 8, no
      * journal lines written) -- a partial posting is worse than a
      * late one.  The posting control report (DD GLRPT) lists every
      * category, its accounts, movement and disposition, with
      * CATMAST descriptions when the master is supplied.
      *
      * CHANGE LOG
      * 2026-09-14  Initial version.
      * 2026-10-15  The run posted is now the latest for the business
      *             date with a BUGBAL END row, not simply the latest
      *             run, so a BUGLIFE, BUGHSKP or BUGDELTA run opened
      *             after BUGBAL no longer stops the posting.
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

           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT OPTIONAL CATEGORY-MASTER ASSIGN TO CATMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT POSTING-REPORT ASSIGN TO GLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT PARAM-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD-IN.
           COPY AUDITREC.

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01  GL-MAP-RECORD.
           COPY GLMAPRC.

       FD  CATEGORY-MASTER
           RECORDING MODE IS F.
       01  CATMAST-RECORD.
           COPY CATMSTRC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-LINE.
           COPY GLJRNLRC.
       01  JOURNAL-TRAILER.
           COPY GLJTRLRC.

       FD  POSTING-REPORT
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUNCTL-RECORD.
           COPY RUNCTLRC.

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  PARAM-CARD                   PIC X(80).

       WORKING-STORAGE SECTION.
      * Before and after images off the audit row, under the same
      * flat-buffer-plus-REDEFINES pattern BUGSOLN uses for WS-AREA-1.
       01  WS-OLD-IMAGE                 PIC X(100) VALUE SPACES.
       01  OLD-WSAREA1-REC REDEFINES WS-OLD-IMAGE.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==OLD-==.
       01  WS-NEW-IMAGE                 PIC X(100) VALUE SPACES.
       01  NEW-WSAREA1-REC REDEFINES WS-NEW-IMAGE.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==NEW-==.

       01  WS-FILE-STATUS-GROUP.
           05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-GLMAP-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-CATMAST-FILE-STATUS   PIC X(02) VALUE "00".
               88  WS-CATMAST-FILE-OK   VALUE "00".
           05  WS-JRNL-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-RUNCTL-FILE-STATUS    PIC X(02) VALUE "00".
               88  WS-RUNCTL-FILE-OK    VALUE "00" "05".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-AUDIT-EOF         VALUE "Y".
           05  WS-GLMAP-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-GLMAP-EOF         VALUE "Y".
           05  WS-CATMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-CATMAST-EOF       VALUE "Y".
           05  WS-RUNCTL-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-RUNCTL-EOF        VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-PRED-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-PRED-FOUND        VALUE "Y".
           05  WS-POSTED-SWITCH         PIC X(01) VALUE "N".
               88  WS-ALREADY-POSTED    VALUE "Y".
           05  WS-PRIOR-POST-SWITCH     PIC X(01) VALUE "N".
               88  WS-PRIOR-POST-FOUND  VALUE "Y".
           05  WS-HOLD-SWITCH           PIC X(01) VALUE "N".
               88  WS-JOURNAL-HELD      VALUE "Y".
           05  WS-MAP-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-MAP-FOUND         VALUE "Y".

       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-RUN-NUMBER                PIC 9(05) VALUE ZERO.
       01  WS-PRED-RETURN-CODE          PIC 9(02) VALUE ZERO.

      * The posting window: audit rows timestamped after the START of
      * the last successful posting, up to and including the START
      * of this one.  WS-HELD-START-* carries a BUGGLJ START row
      * until its END row shows whether that posting went through.
       01  WS-WINDOW-FROM-TS            PIC X(26) VALUE LOW-VALUES.
       01  WS-WINDOW-TO-TS              PIC X(26) VALUE HIGH-VALUES.
       01  WS-RUN-START-TS              PIC X(26) VALUE HIGH-VALUES.
       01  WS-HELD-START-TS             PIC X(26) VALUE SPACES.
       01  WS-HELD-START-DATE           PIC X(08) VALUE SPACES.
       01  WS-HELD-START-NUMBER         PIC 9(05) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ            PIC 9(07) VALUE ZERO.
           05  WS-ROWS-IN-WINDOW        PIC 9(07) VALUE ZERO.
           05  WS-BAD-IMAGE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-UNMAPPED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-LINES-WRITTEN         PIC 9(07) VALUE ZERO.
           05  WS-CATS-POSTED           PIC 9(07) VALUE ZERO.

       01  WS-DEBIT-TOTAL               PIC 9(13)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL              PIC 9(13)V99 VALUE ZERO.
       01  WS-POST-AMOUNT               PIC 9(11)V99 VALUE ZERO.
       01  WS-MOVE-CATEGORY             PIC X(04) VALUE SPACES.
       01  WS-MOVE-AMOUNT               PIC S9(11)V99 VALUE ZERO.

      * Net movement per category for the window, in first-seen
      * order; a category whose rows net to zero still reports.
       01  WS-MOVEMENT-TABLE.
           05  WS-MOVEMENT-ENTRY OCCURS 200 TIMES INDEXED BY MOV-IDX.
               10  MOV-CATEGORY-CODE    PIC X(04).
               10  MOV-ROW-COUNT        PIC 9(07).
               10  MOV-NET-AMOUNT       PIC S9(11)V99.
               10  MOV-BALANCE-ACCOUNT  PIC X(12).
               10  MOV-OFFSET-ACCOUNT   PIC X(12).
               10  MOV-COST-CENTER      PIC X(06).
               10  MOV-MAPPED-FLAG      PIC X(01).
                   88  MOV-MAPPED       VALUE "Y".
       01  WS-MOVEMENT-USED             PIC 9(03) VALUE ZERO.
       01  WS-MOVEMENT-MAX              PIC 9(03) VALUE 200.
       01  WS-MOV-SEARCH-IDX            PIC 9(03) VALUE ZERO.

       01  WS-GLMAP-TABLE.
           05  WS-GLMAP-ENTRY OCCURS 200 TIMES INDEXED BY GLM-IDX.
               10  MAP-CATEGORY-CODE    PIC X(04).
               10  MAP-BALANCE-ACCOUNT  PIC X(12).
               10  MAP-OFFSET-ACCOUNT   PIC X(12).
               10  MAP-COST-CENTER      PIC X(06).
       01  WS-GLMAP-USED                PIC 9(03) VALUE ZERO.
       01  WS-GLMAP-MAX                 PIC 9(03) VALUE 200.
       01  WS-GLM-SEARCH-IDX            PIC 9(03) VALUE ZERO.

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
           "BUGGLJ - GENERAL LEDGER POSTING CONTROL REPORT".
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
       01  WS-HEADING-2.
           05  FILLER                   PIC X(50) VALUE
               "CAT  DESCRIPTION                    BALANCE ACCT  ".
           05  FILLER                   PIC X(82) VALUE
               "OFFSET ACCT     ROWS       NET MOVEMENT  DISPOSITION".
       01  WS-DETAIL-LINE.
           05  DTL-CATEGORY-CODE        PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-BALANCE-ACCOUNT      PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-OFFSET-ACCOUNT       PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-ROW-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-NET-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-DISPOSITION          PIC X(24).
           05  FILLER                   PIC X(17) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(28).
           05  SUM-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(97) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(28).
           05  TOT-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(82) VALUE SPACES.
       01  WS-OUTCOME-LINE.
           05  FILLER                   PIC X(16)
               VALUE "JOURNAL STATUS: ".
           05  OUT-STATUS               PIC X(60).
           05  FILLER                   PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-LOAD-PARAM-CARDS
           PERFORM 8000-CHECK-PREDECESSOR
           PERFORM 8100-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 1400-LOAD-CATEGORY-MASTER
           PERFORM 1500-LOAD-GL-MAP
           PERFORM 2000-ACCUMULATE-MOVEMENT
           PERFORM 2500-RESOLVE-ACCOUNTS
           IF WS-JOURNAL-HELD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3000-WRITE-JOURNAL
           END-IF
           PERFORM 4000-WRITE-CONTROL-REPORT
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
           DISPLAY "BUGGLJ0001I PARAMETERS IN EFFECT - RUN-DATE="
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
                       DISPLAY "BUGGLJ0002E RUN-DATE MUST BE "
                           "CCYYMMDD - FOUND " WS-CARD-VALUE (1:8)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BUGGLJ0003E UNRECOGNIZED PARAMETER CARD "
                       "- " PARAM-CARD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 0110-READ-PARAM-CARD.

       1000-INITIALIZE.
           OPEN OUTPUT POSTING-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "BUGGLJ0004E OPEN FAILED FOR POSTING-REPORT - "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "BUGGLJ0005E OPEN FAILED FOR JOURNAL-FILE - "
                   "STATUS " WS-JRNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE RPT-LINE FROM WS-HEADING-1
           MOVE WS-RUN-DATE TO RUN-LINE-DATE
           MOVE WS-RUN-NUMBER TO RUN-LINE-NUMBER
           MOVE WS-WINDOW-FROM-TS (1:16) TO RUN-LINE-FROM
           MOVE WS-WINDOW-TO-TS (1:16) TO RUN-LINE-TO
           WRITE RPT-LINE FROM WS-RUN-LINE
           WRITE RPT-LINE FROM WS-HEADING-2.

      * DD CATMAST is optional here: a missing master only costs the
      * control report its description column.
       1400-LOAD-CATEGORY-MASTER.
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-FILE-OK
               PERFORM 1410-READ-CATEGORY-MASTER
               PERFORM 1420-TABLE-CATEGORY UNTIL WS-CATMAST-EOF
               CLOSE CATEGORY-MASTER
           END-IF
           DISPLAY "BUGGLJ0006I CATEGORIES ON MASTER: "
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
               DISPLAY "BUGGLJ0007E CATEGORY MASTER TABLE FULL (MAX "
                   WS-CATMAST-MAX "), REMAINING DESCRIPTIONS DROPPED"
               SET WS-CATMAST-EOF TO TRUE
           END-IF.

      * The account map is a hard requirement: without it nothing can
      * be mapped and every posting would hold.
       1500-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = "00"
               DISPLAY "BUGGLJ0008E OPEN FAILED FOR GL-MAP-FILE - "
                   "STATUS " WS-GLMAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1510-READ-GL-MAP
           PERFORM 1520-TABLE-GL-MAP UNTIL WS-GLMAP-EOF
           CLOSE GL-MAP-FILE
           DISPLAY "BUGGLJ0009I CATEGORIES ON GL ACCOUNT MAP: "
               WS-GLMAP-USED.

       1510-READ-GL-MAP.
           READ GL-MAP-FILE
               AT END
                   SET WS-GLMAP-EOF TO TRUE
           END-READ.

       1520-TABLE-GL-MAP.
           IF WS-GLMAP-USED < WS-GLMAP-MAX
               ADD 1 TO WS-GLMAP-USED
               SET GLM-IDX TO WS-GLMAP-USED
               MOVE GLM-CATEGORY-CODE TO MAP-CATEGORY-CODE (GLM-IDX)
               MOVE GLM-BALANCE-ACCOUNT
                   TO MAP-BALANCE-ACCOUNT (GLM-IDX)
               MOVE GLM-OFFSET-ACCOUNT TO MAP-OFFSET-ACCOUNT (GLM-IDX)
               MOVE GLM-COST-CENTER TO MAP-COST-CENTER (GLM-IDX)
           ELSE
               DISPLAY "BUGGLJ0010E GL ACCOUNT MAP TABLE FULL (MAX "
                   WS-GLMAP-MAX "), CATEGORY " GLM-CATEGORY-CODE
                   " DROPPED - JOB ABENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1510-READ-GL-MAP.

      * Only WSAREA1-VSAM rows describe cluster changes; the
      * WS-AREA-1/WS-AREA-2 rows are working-storage churn.  Each row
      * moves its before-image's amount out of the old category and
      * its after-image's amount into the new one, so an add, a
      * delete, a recategorization and a reversal all net correctly.
       2000-ACCUMULATE-MOVEMENT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "BUGGLJ0011E OPEN FAILED FOR AUDIT-FILE - "
                   "STATUS " WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2010-READ-AUDIT-ROW
           PERFORM 2020-JUDGE-AUDIT-ROW UNTIL WS-AUDIT-EOF
           CLOSE AUDIT-FILE
           DISPLAY "BUGGLJ0012I AUDIT ROWS READ " WS-AUDIT-READ
               " - IN POSTING WINDOW " WS-ROWS-IN-WINDOW
               " - CATEGORIES MOVED " WS-MOVEMENT-USED.

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
               MOVE AUD-OLD-VALUE TO WS-OLD-IMAGE
               MOVE AUD-NEW-VALUE TO WS-NEW-IMAGE
               IF WS-OLD-IMAGE NOT = SPACES
                   IF OLD-AMOUNT IS NUMERIC
                       MOVE OLD-CATEGORY-CODE TO WS-MOVE-CATEGORY
                       COMPUTE WS-MOVE-AMOUNT = ZERO - OLD-AMOUNT
                       PERFORM 2100-POST-MOVEMENT
                   ELSE
                       PERFORM 2200-REJECT-IMAGE
                   END-IF
               END-IF
               IF WS-NEW-IMAGE NOT = SPACES
                   IF NEW-AMOUNT IS NUMERIC
                       MOVE NEW-CATEGORY-CODE TO WS-MOVE-CATEGORY
                       MOVE NEW-AMOUNT TO WS-MOVE-AMOUNT
                       PERFORM 2100-POST-MOVEMENT
                   ELSE
                       PERFORM 2200-REJECT-IMAGE
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-AUDIT-ROW.

       2100-POST-MOVEMENT.
           SET MOV-IDX TO 1
           PERFORM VARYING WS-MOV-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-MOV-SEARCH-IDX > WS-MOVEMENT-USED
               SET MOV-IDX TO WS-MOV-SEARCH-IDX
               IF MOV-CATEGORY-CODE (MOV-IDX) = WS-MOVE-CATEGORY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MOV-SEARCH-IDX > WS-MOVEMENT-USED
               IF WS-MOVEMENT-USED < WS-MOVEMENT-MAX
                   ADD 1 TO WS-MOVEMENT-USED
                   SET MOV-IDX TO WS-MOVEMENT-USED
                   MOVE WS-MOVE-CATEGORY
                       TO MOV-CATEGORY-CODE (MOV-IDX)
                   MOVE ZERO TO MOV-ROW-COUNT (MOV-IDX)
                   MOVE ZERO TO MOV-NET-AMOUNT (MOV-IDX)
                   MOVE SPACES TO MOV-BALANCE-ACCOUNT (MOV-IDX)
                   MOVE SPACES TO MOV-OFFSET-ACCOUNT (MOV-IDX)
                   MOVE SPACES TO MOV-COST-CENTER (MOV-IDX)
                   MOVE "N" TO MOV-MAPPED-FLAG (MOV-IDX)
               ELSE
                   DISPLAY "BUGGLJ0013E MOVEMENT TABLE FULL (MAX "
                       WS-MOVEMENT-MAX "), CATEGORY "
                       WS-MOVE-CATEGORY " - JOB ABENDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO MOV-ROW-COUNT (MOV-IDX)
           ADD WS-MOVE-AMOUNT TO MOV-NET-AMOUNT (MOV-IDX).

      * An image whose amount cannot be read would leave the journal
      * short by an unknown figure; the whole posting holds instead.
       2200-REJECT-IMAGE.
           ADD 1 TO WS-BAD-IMAGE-COUNT
           SET WS-JOURNAL-HELD TO TRUE
           DISPLAY "BUGGLJ0014E UNREADABLE WA1-AMOUNT ON AUDIT ROW "
               AUD-TIMESTAMP (1:16) " " AUD-PARAGRAPH-NAME
               " - JOURNAL HELD".

      * Every category that moved must map to both accounts; one gap
      * holds the whole journal.
       2500-RESOLVE-ACCOUNTS.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-MOVEMENT-USED
               PERFORM 2510-FIND-GL-MAP
               IF WS-MAP-FOUND
                   MOVE "Y" TO MOV-MAPPED-FLAG (MOV-IDX)
                   MOVE MAP-BALANCE-ACCOUNT (GLM-IDX)
                       TO MOV-BALANCE-ACCOUNT (MOV-IDX)
                   MOVE MAP-OFFSET-ACCOUNT (GLM-IDX)
                       TO MOV-OFFSET-ACCOUNT (MOV-IDX)
                   MOVE MAP-COST-CENTER (GLM-IDX)
                       TO MOV-COST-CENTER (MOV-IDX)
               ELSE
                   IF MOV-NET-AMOUNT (MOV-IDX) NOT = ZERO
                       ADD 1 TO WS-UNMAPPED-COUNT
                       SET WS-JOURNAL-HELD TO TRUE
                       DISPLAY "BUGGLJ0015E CATEGORY "
                           MOV-CATEGORY-CODE (MOV-IDX)
                           " HAS NO GL ACCOUNT MAPPING - JOURNAL HELD"
                   END-IF
               END-IF
           END-PERFORM.

       2510-FIND-GL-MAP.
           MOVE "N" TO WS-MAP-FOUND-SWITCH
           PERFORM VARYING WS-GLM-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-GLM-SEARCH-IDX > WS-GLMAP-USED
               SET GLM-IDX TO WS-GLM-SEARCH-IDX
               IF MAP-CATEGORY-CODE (GLM-IDX)
                       = MOV-CATEGORY-CODE (MOV-IDX)
                   IF MAP-BALANCE-ACCOUNT (GLM-IDX) NOT = SPACES
                           AND MAP-OFFSET-ACCOUNT (GLM-IDX)
                               NOT = SPACES
                       SET WS-MAP-FOUND TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * An increase debits the balance account and credits the
      * offset; a decrease is the mirror image.  A category that nets
      * to zero posts nothing.
       3000-WRITE-JOURNAL.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-MOVEMENT-USED
               IF MOV-NET-AMOUNT (MOV-IDX) NOT = ZERO
                   ADD 1 TO WS-CATS-POSTED
                   IF MOV-NET-AMOUNT (MOV-IDX) > ZERO
                       MOVE MOV-NET-AMOUNT (MOV-IDX) TO WS-POST-AMOUNT
                       MOVE MOV-BALANCE-ACCOUNT (MOV-IDX)
                           TO GLJ-ACCOUNT
                       MOVE "D" TO GLJ-DR-CR-IND
                       PERFORM 3100-WRITE-JOURNAL-LINE
                       MOVE MOV-OFFSET-ACCOUNT (MOV-IDX)
                           TO GLJ-ACCOUNT
                       MOVE "C" TO GLJ-DR-CR-IND
                       PERFORM 3100-WRITE-JOURNAL-LINE
                   ELSE
                       COMPUTE WS-POST-AMOUNT =
                           ZERO - MOV-NET-AMOUNT (MOV-IDX)
                       MOVE MOV-BALANCE-ACCOUNT (MOV-IDX)
                           TO GLJ-ACCOUNT
                       MOVE "C" TO GLJ-DR-CR-IND
                       PERFORM 3100-WRITE-JOURNAL-LINE
                       MOVE MOV-OFFSET-ACCOUNT (MOV-IDX)
                           TO GLJ-ACCOUNT
                       MOVE "D" TO GLJ-DR-CR-IND
                       PERFORM 3100-WRITE-JOURNAL-LINE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO JOURNAL-TRAILER
           MOVE "T" TO GLT-RECORD-TYPE
           MOVE "WSAREA1" TO GLT-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO GLT-POSTING-DATE
           MOVE WS-RUN-NUMBER TO GLT-BATCH-NUMBER
           MOVE WS-LINES-WRITTEN TO GLT-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE JOURNAL-TRAILER.

      * The caller sets GLJ-ACCOUNT and GLJ-DR-CR-IND; everything
      * else on the line comes from the category entry in hand.
       3100-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINES-WRITTEN
           MOVE "D" TO GLJ-RECORD-TYPE
           MOVE "WSAREA1" TO GLJ-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO GLJ-POSTING-DATE
           MOVE WS-RUN-NUMBER TO GLJ-BATCH-NUMBER
           MOVE WS-LINES-WRITTEN TO GLJ-LINE-NUMBER
           MOVE MOV-COST-CENTER (MOV-IDX) TO GLJ-COST-CENTER
           MOVE WS-POST-AMOUNT TO GLJ-AMOUNT
           MOVE MOV-CATEGORY-CODE (MOV-IDX) TO GLJ-CATEGORY-CODE
           MOVE MOV-CATEGORY-CODE (MOV-IDX) TO WS-CMD-LOOKUP-CODE
           PERFORM 9200-FIND-CATEGORY-DESC
           MOVE WS-CMD-DESC TO GLJ-DESCRIPTION
           MOVE SPACES TO GLJ-FILLER
           IF GLJ-DEBIT
               ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           WRITE JOURNAL-LINE.

       4000-WRITE-CONTROL-REPORT.
           PERFORM VARYING MOV-IDX FROM 1 BY 1
                   UNTIL MOV-IDX > WS-MOVEMENT-USED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE MOV-CATEGORY-CODE (MOV-IDX) TO DTL-CATEGORY-CODE
               MOVE MOV-CATEGORY-CODE (MOV-IDX) TO WS-CMD-LOOKUP-CODE
               PERFORM 9200-FIND-CATEGORY-DESC
               MOVE WS-CMD-DESC TO DTL-DESCRIPTION
               MOVE MOV-BALANCE-ACCOUNT (MOV-IDX)
                   TO DTL-BALANCE-ACCOUNT
               MOVE MOV-OFFSET-ACCOUNT (MOV-IDX) TO DTL-OFFSET-ACCOUNT
               MOVE MOV-ROW-COUNT (MOV-IDX) TO DTL-ROW-COUNT
               MOVE MOV-NET-AMOUNT (MOV-IDX) TO DTL-NET-AMOUNT
               EVALUATE TRUE
                   WHEN MOV-NET-AMOUNT (MOV-IDX) = ZERO
                       MOVE "NO NET MOVEMENT" TO DTL-DISPOSITION
                   WHEN NOT MOV-MAPPED (MOV-IDX)
                       MOVE "UNMAPPED - HOLDS JOURNAL"
                           TO DTL-DISPOSITION
                   WHEN WS-JOURNAL-HELD
                       MOVE "HELD" TO DTL-DISPOSITION
                   WHEN OTHER
                       MOVE "POSTED" TO DTL-DISPOSITION
               END-EVALUATE
               WRITE RPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM

           MOVE "WSAREA1-VSAM ROWS IN WINDOW:" TO SUM-LABEL
           MOVE WS-ROWS-IN-WINDOW TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "CATEGORIES WITH MOVEMENT   :" TO SUM-LABEL
           MOVE WS-MOVEMENT-USED TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "CATEGORIES POSTED          :" TO SUM-LABEL
           MOVE WS-CATS-POSTED TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "UNMAPPED CATEGORIES        :" TO SUM-LABEL
           MOVE WS-UNMAPPED-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "UNREADABLE AUDIT IMAGES    :" TO SUM-LABEL
           MOVE WS-BAD-IMAGE-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "JOURNAL LINES WRITTEN      :" TO SUM-LABEL
           MOVE WS-LINES-WRITTEN TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "TOTAL DEBITS               :" TO TOT-LABEL
           MOVE WS-DEBIT-TOTAL TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE "TOTAL CREDITS              :" TO TOT-LABEL
           MOVE WS-CREDIT-TOTAL TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           IF WS-JOURNAL-HELD
               MOVE "HELD - NOTHING POSTED, CORRECT AND RERUN"
                   TO OUT-STATUS
           ELSE
               MOVE "POSTED - BALANCED" TO OUT-STATUS
           END-IF
           WRITE RPT-LINE FROM WS-OUTCOME-LINE.

       5000-TERMINATE.
           CLOSE JOURNAL-FILE
           CLOSE POSTING-REPORT
           IF WS-JOURNAL-HELD
               DISPLAY "BUGGLJ0016W JOURNAL HELD FOR RUN "
                   WS-RUN-NUMBER " OF " WS-RUN-DATE " - UNMAPPED "
                   WS-UNMAPPED-COUNT "  UNREADABLE "
                   WS-BAD-IMAGE-COUNT
           ELSE
               DISPLAY "BUGGLJ0017I JOURNAL POSTED FOR RUN "
                   WS-RUN-NUMBER " OF " WS-RUN-DATE " - LINES "
                   WS-LINES-WRITTEN
           END-IF.

      * The posting gate: only a run BUGBAL has proven in balance
      * (END row, return code zero) may post, and only once.  The
      * same ledger pass finds where the last successful posting's
      * window closed.
       8000-CHECK-PREDECESSOR.
           MOVE ZERO TO WS-RUN-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGGLJ0018E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8010-READ-RUN-CONTROL
           PERFORM 8020-SCAN-RUN-NUMBER UNTIL WS-RUNCTL-EOF
           CLOSE RUN-CONTROL-FILE
           IF WS-RUN-NUMBER = ZERO
               DISPLAY "BUGGLJ0019E NO RUN OF " WS-RUN-DATE
                   " HAS BEEN THROUGH BUGBAL - POSTING REFUSED"
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
               DISPLAY "BUGGLJ0020E BUGBAL HAS NOT COMPLETED FOR "
                   "RUN " WS-RUN-NUMBER " OF " WS-RUN-DATE
                   " - POSTING REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRED-RETURN-CODE NOT = ZERO
               DISPLAY "BUGGLJ0021E BUGBAL ENDED WITH RETURN CODE "
                   WS-PRED-RETURN-CODE
                   " - RUN DID NOT BALANCE, POSTING REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ALREADY-POSTED
               DISPLAY "BUGGLJ0022E RUN " WS-RUN-NUMBER " OF "
                   WS-RUN-DATE " HAS ALREADY POSTED TO THE GENERAL "
                   "LEDGER - POSTING REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-PRIOR-POST-FOUND
               MOVE WS-RUN-START-TS TO WS-WINDOW-FROM-TS
           END-IF
           DISPLAY "BUGGLJ0023I BUGBAL CLEAN FOR RUN "
               WS-RUN-NUMBER " OF " WS-RUN-DATE.

       8010-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
           END-READ.

      * The run posted is the latest one for the business date that
      * BUGBAL has signed off.  BUGLIFE, BUGHSKP and BUGDELTA open
      * run numbers of their own with no BUGBAL row; their audit rows
      * still fall inside the posting window, which goes by time.
       8020-SCAN-RUN-NUMBER.
           IF RC-RUN-DATE = WS-RUN-DATE
                   AND RC-PROGRAM-NAME = "BUGBAL"
                   AND RC-PHASE = "END"
                   AND RC-RUN-NUMBER > WS-RUN-NUMBER
               MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
           END-IF
           PERFORM 8010-READ-RUN-CONTROL.

      * A posting counts only once its END row shows return code
      * zero: a held or abended posting never moved the window.  The
      * first posting on the ledger opens its window at the earliest
      * row for the run being posted.
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
           IF RC-PROGRAM-NAME = "BUGGLJ"
               IF RC-PHASE = "START"
                   MOVE RC-TIMESTAMP TO WS-HELD-START-TS
                   MOVE RC-RUN-DATE TO WS-HELD-START-DATE
                   MOVE RC-RUN-NUMBER TO WS-HELD-START-NUMBER
               END-IF
               IF RC-PHASE = "END"
                       AND RC-RETURN-CODE = ZERO
                       AND RC-RUN-DATE = WS-HELD-START-DATE
                       AND RC-RUN-NUMBER = WS-HELD-START-NUMBER
                   SET WS-PRIOR-POST-FOUND TO TRUE
                   IF WS-HELD-START-TS > WS-WINDOW-FROM-TS
                       MOVE WS-HELD-START-TS TO WS-WINDOW-FROM-TS
                   END-IF
                   IF RC-RUN-DATE = WS-RUN-DATE
                           AND RC-RUN-NUMBER = WS-RUN-NUMBER
                       SET WS-ALREADY-POSTED TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 8010-READ-RUN-CONTROL.

      * This posting's START timestamp closes its window: anything the
      * audit trail gains after it belongs to the next posting.
       8100-REGISTER-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGGLJ0024E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGGLJ" TO RC-PROGRAM-NAME
           MOVE "START" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE RC-TIMESTAMP TO WS-WINDOW-TO-TS
           MOVE ZERO TO RC-RECORD-COUNT
           MOVE ZERO TO RC-EXCEPTION-COUNT
           MOVE ZERO TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE
           DISPLAY "BUGGLJ0025I POSTING WINDOW "
               WS-WINDOW-FROM-TS (1:16) " TO "
               WS-WINDOW-TO-TS (1:16).

       8200-REGISTER-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           IF NOT WS-RUNCTL-FILE-OK
               DISPLAY "BUGGLJ0024E OPEN FAILED FOR RUN-CONTROL-FILE "
                   "- STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUNCTL-RECORD
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           MOVE "BUGGLJ" TO RC-PROGRAM-NAME
           MOVE "END" TO RC-PHASE
           MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
           MOVE WS-LINES-WRITTEN TO RC-RECORD-COUNT
           COMPUTE RC-EXCEPTION-COUNT =
               WS-UNMAPPED-COUNT + WS-BAD-IMAGE-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUNCTL-RECORD
           CLOSE RUN-CONTROL-FILE.

      * A code the master has never heard of prints as such -- which
      * is exactly the mistyped-category case the master exists to
      * make visible.
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
