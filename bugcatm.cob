      *                                are never physically deleted,
      *                                history still references them)
      *
      * A deactivation, or an update that deactivates a category or
      * lowers its amount ceiling, can strand records already on
      * WSAREA1-VSAM that the new row would now fail.  Each such
      * transaction is counted against the cluster (DD WSAREA1V,
      * optional) and listed in a stranded-records section of the
      * maintenance listing with a warning, RC 4, so BUGREVAL is run
      * to work them.  The change itself is still applied.
      *
      * CHANGE LOG
      * 2026-09-02  Initial version.
      * 2026-10-15  Stranding warning: a transaction that deactivates
      *             a category or lowers its ceiling is counted
      *             against the records on WSAREA1-VSAM (DD WSAREA1V,
      *             optional) it would now fail, listed on CATRPT and
      *             warned, RC 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT OPTIONAL WSAREA1-VSAM ASSIGN TO WSAREA1V
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VS-RECORD-ID
               FILE STATUS IS WS-VSAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                     PIC X(132).

       FD  WSAREA1-VSAM.
       01  VS-WSAREA1-RECORD.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==VS-==.

       WORKING-STORAGE SECTION.
      * Working copy of the transaction's master record image, under
      * the same flat-buffer-plus-REDEFINES pattern BUGDELTA uses for
           05  WS-TRAN-FILE-STATUS      PIC X(02) VALUE "00".
           05  WS-NEW-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-RPT-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-VSAM-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-VSAM-NOT-SUPPLIED VALUE "05".

       01  WS-SWITCHES.
           05  WS-OLD-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-TRAN-EOF          VALUE "Y".
           05  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-CATEGORY-FOUND    VALUE "Y".
           05  WS-VSAM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-VSAM-EOF          VALUE "Y".
           05  WS-CLUSTER-COUNTED-SWITCH PIC X(01) VALUE "N".
               88  WS-CLUSTER-COUNTED   VALUE "Y".

       01  WS-COUNTERS.
           05  WS-OLD-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-DEACT-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-NEW-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-CLUSTER-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-STRANDED-TOTAL        PIC 9(07) VALUE ZERO.
           05  WS-STRAND-WARNINGS       PIC 9(07) VALUE ZERO.

       01  WS-REASON                    PIC X(48) VALUE SPACES.

       01  WS-MASTER-MAX                PIC 9(03) VALUE 200.
       01  WS-SEARCH-IDX                PIC 9(03) VALUE ZERO.

      * Applied transactions that tighten a category, noted as they
      * are applied and counted against the cluster in one pass at
      * the end.  A deactivation strands every record under the
      * code; a ceiling cut strands records over the new ceiling
      * that were within the old one (no upper bound when the old
      * row had no ceiling or was inactive).
       01  WS-OLD-CEILING               PIC 9(09)V99 VALUE ZERO.
       01  WS-STRAND-TABLE.
           05  WS-STRAND-ENTRY OCCURS 200 TIMES INDEXED BY STR-IDX.
               10  STR-TRAN-NUMBER      PIC 9(07).
               10  STR-ACTION-CODE      PIC X(01).
               10  STR-CATEGORY-CODE    PIC X(04).
               10  STR-TYPE             PIC X(01).
                   88  STR-DEACTIVATED  VALUE "D".
                   88  STR-CEILING-CUT  VALUE "C".
               10  STR-NEW-CEILING      PIC 9(09)V99.
               10  STR-OLD-CEILING      PIC 9(09)V99.
               10  STR-RECORD-COUNT     PIC 9(07).
       01  WS-STRAND-USED               PIC 9(03) VALUE ZERO.
       01  WS-STRAND-MAX                PIC 9(03) VALUE 200.
       01  WS-STRAND-SEARCH-IDX         PIC 9(03) VALUE ZERO.

       01  WS-HEADING-1                 PIC X(132) VALUE
           "BUGCATM - CATEGORY REFERENCE MASTER MAINTENANCE LISTING".
       01  WS-HEADING-2                 PIC X(132) VALUE
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-DISPOSITION          PIC X(48).
           05  FILLER                   PIC X(74) VALUE SPACES.
       01  WS-STRAND-SECTION-LINE.
           05  FILLER                   PIC X(40) VALUE
               "*** STRANDED RECORDS - ON WSAREA1-VSAM, ".
           05  FILLER                   PIC X(92) VALUE
               "NOW FAILING THE NEW ROW".
       01  WS-STRAND-HEADING.
           05  FILLER                   PIC X(40) VALUE
               "   TRAN ACT CODE  CHANGE".
           05  FILLER                   PIC X(92) VALUE
               "   NEW CEILING  RECORDS".
       01  WS-STRAND-DETAIL-LINE.
           05  STL-TRAN-NUMBER          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  STL-ACTION-CODE          PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  STL-CATEGORY-CODE        PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STL-CHANGE               PIC X(22).
           05  STL-NEW-CEILING          PIC ZZZ,ZZZ,ZZ9.99.
           05  STL-NEW-CEILING-X REDEFINES STL-NEW-CEILING
                                        PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STL-RECORD-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(69) VALUE SPACES.
       01  WS-STRAND-NOTE-LINE          PIC X(132) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                PIC X(20).
           05  SUM-COUNT                PIC ZZZ,ZZ9.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-OLD-MASTER
           PERFORM 2000-PROCESS-TRANSACTION UNTIL WS-TRAN-EOF
           PERFORM 2800-COUNT-STRANDED-RECORDS
           PERFORM 3000-WRITE-NEW-MASTER
           PERFORM 3100-TERMINATE
           STOP RUN.
           PERFORM 2210-EDIT-TRAN-FIELDS
           IF WS-REASON = SPACES
               IF WS-CATEGORY-FOUND
                   PERFORM 2410-NOTE-UPDATE-STRANDING
                   MOVE WS-TRAN-MASTER TO MST-RECORD (MST-IDX)
                   ADD 1 TO WS-UPDATE-COUNT
               ELSE
               END-IF
           END-IF.

      * The row on the table is still the old one here.  Only an
      * update that leaves the category active can cut its ceiling;
      * one that deactivates it strands the whole code.
       2410-NOTE-UPDATE-STRANDING.
           IF MST-CEILING (MST-IDX) IS NUMERIC
               MOVE MST-CEILING (MST-IDX) TO WS-OLD-CEILING
           ELSE
               MOVE ZERO TO WS-OLD-CEILING
           END-IF
           EVALUATE TRUE
               WHEN CTR-INACTIVE
                   IF MST-ACTIVE-FLAG (MST-IDX) = "A"
                       PERFORM 2700-NOTE-STRANDING
                       SET STR-DEACTIVATED (STR-IDX) TO TRUE
                   END-IF
               WHEN CTR-AMOUNT-CEILING = ZERO
                   CONTINUE
               WHEN MST-ACTIVE-FLAG (MST-IDX) NOT = "A"
                       OR WS-OLD-CEILING = ZERO
                   PERFORM 2700-NOTE-STRANDING
                   SET STR-CEILING-CUT (STR-IDX) TO TRUE
                   MOVE CTR-AMOUNT-CEILING TO STR-NEW-CEILING (STR-IDX)
               WHEN CTR-AMOUNT-CEILING < WS-OLD-CEILING
                   PERFORM 2700-NOTE-STRANDING
                   SET STR-CEILING-CUT (STR-IDX) TO TRUE
                   MOVE CTR-AMOUNT-CEILING TO STR-NEW-CEILING (STR-IDX)
                   MOVE WS-OLD-CEILING TO STR-OLD-CEILING (STR-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-APPLY-DEACTIVATE.
           IF WS-CATEGORY-FOUND
               IF MST-ACTIVE-FLAG (MST-IDX) = "A"
                   PERFORM 2700-NOTE-STRANDING
                   SET STR-DEACTIVATED (STR-IDX) TO TRUE
               END-IF
               MOVE "I" TO MST-ACTIVE-FLAG (MST-IDX)
               ADD 1 TO WS-DEACT-COUNT
           ELSE
           MOVE WS-REASON TO DTL-DISPOSITION
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

      * Leaves STR-IDX on a fresh entry for the caller to type.  A
      * full table keeps the last entry in use, so the overflow costs
      * a count, never a warning.
       2700-NOTE-STRANDING.
           IF WS-STRAND-USED < WS-STRAND-MAX
               ADD 1 TO WS-STRAND-USED
           ELSE
               DISPLAY "BUGCATM0009W STRANDING TABLE FULL (MAX "
                   WS-STRAND-MAX "), TRANSACTION " WS-TRAN-COUNT
                   " REPLACES THE LAST ENTRY"
           END-IF
           SET STR-IDX TO WS-STRAND-USED
           MOVE WS-TRAN-COUNT TO STR-TRAN-NUMBER (STR-IDX)
           MOVE CTR-ACTION-CODE TO STR-ACTION-CODE (STR-IDX)
           MOVE CTR-CATEGORY-CODE TO STR-CATEGORY-CODE (STR-IDX)
           MOVE ZERO TO STR-NEW-CEILING (STR-IDX)
           MOVE ZERO TO STR-OLD-CEILING (STR-IDX)
           MOVE ZERO TO STR-RECORD-COUNT (STR-IDX).

      * One read-only pass of the cluster, made only when something
      * was tightened.  No cluster on DD WSAREA1V (a master built
      * ahead of any load) means nothing to strand, but the operator
      * is told the count was not made.
       2800-COUNT-STRANDED-RECORDS.
           IF WS-STRAND-USED > ZERO
               OPEN INPUT WSAREA1-VSAM
               EVALUATE TRUE
                   WHEN WS-VSAM-FILE-STATUS = "00"
                       SET WS-CLUSTER-COUNTED TO TRUE
                       PERFORM 2810-READ-CLUSTER-RECORD
                       PERFORM 2820-MATCH-CLUSTER-RECORD
                           UNTIL WS-VSAM-EOF
                       CLOSE WSAREA1-VSAM
                       DISPLAY "BUGCATM0010I CLUSTER RECORDS CHECKED "
                           "FOR STRANDING: " WS-CLUSTER-COUNT
                   WHEN WS-VSAM-NOT-SUPPLIED
                       CLOSE WSAREA1-VSAM
                       DISPLAY "BUGCATM0011W WSAREA1-VSAM NOT "
                           "SUPPLIED - STRANDED RECORDS NOT COUNTED"
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "BUGCATM0012E OPEN FAILED FOR "
                           "WSAREA1-VSAM - STATUS " WS-VSAM-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               PERFORM 2900-WRITE-STRANDING-SECTION
           END-IF.

       2810-READ-CLUSTER-RECORD.
           READ WSAREA1-VSAM NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLUSTER-COUNT
           END-READ.

       2820-MATCH-CLUSTER-RECORD.
           PERFORM VARYING WS-STRAND-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-STRAND-SEARCH-IDX > WS-STRAND-USED
               SET STR-IDX TO WS-STRAND-SEARCH-IDX
               IF STR-CATEGORY-CODE (STR-IDX) = VS-CATEGORY-CODE
                   EVALUATE TRUE
                       WHEN STR-DEACTIVATED (STR-IDX)
                           ADD 1 TO STR-RECORD-COUNT (STR-IDX)
                       WHEN VS-AMOUNT IS NOT NUMERIC
                           CONTINUE
                       WHEN VS-AMOUNT > STR-NEW-CEILING (STR-IDX)
                               AND (STR-OLD-CEILING (STR-IDX) = ZERO
                               OR VS-AMOUNT NOT >
                                   STR-OLD-CEILING (STR-IDX))
                           ADD 1 TO STR-RECORD-COUNT (STR-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 2810-READ-CLUSTER-RECORD.

       2900-WRITE-STRANDING-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-STRAND-SECTION-LINE
           IF NOT WS-CLUSTER-COUNTED
               MOVE "    WSAREA1-VSAM NOT SUPPLIED - NOT COUNTED"
                   TO WS-STRAND-NOTE-LINE
               WRITE RPT-LINE FROM WS-STRAND-NOTE-LINE
           ELSE
               WRITE RPT-LINE FROM WS-STRAND-HEADING
               PERFORM VARYING WS-STRAND-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-STRAND-SEARCH-IDX > WS-STRAND-USED
                   SET STR-IDX TO WS-STRAND-SEARCH-IDX
                   PERFORM 2910-WRITE-STRANDING-LINE
               END-PERFORM
           END-IF.

      * Every tightening is listed, stranding or not, so the listing
      * shows the cluster was looked at; only a non-zero count warns.
       2910-WRITE-STRANDING-LINE.
           MOVE SPACES TO WS-STRAND-DETAIL-LINE
           MOVE STR-TRAN-NUMBER (STR-IDX) TO STL-TRAN-NUMBER
           MOVE STR-ACTION-CODE (STR-IDX) TO STL-ACTION-CODE
           MOVE STR-CATEGORY-CODE (STR-IDX) TO STL-CATEGORY-CODE
           IF STR-DEACTIVATED (STR-IDX)
               MOVE "CATEGORY DEACTIVATED" TO STL-CHANGE
               MOVE SPACES TO STL-NEW-CEILING-X
           ELSE
               MOVE "CEILING LOWERED" TO STL-CHANGE
               MOVE STR-NEW-CEILING (STR-IDX) TO STL-NEW-CEILING
           END-IF
           MOVE STR-RECORD-COUNT (STR-IDX) TO STL-RECORD-COUNT
           WRITE RPT-LINE FROM WS-STRAND-DETAIL-LINE
           IF STR-RECORD-COUNT (STR-IDX) > ZERO
               ADD 1 TO WS-STRAND-WARNINGS
               ADD STR-RECORD-COUNT (STR-IDX) TO WS-STRANDED-TOTAL
               DISPLAY "BUGCATM0013W TRANSACTION "
                   STR-TRAN-NUMBER (STR-IDX) " CATEGORY "
                   STR-CATEGORY-CODE (STR-IDX) " STRANDS "
                   STR-RECORD-COUNT (STR-IDX)
                   " RECORDS ON WSAREA1-VSAM"
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-WRITE-NEW-MASTER.
           PERFORM VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MASTER-USED
           MOVE "CATEGORIES WRITTEN: " TO SUM-LABEL
           MOVE WS-NEW-COUNT TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE "RECORDS STRANDED  : " TO SUM-LABEL
           MOVE WS-STRANDED-TOTAL TO SUM-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE

           DISPLAY "BUGCATM0006I TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "BUGCATM0007I ADDS: " WS-ADD-COUNT
               "  REJECTS: " WS-REJECT-COUNT
           DISPLAY "BUGCATM0008I CATEGORIES ON NEW MASTER: "
               WS-NEW-COUNT
           IF WS-STRAND-WARNINGS > ZERO
               DISPLAY "BUGCATM0014W " WS-STRAND-WARNINGS
                   " TRANSACTIONS STRAND " WS-STRANDED-TOTAL
                   " RECORDS ON WSAREA1-VSAM - RUN BUGREVAL"
           END-IF

           CLOSE TRAN-FILE
           CLOSE NEW-MASTER-FILE
