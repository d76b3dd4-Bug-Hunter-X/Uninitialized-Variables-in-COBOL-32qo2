      *     TRANRPT/VARRPT rather than guessing);
      *   - otherwise:                     APPLIED.
      *
      * Records the BUGLIFE lifecycle sweep closed out are
      * acknowledged EXPIRED, one row each, from the sweep's expiry
      * file (DD EXPIRIN, optional -- DUMMY it when no sweep has run
      * since the last acknowledgment).
      *
      * Duplicates lean on the suite's sorted-INFILE convention, the
      * same adjacency rule BUGSOLN applies.
      *
      *             collider diverted by the transition/variance
      *             gate acks SUSPENSED instead of a "LAST RECORD
      *             KEPT" that never happened.
      * 2026-09-24  One acknowledgment file per source system: with
      *             several source feeds bracketed on one INFILE, a
      *             SOURCE-SYSTEM=xxxxxxxx card on SYSIN limits the run
      *             to that source's HDR/TRL bracket, so the JCL runs
      *             one step per source, each with its own DD ACKOUT.
      *             Without the card every source is acknowledged on
      *             one file as before.  Diversions are matched on
      *             record ID and source together (the stamp BUGEXCP
      *             puts on every record), so the same ID shipped by
      *             two sources is acknowledged to each on its own
      *             merits, and every row carries ACK-SOURCE-SYSTEM.
      * 2026-10-07  Records expired by the BUGLIFE lifecycle sweep (DD
      *             EXPIRIN, the sweep's LIFEEXP file) are acknowledged
      *             EXPIRED to their owning source, with the sweep's
      *             reason, so the source closes them too.  A
      *             SOURCE-SYSTEM card limits these rows to that source
      *             as well.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT OPTIONAL EXPIRED-FILE ASSIGN TO EXPIRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIR-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO ACKOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
       01  EXCP-SUSPENSE-RECORD.
           05  ESUSP-ORIGINAL-RECORD.
               10  ESUSP-RECORD-ID      PIC X(10).
               10  FILLER               PIC X(22).
               10  ESUSP-SOURCE-SYSTEM  PIC X(08).
               10  FILLER               PIC X(60).
           05  ESUSP-REASON             PIC X(48).

       FD  HOLD-FILE
       01  SSUSP-WSAREA1-REC.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==SSP-==.

      * BUGLIFE's expiry file: the expired image and the reason,
      * the same shape as EXCPSUSP.
       FD  EXPIRED-FILE
           RECORDING MODE IS F.
       01  EXPIRED-RECORD.
           05  LEXP-ORIGINAL-RECORD.
               10  LEXP-RECORD-ID       PIC X(10).
               10  FILLER               PIC X(22).
               10  LEXP-SOURCE-SYSTEM   PIC X(08).
               10  FILLER               PIC X(60).
           05  LEXP-REASON              PIC X(48).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD.
               88  WS-HOLD-FILE-OK      VALUE "00" "05".
           05  WS-SUSP-FILE-STATUS      PIC X(02) VALUE "00".
               88  WS-SUSP-FILE-OK      VALUE "00" "05".
           05  WS-EXPIR-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-EXPIR-FILE-OK     VALUE "00" "05".
           05  WS-ACK-FILE-STATUS       PIC X(02) VALUE "00".
           05  WS-PARAM-FILE-STATUS     PIC X(02) VALUE "00".
               88  WS-PARAM-FILE-OK     VALUE "00".
               88  WS-HOLD-EOF          VALUE "Y".
           05  WS-SUSP-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-SUSP-EOF          VALUE "Y".
           05  WS-EXPIR-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-EXPIR-EOF         VALUE "Y".
           05  WS-PARAM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-PENDING-SWITCH        PIC X(01) VALUE "N".
               88  WS-ACK-PENDING       VALUE "Y".
           05  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND       VALUE "Y".
           05  WS-BRACKET-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  WS-BRACKET-FOUND     VALUE "Y".
           05  WS-DUP-POLICY            PIC X(01) VALUE "S".
               88  WS-DUP-POLICY-SUSPENSE    VALUE "S".
               88  WS-DUP-POLICY-FIRST-WINS  VALUE "F".
       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
      * The source system this run acknowledges (spaces = all), and
      * the source of the HDR/TRL bracket now being read.
       01  WS-ACK-SOURCE                PIC X(08) VALUE SPACES.
       01  WS-BRACKET-SOURCE            PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ACK-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-HELD-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-SUSPENSED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-DUP-ACK-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-OTHER-SOURCE-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-EXPIRED-ACK-COUNT     PIC 9(07) VALUE ZERO.

      * The night's diversions, tabled up front so the single pass
      * over INFILE can settle every ID's disposition in storage.
       01  WS-EXCP-TABLE.
           05  WS-EXCP-ENTRY OCCURS 1000 TIMES INDEXED BY EXC-IDX.
               10  EXC-RECORD-ID        PIC X(10).
               10  EXC-SOURCE-SYSTEM    PIC X(08).
               10  EXC-REASON           PIC X(48).
       01  WS-EXCP-USED                 PIC 9(04) VALUE ZERO.
       01  WS-EXCP-MAX                  PIC 9(04) VALUE 1000.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 1000 TIMES INDEXED BY HLD-IDX.
               10  HTB-RECORD-ID        PIC X(10).
               10  HTB-SOURCE-SYSTEM    PIC X(08).
               10  HTB-EFF-DATE         PIC X(08).
       01  WS-HOLD-USED                 PIC 9(04) VALUE ZERO.
       01  WS-HOLD-MAX                  PIC 9(04) VALUE 1000.

       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 1000 TIMES INDEXED BY SUS-IDX.
               10  WS-SUSP-ID           PIC X(10).
               10  WS-SUSP-SOURCE       PIC X(08).
       01  WS-SUSP-USED                 PIC 9(04) VALUE ZERO.
       01  WS-SUSP-MAX                  PIC 9(04) VALUE 1000.

           PERFORM 1400-TABLE-SOLN-SUSPENSE
           PERFORM 2000-PROCESS-INPUT UNTIL WS-EOF
           PERFORM 2600-FLUSH-PENDING-ACK
           PERFORM 2700-ACK-EXPIRED-RECORDS
           PERFORM 3000-TERMINATE
           STOP RUN.

               STOP RUN
           END-IF
           DISPLAY "BUGACK0002I PARAMETERS IN EFFECT - DUP-POLICY="
               WS-DUP-POLICY " RUN-DATE=" WS-RUN-DATE
               " SOURCE-SYSTEM=" WS-ACK-SOURCE.

       0110-READ-PARAM-CARD.
           READ PARAM-CARD-FILE
                       STOP RUN
                   END-IF
                   MOVE WS-CARD-VALUE (1:8) TO WS-RUN-DATE
               WHEN "SOURCE-SYSTEM"
                   MOVE WS-CARD-VALUE (1:8) TO WS-ACK-SOURCE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
               ADD 1 TO WS-EXCP-USED
               SET EXC-IDX TO WS-EXCP-USED
               MOVE ESUSP-RECORD-ID TO EXC-RECORD-ID (EXC-IDX)
               MOVE ESUSP-SOURCE-SYSTEM TO EXC-SOURCE-SYSTEM (EXC-IDX)
               MOVE ESUSP-REASON TO EXC-REASON (EXC-IDX)
           ELSE
               DISPLAY "BUGACK0008E EXCP SUSPENSE TABLE FULL (MAX "
               ADD 1 TO WS-HOLD-USED
               SET HLD-IDX TO WS-HOLD-USED
               MOVE HLD-RECORD-ID TO HTB-RECORD-ID (HLD-IDX)
               MOVE HLD-SOURCE-SYSTEM TO HTB-SOURCE-SYSTEM (HLD-IDX)
               MOVE HLD-EFFECTIVE-DATE TO HTB-EFF-DATE (HLD-IDX)
           ELSE
               DISPLAY "BUGACK0010E HOLD TABLE FULL (MAX "
               ADD 1 TO WS-SUSP-USED
               SET SUS-IDX TO WS-SUSP-USED
               MOVE SSP-RECORD-ID TO WS-SUSP-ID (SUS-IDX)
               MOVE SSP-SOURCE-SYSTEM TO WS-SUSP-SOURCE (SUS-IDX)
           ELSE
               DISPLAY "BUGACK0012E BUGSOLN SUSPENSE TABLE FULL (MAX "
                   WS-SUSP-MAX ") - JOB ABENDED"
           END-IF
           PERFORM 1410-READ-SOLN-SUSPENSE.

      * HDR/TRL control records carry no disposition, but they open
      * and close a source's bracket: the pending row is flushed at
      * each, so a duplicate never spans two sources.  A data record
      * in another source's bracket is left for that source's run.
      * A data record with the pending acknowledgment's ID is its
      * duplicate and collapses into it, anything else flushes the
      * pending row and starts its own.
       2000-PROCESS-INPUT.
           EVALUATE TRUE
               WHEN FDH-HEADER
                   PERFORM 2600-FLUSH-PENDING-ACK
                   MOVE FDH-SOURCE-SYSTEM TO WS-BRACKET-SOURCE
                   IF WS-BRACKET-SOURCE = WS-ACK-SOURCE
                       SET WS-BRACKET-FOUND TO TRUE
                   END-IF
               WHEN FDT-TRAILER
                   PERFORM 2600-FLUSH-PENDING-ACK
                   MOVE SPACES TO WS-BRACKET-SOURCE
               WHEN WS-ACK-SOURCE NOT = SPACES
                       AND WS-BRACKET-SOURCE NOT = WS-ACK-SOURCE
                   ADD 1 TO WS-OTHER-SOURCE-COUNT
               WHEN IN-RECORD-ID = PND-RECORD-ID
                       AND WS-ACK-PENDING
                   PERFORM 2300-MARK-DUPLICATE
                   UNTIL WS-SCAN-IDX > WS-EXCP-USED
               SET EXC-IDX TO WS-SCAN-IDX
               IF EXC-RECORD-ID (EXC-IDX) = IN-RECORD-ID
                       AND EXC-SOURCE-SYSTEM (EXC-IDX)
                           = WS-BRACKET-SOURCE
                   ADD 1 TO WS-EXCP-MATCH-COUNT
                   IF WS-EXCP-MATCH-COUNT = 1
                       MOVE EXC-REASON (EXC-IDX) TO WS-MATCH-REASON
                   UNTIL WS-SCAN-IDX > WS-EXCP-USED
               SET EXC-IDX TO WS-SCAN-IDX
               IF EXC-RECORD-ID (EXC-IDX) = IN-RECORD-ID
                       AND EXC-SOURCE-SYSTEM (EXC-IDX)
                           = WS-BRACKET-SOURCE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE EXC-REASON (EXC-IDX) TO WS-MATCH-REASON
                   EXIT PERFORM
                   UNTIL WS-SCAN-IDX > WS-HOLD-USED
               SET HLD-IDX TO WS-SCAN-IDX
               IF HTB-RECORD-ID (HLD-IDX) = IN-RECORD-ID
                       AND HTB-SOURCE-SYSTEM (HLD-IDX)
                           = WS-BRACKET-SOURCE
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE HTB-EFF-DATE (HLD-IDX) TO WS-MATCH-DATE
                   EXIT PERFORM
                   UNTIL WS-SCAN-IDX > WS-SUSP-USED
               SET SUS-IDX TO WS-SCAN-IDX
               IF WS-SUSP-ID (SUS-IDX) = IN-RECORD-ID
                       AND WS-SUSP-SOURCE (SUS-IDX) = WS-BRACKET-SOURCE
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               MOVE WS-RUN-DATE TO ACK-RUN-DATE
               MOVE PND-DISPOSITION TO ACK-DISPOSITION
               MOVE PND-REASON TO ACK-REASON
               MOVE WS-BRACKET-SOURCE TO ACK-SOURCE-SYSTEM
               WRITE ACK-RECORD
               ADD 1 TO WS-ACK-COUNT
               EVALUATE PND-DISPOSITION
               MOVE SPACES TO WS-PENDING-ACK
           END-IF.

      * The sweep's expiries are not on INFILE and need no
      * disposition logic: each is acknowledged EXPIRED to the source
      * that owns the record.
       2700-ACK-EXPIRED-RECORDS.
           OPEN INPUT EXPIRED-FILE
           IF WS-EXPIR-FILE-OK
               PERFORM 2710-READ-EXPIRED-FILE
               PERFORM 2720-ACK-EXPIRED-RECORD UNTIL WS-EXPIR-EOF
               CLOSE EXPIRED-FILE
           END-IF.

       2710-READ-EXPIRED-FILE.
           READ EXPIRED-FILE
               AT END
                   SET WS-EXPIR-EOF TO TRUE
           END-READ.

       2720-ACK-EXPIRED-RECORD.
           IF WS-ACK-SOURCE = SPACES
                   OR LEXP-SOURCE-SYSTEM = WS-ACK-SOURCE
               MOVE SPACES TO ACK-RECORD
               MOVE LEXP-RECORD-ID TO ACK-RECORD-ID
               MOVE WS-RUN-DATE TO ACK-RUN-DATE
               MOVE "EXPIRED" TO ACK-DISPOSITION
               MOVE LEXP-REASON TO ACK-REASON
               MOVE LEXP-SOURCE-SYSTEM TO ACK-SOURCE-SYSTEM
               WRITE ACK-RECORD
               ADD 1 TO WS-ACK-COUNT
               ADD 1 TO WS-EXPIRED-ACK-COUNT
           END-IF
           PERFORM 2710-READ-EXPIRED-FILE.

       3000-TERMINATE.
           DISPLAY "BUGACK0013I ACKNOWLEDGMENTS WRITTEN: "
               WS-ACK-COUNT
               "  HELD: " WS-HELD-COUNT
               "  SUSPENSED: " WS-SUSPENSED-COUNT
               "  DUPLICATE: " WS-DUP-ACK-COUNT
           DISPLAY "BUGACK0017I EXPIRED BY LIFECYCLE SWEEP: "
               WS-EXPIRED-ACK-COUNT
           IF WS-ACK-SOURCE NOT = SPACES
               DISPLAY "BUGACK0015I SOURCE " WS-ACK-SOURCE
                   " ONLY - OTHER SOURCES' RECORDS SKIPPED: "
                   WS-OTHER-SOURCE-COUNT
               IF NOT WS-BRACKET-FOUND
                   IF WS-EXPIRED-ACK-COUNT = ZERO
                       DISPLAY "BUGACK0016W NO HDR/TRL BRACKET FOR "
                           "SOURCE " WS-ACK-SOURCE " ON INFILE - "
                           "NOTHING ACKNOWLEDGED"
                   ELSE
                       DISPLAY "BUGACK0016W NO HDR/TRL BRACKET FOR "
                           "SOURCE " WS-ACK-SOURCE " ON INFILE - "
                           "ONLY EXPIRIES ACKNOWLEDGED"
                   END-IF
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE IN-FILE
           CLOSE ACK-FILE.
