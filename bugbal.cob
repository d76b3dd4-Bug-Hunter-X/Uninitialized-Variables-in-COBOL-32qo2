      *             BUGEXCP's gate suspense (DD EXCPSUSP, optional)
      *             joined the reconciling items so the ADJUSTED leg
      *             still lands on what BUGSOLN actually processed.
      * 2026-09-24  A night's INFILE may carry several source systems'
      *             feeds, each in its own HDR/TRL bracket.  Every
      *             source is now balanced on its own: its trailer
      *             count and hash against the data records in its
      *             bracket, and its adjusted count (data records less
      *             its own gate suspense, holds and suspense, told
      *             apart by WA1-SOURCE-SYSTEM on the diverted
      *             records) reported alongside.  Any source out of
      *             balance puts the run out of balance.  The combined
      *             legs against checkpoint and ledger are unchanged.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD                  PIC X(100).
       01  HOLD-WSAREA1-REC.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==HLD-==.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD              PIC X(100).
       01  SUSP-WSAREA1-REC.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==SSP-==.

       FD  EXCP-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  EXCP-SUSPENSE-RECORD.
           05  ESUSP-ORIGINAL-RECORD    PIC X(100).
           05  ESUSP-REASON             PIC X(48).
       01  ESUSP-WSAREA1-REC.
           COPY WSAREA1 REPLACING LEADING ==WA1-== BY ==ESP-==.

       FD  PARAM-CARD-FILE
           RECORDING MODE IS F.
       01  WS-AMOUNT-DIFF               PIC S9(11)V99 VALUE ZERO.
       01  WS-TRAILER-SEEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN          VALUE "Y".

      * One entry per source system bracket on INFILE.  Diverted
      * records are charged back to their source through the
      * WA1-SOURCE-SYSTEM stamp BUGEXCP put on them; a diversion whose
      * source has no bracket tonight stays in the combined legs only.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 20 TIMES INDEXED BY SRC-IDX.
               10  SRC-SYSTEM           PIC X(08).
               10  SRC-INFILE-COUNT     PIC 9(07).
               10  SRC-INFILE-AMOUNT    PIC S9(11)V99.
               10  SRC-EXCP-SUSP-COUNT  PIC 9(07).
               10  SRC-HELD-COUNT       PIC 9(07).
               10  SRC-SUSP-COUNT       PIC 9(07).
               10  SRC-ADJUSTED-COUNT   PIC S9(07).
               10  SRC-TRL-RECORD-COUNT PIC 9(07).
               10  SRC-TRL-AMOUNT-HASH  PIC S9(11)V99.
               10  SRC-TRL-SEEN-SWITCH  PIC X(01).
                   88  SRC-TRL-SEEN     VALUE "Y".
               10  SRC-BALANCE-SWITCH   PIC X(01).
                   88  SRC-IN-BALANCE   VALUE "Y".
       01  WS-SOURCE-USED               PIC 9(02) VALUE ZERO.
       01  WS-SOURCE-MAX                PIC 9(02) VALUE 20.
       01  WS-SOURCE-SEARCH-IDX         PIC 9(02) VALUE ZERO.
       01  WS-CURRENT-SOURCE-IDX        PIC 9(02) VALUE ZERO.
       01  WS-LOOKUP-SOURCE             PIC X(08) VALUE SPACES.
       01  WS-SOURCE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-SOURCE-FOUND          VALUE "Y".
       01  WS-UNATTRIBUTED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.

           05  DTL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(96) VALUE SPACES.
       01  WS-VERDICT-LINE              PIC X(132) VALUE SPACES.
       01  WS-SRC-HEADING-1             PIC X(132) VALUE
           "BALANCE BY SOURCE SYSTEM".
       01  WS-SRC-HEADING-2.
           05  FILLER                   PIC X(35) VALUE
               "SOURCE     INFILE     GATE     HELD".
           05  FILLER                   PIC X(28) VALUE
               "     SUSP  ADJUSTED  TRAILER".
           05  FILLER                   PIC X(51) VALUE
               "        INFILE AMOUNT         TRAILER HASH  VERDICT".
           05  FILLER                   PIC X(18) VALUE SPACES.
       01  WS-SRC-DETAIL-LINE.
           05  SRD-SOURCE               PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRD-INFILE-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRD-EXCP-SUSP-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRD-HELD-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRD-SUSP-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRD-ADJUSTED-COUNT       PIC -ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRD-TRL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRD-INFILE-AMOUNT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRD-TRL-HASH             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SRD-VERDICT              PIC X(12).
           05  FILLER                   PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
      * figures are captured as the source system's side of the
      * balance.  BUGEXCP has already refused a feed whose control
      * records are malformed, so the tally here can be trusting.
      * Each HDR opens its source's entry; the combined trailer legs
      * are the sum of every source's trailer.
       2020-TALLY-INFILE-RECORD.
           EVALUATE TRUE
               WHEN FDH-HEADER
                   PERFORM 2030-OPEN-SOURCE-ENTRY
               WHEN FDT-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF FDT-RECORD-COUNT IS NUMERIC
                       ADD FDT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   END-IF
                   IF FDT-AMOUNT-HASH IS NUMERIC
                       ADD FDT-AMOUNT-HASH TO WS-TRL-AMOUNT-HASH
                   END-IF
                   IF WS-CURRENT-SOURCE-IDX NOT = ZERO
                       SET SRC-IDX TO WS-CURRENT-SOURCE-IDX
                       SET SRC-TRL-SEEN (SRC-IDX) TO TRUE
                       IF FDT-RECORD-COUNT IS NUMERIC
                           ADD FDT-RECORD-COUNT
                               TO SRC-TRL-RECORD-COUNT (SRC-IDX)
                       END-IF
                       IF FDT-AMOUNT-HASH IS NUMERIC
                           ADD FDT-AMOUNT-HASH
                               TO SRC-TRL-AMOUNT-HASH (SRC-IDX)
                       END-IF
                       MOVE ZERO TO WS-CURRENT-SOURCE-IDX
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-INFILE-COUNT
                   IF IN-AMOUNT IS NUMERIC
                       ADD IN-AMOUNT TO WS-INFILE-AMOUNT
                   END-IF
                   IF WS-CURRENT-SOURCE-IDX NOT = ZERO
                       SET SRC-IDX TO WS-CURRENT-SOURCE-IDX
                       ADD 1 TO SRC-INFILE-COUNT (SRC-IDX)
                       IF IN-AMOUNT IS NUMERIC
                           ADD IN-AMOUNT TO SRC-INFILE-AMOUNT (SRC-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

      * BUGEXCP has already refused a night with a source shipped
      * twice, so a repeated HDR simply reopens the same entry.
       2030-OPEN-SOURCE-ENTRY.
           MOVE FDH-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
           PERFORM 2040-FIND-SOURCE-ENTRY
           IF NOT WS-SOURCE-FOUND
               IF WS-SOURCE-USED < WS-SOURCE-MAX
                   ADD 1 TO WS-SOURCE-USED
                   SET SRC-IDX TO WS-SOURCE-USED
                   MOVE FDH-SOURCE-SYSTEM TO SRC-SYSTEM (SRC-IDX)
                   MOVE ZERO TO SRC-INFILE-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-INFILE-AMOUNT (SRC-IDX)
                   MOVE ZERO TO SRC-EXCP-SUSP-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-HELD-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-SUSP-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-ADJUSTED-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-TRL-RECORD-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-TRL-AMOUNT-HASH (SRC-IDX)
                   MOVE "N" TO SRC-TRL-SEEN-SWITCH (SRC-IDX)
                   MOVE "Y" TO SRC-BALANCE-SWITCH (SRC-IDX)
                   SET WS-SOURCE-FOUND TO TRUE
               ELSE
                   DISPLAY "BUGBAL0022E SOURCE TABLE FULL (MAX "
                       WS-SOURCE-MAX ") - JOB ABENDED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           SET WS-CURRENT-SOURCE-IDX TO SRC-IDX.

       2040-FIND-SOURCE-ENTRY.
           MOVE "N" TO WS-SOURCE-FOUND-SWITCH
           PERFORM VARYING WS-SOURCE-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-SEARCH-IDX > WS-SOURCE-USED
               SET SRC-IDX TO WS-SOURCE-SEARCH-IDX
               IF SRC-SYSTEM (SRC-IDX) = WS-LOOKUP-SOURCE
                   SET WS-SOURCE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Records legitimately diverted this run -- suspensed at the
      * gate by BUGEXCP, held as future-dated or suspensed by
      * BUGSOLN -- are reconciling items, not imbalances.  All three
               PERFORM 2055-READ-EXCP-SUSPENSE
               PERFORM UNTIL WS-EXCP-EOF
                   ADD 1 TO WS-EXCP-SUSP-COUNT
                   MOVE ESP-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
                   PERFORM 2040-FIND-SOURCE-ENTRY
                   IF WS-SOURCE-FOUND
                       ADD 1 TO SRC-EXCP-SUSP-COUNT (SRC-IDX)
                   ELSE
                       ADD 1 TO WS-UNATTRIBUTED-COUNT
                   END-IF
                   PERFORM 2055-READ-EXCP-SUSPENSE
               END-PERFORM
               CLOSE EXCP-SUSPENSE-FILE
           PERFORM 2060-READ-HOLD-FILE
           PERFORM UNTIL WS-HOLD-EOF
               ADD 1 TO WS-HELD-COUNT
               MOVE HLD-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
               PERFORM 2040-FIND-SOURCE-ENTRY
               IF WS-SOURCE-FOUND
                   ADD 1 TO SRC-HELD-COUNT (SRC-IDX)
               ELSE
                   ADD 1 TO WS-UNATTRIBUTED-COUNT
               END-IF
               PERFORM 2060-READ-HOLD-FILE
           END-PERFORM
           CLOSE HOLD-FILE
           PERFORM 2070-READ-SUSPENSE-FILE
           PERFORM UNTIL WS-SUSP-EOF
               ADD 1 TO WS-SUSP-COUNT
               MOVE SSP-SOURCE-SYSTEM TO WS-LOOKUP-SOURCE
               PERFORM 2040-FIND-SOURCE-ENTRY
               IF WS-SOURCE-FOUND
                   ADD 1 TO SRC-SUSP-COUNT (SRC-IDX)
               ELSE
                   ADD 1 TO WS-UNATTRIBUTED-COUNT
               END-IF
               PERFORM 2070-READ-SUSPENSE-FILE
           END-PERFORM
           CLOSE SUSPENSE-FILE.
           PERFORM 3010-CHECK-ONE-DIFF
           COMPUTE WS-COUNT-DIFF = WS-CKPT-COUNT - WS-LEDGER-COUNT
           PERFORM 3010-CHECK-ONE-DIFF
           PERFORM 3020-JUDGE-FEED-CONTROL
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SOURCE-USED
               PERFORM 3030-JUDGE-SOURCE
           END-PERFORM.

      * The source system's side of the balance: the trailer's record
      * count against the data records on the file, and its WA1-AMOUNT
               END-IF
           END-IF.

      * One source's own balance: its trailer against the data records
      * in its bracket, and an adjusted count that cannot go negative
      * -- more diversions charged to a source than it shipped means a
      * diversion file from another night.
       3030-JUDGE-SOURCE.
           MOVE "Y" TO SRC-BALANCE-SWITCH (SRC-IDX)
           COMPUTE SRC-ADJUSTED-COUNT (SRC-IDX) =
               SRC-INFILE-COUNT (SRC-IDX)
               - SRC-EXCP-SUSP-COUNT (SRC-IDX)
               - SRC-HELD-COUNT (SRC-IDX)
               - SRC-SUSP-COUNT (SRC-IDX)
           IF SRC-ADJUSTED-COUNT (SRC-IDX) < ZERO
               MOVE "N" TO SRC-BALANCE-SWITCH (SRC-IDX)
           END-IF
           IF NOT SRC-TRL-SEEN (SRC-IDX)
               DISPLAY "BUGBAL0023E NO TRL CONTROL RECORD FOR SOURCE "
                   SRC-SYSTEM (SRC-IDX)
               MOVE "N" TO SRC-BALANCE-SWITCH (SRC-IDX)
           ELSE
               COMPUTE WS-COUNT-DIFF = SRC-TRL-RECORD-COUNT (SRC-IDX)
                   - SRC-INFILE-COUNT (SRC-IDX)
               IF WS-COUNT-DIFF < ZERO
                   COMPUTE WS-COUNT-DIFF = ZERO - WS-COUNT-DIFF
               END-IF
               IF WS-COUNT-DIFF > WS-COUNT-TOLERANCE
                   MOVE "N" TO SRC-BALANCE-SWITCH (SRC-IDX)
               END-IF
               COMPUTE WS-AMOUNT-DIFF = SRC-TRL-AMOUNT-HASH (SRC-IDX)
                   - SRC-INFILE-AMOUNT (SRC-IDX)
               IF WS-AMOUNT-DIFF < ZERO
                   COMPUTE WS-AMOUNT-DIFF = ZERO - WS-AMOUNT-DIFF
               END-IF
               IF WS-AMOUNT-DIFF > WS-AMOUNT-TOLERANCE
                   MOVE "N" TO SRC-BALANCE-SWITCH (SRC-IDX)
               END-IF
           END-IF
           IF NOT SRC-IN-BALANCE (SRC-IDX)
               DISPLAY "BUGBAL0024E SOURCE " SRC-SYSTEM (SRC-IDX)
                   " IS OUT OF BALANCE"
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF.

       3010-CHECK-ONE-DIFF.
           IF WS-COUNT-DIFF < ZERO
               COMPUTE WS-COUNT-DIFF = ZERO - WS-COUNT-DIFF
           MOVE "TRAILER AMOUNT HASH     : " TO AMT-LEG-LABEL
           MOVE WS-TRL-AMOUNT-HASH TO AMT-LEG-AMOUNT
           WRITE RPT-LINE FROM WS-AMT-LEG-LINE
           MOVE "DIVERSIONS NO SOURCE    : " TO LEG-LABEL
           MOVE WS-UNATTRIBUTED-COUNT TO LEG-COUNT
           WRITE RPT-LINE FROM WS-LEG-LINE

           WRITE RPT-LINE FROM WS-SRC-HEADING-1
           WRITE RPT-LINE FROM WS-SRC-HEADING-2
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SOURCE-USED
               MOVE SPACES TO WS-SRC-DETAIL-LINE
               MOVE SRC-SYSTEM (SRC-IDX) TO SRD-SOURCE
               MOVE SRC-INFILE-COUNT (SRC-IDX) TO SRD-INFILE-COUNT
               MOVE SRC-EXCP-SUSP-COUNT (SRC-IDX)
                   TO SRD-EXCP-SUSP-COUNT
               MOVE SRC-HELD-COUNT (SRC-IDX) TO SRD-HELD-COUNT
               MOVE SRC-SUSP-COUNT (SRC-IDX) TO SRD-SUSP-COUNT
               MOVE SRC-ADJUSTED-COUNT (SRC-IDX) TO SRD-ADJUSTED-COUNT
               MOVE SRC-TRL-RECORD-COUNT (SRC-IDX) TO SRD-TRL-COUNT
               MOVE SRC-INFILE-AMOUNT (SRC-IDX) TO SRD-INFILE-AMOUNT
               MOVE SRC-TRL-AMOUNT-HASH (SRC-IDX) TO SRD-TRL-HASH
               EVALUATE TRUE
                   WHEN NOT SRC-TRL-SEEN (SRC-IDX)
                       MOVE "NO TRAILER" TO SRD-VERDICT
                   WHEN SRC-IN-BALANCE (SRC-IDX)
                       MOVE "IN BALANCE" TO SRD-VERDICT
                   WHEN OTHER
                       MOVE "OUT OF BAL" TO SRD-VERDICT
               END-EVALUATE
               WRITE RPT-LINE FROM WS-SRC-DETAIL-LINE
           END-PERFORM

           WRITE RPT-LINE FROM WS-CAT-HEADING
           PERFORM VARYING CAT-IDX FROM 1 BY 1
