      *             category's ceiling, is suspensed like any other
      *             exception instead of becoming its own bucket on
      *             the downstream reports.
      * 2026-09-24  One night's INFILE may now carry several source
      *             systems' feeds back to back, each in its own
      *             HDR/TRL bracket.  Every bracket's record count and
      *             WA1-AMOUNT hash are verified against its own
      *             trailer and reported per source, and every data
      *             record leaves on CLEANOUT or EXCPSUSP stamped with
      *             its bracket's source system (WA1-SOURCE-SYSTEM) so
      *             the cluster knows who owns it.  A source appearing
      *             twice, a bracket opened before the last one closed,
      *             or any bracket failing its totals still refuses the
      *             whole night with RETURN-CODE 12, naming the source.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  WS-PARAM-EOF         VALUE "Y".
           05  WS-HEADER-SEEN-SWITCH    PIC X(01) VALUE "N".
               88  WS-HEADER-SEEN       VALUE "Y".
           05  WS-BRACKET-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-BRACKET-OPEN      VALUE "Y".
           05  WS-FEED-ERROR-SWITCH     PIC X(01) VALUE "N".
               88  WS-FEED-ERROR        VALUE "Y".

       01  WS-REASON                    PIC X(48) VALUE SPACES.

      * Control totals accumulated from the data records actually
      * read, one entry per HDR/TRL bracket on the night's INFILE,
      * each verified against its own TRL record.  The source system
      * figures are captured off the control records themselves.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 20 TIMES INDEXED BY FD-IDX.
               10  FDS-SOURCE-SYSTEM    PIC X(08).
               10  FDS-EXTRACT-DATE     PIC X(08).
               10  FDS-READ-COUNT       PIC 9(07).
               10  FDS-EXCEPTION-COUNT  PIC 9(07).
               10  FDS-READ-HASH        PIC S9(11)V99.
               10  FDS-TRL-RECORD-COUNT PIC 9(07).
               10  FDS-TRL-AMOUNT-HASH  PIC S9(11)V99.
               10  FDS-TRL-SEEN-SWITCH  PIC X(01).
                   88  FDS-TRL-SEEN     VALUE "Y".
               10  FDS-ERROR-SWITCH     PIC X(01).
                   88  FDS-ERROR        VALUE "Y".
       01  WS-FEED-USED                 PIC 9(02) VALUE ZERO.
       01  WS-FEED-MAX                  PIC 9(02) VALUE 20.
       01  WS-FEED-SEARCH-IDX           PIC 9(02) VALUE ZERO.
       01  WS-FEEDS-VERIFIED            PIC 9(02) VALUE ZERO.
      * The bracket now open, if any -- the source its data records
      * are stamped with.
       01  WS-CURRENT-FEED              PIC 9(02) VALUE ZERO.
       01  WS-CURRENT-SOURCE            PIC X(08) VALUE SPACES.

      * The category reference master, tabled at startup so every
      * record's category is checked in storage rather than with a
           05  FILLER                   PIC X(12)
               VALUE "  SOURCE: ".
           05  CTL-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                   PIC X(10)
               VALUE "  STATUS: ".
           05  CTL-FEED-STATUS          PIC X(08).
           05  FILLER                   PIC X(15)
               VALUE "  EXCEPTIONS: ".
           05  CTL-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(44) VALUE SPACES.
       01  WS-CONTROL-LINE-2.
           05  FILLER                   PIC X(20)
               VALUE "TRAILER COUNT     : ".
           END-EVALUATE
           PERFORM 2100-READ-IN-FILE.

      * A data record outside every HDR/TRL bracket means the extract
      * was spliced or shipped without control records; the record is
      * still gated normally (unstamped -- no source owns it), but the
      * night as a whole is refused.  Inside a bracket the record is
      * stamped with the bracket's source system before it is gated,
      * so CLEANOUT and EXCPSUSP both carry its owner.
       2010-PROCESS-DATA-RECORD.
           IF NOT WS-BRACKET-OPEN
               IF NOT WS-HEADER-SEEN
                   DISPLAY "BUGEXCP0011E DATA RECORD " WA1-RECORD-ID
                       OF IN-RECORD " BEFORE HDR CONTROL RECORD"
               ELSE
                   DISPLAY "BUGEXCP0012E DATA RECORD " WA1-RECORD-ID
                       OF IN-RECORD " AFTER TRL CONTROL RECORD FOR "
                       "SOURCE " WS-CURRENT-SOURCE
               END-IF
               SET WS-FEED-ERROR TO TRUE
               MOVE SPACES TO WA1-SOURCE-SYSTEM OF IN-RECORD
           ELSE
               SET FD-IDX TO WS-CURRENT-FEED
               ADD 1 TO FDS-READ-COUNT (FD-IDX)
               IF WA1-AMOUNT OF IN-RECORD IS NUMERIC
                   ADD WA1-AMOUNT OF IN-RECORD
                       TO FDS-READ-HASH (FD-IDX)
               END-IF
               MOVE WS-CURRENT-SOURCE
                   TO WA1-SOURCE-SYSTEM OF IN-RECORD
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 2200-CHECK-FOR-EXCEPTION.

       2100-READ-IN-FILE.
      * is what makes this pass a gate instead of a post-mortem.
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               IF WS-BRACKET-OPEN
                   SET FD-IDX TO WS-CURRENT-FEED
                   ADD 1 TO FDS-EXCEPTION-COUNT (FD-IDX)
               END-IF
               PERFORM 2300-WRITE-EXCEPTION-LINE
               MOVE IN-RECORD TO SUSP-ORIGINAL-RECORD
               MOVE WS-REASON TO SUSP-REASON
           MOVE WS-REASON TO DTL-REASON
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

      * Each HDR opens a new bracket for its source system.  An HDR
      * arriving while a bracket is still open means that bracket's
      * TRL is missing: it is closed as refused and the new one is
      * opened anyway so the rest of the night is still verified.
      * The extract date on the header is checked against the run
      * date -- a prior day's file resubmitted by mistake announces
      * itself here instead of three days later in the warehouse.
       2400-PROCESS-HEADER.
           IF WS-BRACKET-OPEN
               DISPLAY "BUGEXCP0013E HDR FOR SOURCE "
                   FDH-SOURCE-SYSTEM " BEFORE TRL FOR SOURCE "
                   WS-CURRENT-SOURCE
               SET FD-IDX TO WS-CURRENT-FEED
               SET FDS-ERROR (FD-IDX) TO TRUE
               SET WS-FEED-ERROR TO TRUE
           END-IF
           IF WS-FEED-USED NOT < WS-FEED-MAX
               DISPLAY "BUGEXCP0029E FEED TABLE FULL (MAX "
                   WS-FEED-MAX " SOURCE BRACKETS) - JOB ABENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-HEADER-SEEN TO TRUE
           SET WS-BRACKET-OPEN TO TRUE
           ADD 1 TO WS-FEED-USED
           MOVE WS-FEED-USED TO WS-CURRENT-FEED
           MOVE FDH-SOURCE-SYSTEM TO WS-CURRENT-SOURCE
           SET FD-IDX TO WS-CURRENT-FEED
           MOVE FDH-SOURCE-SYSTEM TO FDS-SOURCE-SYSTEM (FD-IDX)
           MOVE FDH-EXTRACT-DATE TO FDS-EXTRACT-DATE (FD-IDX)
           MOVE ZERO TO FDS-READ-COUNT (FD-IDX)
           MOVE ZERO TO FDS-EXCEPTION-COUNT (FD-IDX)
           MOVE ZERO TO FDS-READ-HASH (FD-IDX)
           MOVE ZERO TO FDS-TRL-RECORD-COUNT (FD-IDX)
           MOVE ZERO TO FDS-TRL-AMOUNT-HASH (FD-IDX)
           MOVE "N" TO FDS-TRL-SEEN-SWITCH (FD-IDX)
           MOVE "N" TO FDS-ERROR-SWITCH (FD-IDX)
           IF FDH-EXTRACT-DATE IS NOT NUMERIC
               DISPLAY "BUGEXCP0014E HDR EXTRACT DATE NOT "
                   "NUMERIC - " FDH-EXTRACT-DATE " SOURCE "
                   FDH-SOURCE-SYSTEM
               SET FDS-ERROR (FD-IDX) TO TRUE
           ELSE
               IF FDH-EXTRACT-DATE NOT = WS-RUN-DATE
                   DISPLAY "BUGEXCP0015E HDR EXTRACT DATE "
                       FDH-EXTRACT-DATE " IS NOT THE RUN DATE "
                       WS-RUN-DATE " SOURCE " FDH-SOURCE-SYSTEM
                   SET FDS-ERROR (FD-IDX) TO TRUE
               END-IF
           END-IF
           IF FDH-SOURCE-SYSTEM = SPACES
               DISPLAY "BUGEXCP0016E HDR SOURCE SYSTEM ID IS "
                   "SPACES"
               SET FDS-ERROR (FD-IDX) TO TRUE
           END-IF
      * Two brackets for one source would make ownership and the
      * per-source balance ambiguous: the source must ship once.
           PERFORM VARYING WS-FEED-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-FEED-SEARCH-IDX NOT < WS-FEED-USED
               SET FD-IDX TO WS-FEED-SEARCH-IDX
               IF FDS-SOURCE-SYSTEM (FD-IDX) = FDH-SOURCE-SYSTEM
                   DISPLAY "BUGEXCP0030E SOURCE " FDH-SOURCE-SYSTEM
                       " HAS MORE THAN ONE HDR/TRL BRACKET ON FEED"
                   SET FD-IDX TO WS-CURRENT-FEED
                   SET FDS-ERROR (FD-IDX) TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           SET FD-IDX TO WS-CURRENT-FEED
           IF FDS-ERROR (FD-IDX)
               SET WS-FEED-ERROR TO TRUE
           END-IF.

      * A TRL closes the open bracket and its totals are verified on
      * the spot; a TRL with no bracket open is a stray.
       2500-PROCESS-TRAILER.
           IF NOT WS-BRACKET-OPEN
               DISPLAY "BUGEXCP0017E TRL CONTROL RECORD WITH NO "
                   "OPEN HDR/TRL BRACKET"
               SET WS-FEED-ERROR TO TRUE
           ELSE
               SET FD-IDX TO WS-CURRENT-FEED
               SET FDS-TRL-SEEN (FD-IDX) TO TRUE
               IF FDT-RECORD-COUNT IS NOT NUMERIC
                   DISPLAY "BUGEXCP0018E TRL RECORD COUNT NOT "
                       "NUMERIC - SOURCE " WS-CURRENT-SOURCE
                   SET FDS-ERROR (FD-IDX) TO TRUE
               ELSE
                   MOVE FDT-RECORD-COUNT
                       TO FDS-TRL-RECORD-COUNT (FD-IDX)
               END-IF
               IF FDT-AMOUNT-HASH IS NOT NUMERIC
                   DISPLAY "BUGEXCP0019E TRL AMOUNT HASH NOT "
                       "NUMERIC - SOURCE " WS-CURRENT-SOURCE
                   SET FDS-ERROR (FD-IDX) TO TRUE
               ELSE
                   MOVE FDT-AMOUNT-HASH
                       TO FDS-TRL-AMOUNT-HASH (FD-IDX)
               END-IF
               PERFORM 2610-VERIFY-FEED-TOTALS
               MOVE "N" TO WS-BRACKET-OPEN-SWITCH
           END-IF.

      * The night is cleared only when every HDR/TRL bracket is intact
      * and each trailer's control totals match what was read under
      * it.  A refused night ends with RETURN-CODE 12, which BUGSOLN's
      * predecessor gate treats as "do not process".
       2600-VERIFY-CONTROL-TOTALS.
           IF NOT WS-HEADER-SEEN
               DISPLAY "BUGEXCP0020E NO HDR CONTROL RECORD ON FEED"
               SET WS-FEED-ERROR TO TRUE
           END-IF
           IF WS-BRACKET-OPEN
               DISPLAY "BUGEXCP0021E NO TRL CONTROL RECORD FOR "
                   "SOURCE " WS-CURRENT-SOURCE
               SET FD-IDX TO WS-CURRENT-FEED
               SET FDS-ERROR (FD-IDX) TO TRUE
               SET WS-FEED-ERROR TO TRUE
               MOVE "N" TO WS-BRACKET-OPEN-SWITCH
           END-IF
           IF WS-FEED-ERROR
               DISPLAY "BUGEXCP0024E FEED REFUSED - CONTROL TOTAL "
                   "VERIFICATION FAILED"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "BUGEXCP0031I ALL " WS-FEEDS-VERIFIED
                   " SOURCE FEEDS VERIFIED"
           END-IF.

      * One bracket's trailer against the data records read under it.
       2610-VERIFY-FEED-TOTALS.
           IF FDS-TRL-RECORD-COUNT (FD-IDX)
                   NOT = FDS-READ-COUNT (FD-IDX)
               DISPLAY "BUGEXCP0022E TRL RECORD COUNT "
                   FDS-TRL-RECORD-COUNT (FD-IDX) " BUT "
                   FDS-READ-COUNT (FD-IDX)
                   " DATA RECORDS READ - SOURCE " WS-CURRENT-SOURCE
               SET FDS-ERROR (FD-IDX) TO TRUE
           END-IF
           IF FDS-TRL-AMOUNT-HASH (FD-IDX)
                   NOT = FDS-READ-HASH (FD-IDX)
               DISPLAY "BUGEXCP0023E TRL AMOUNT HASH DOES NOT "
                   "MATCH AMOUNTS READ - SOURCE " WS-CURRENT-SOURCE
               SET FDS-ERROR (FD-IDX) TO TRUE
           END-IF
           IF FDS-ERROR (FD-IDX)
               SET WS-FEED-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-FEEDS-VERIFIED
               DISPLAY "BUGEXCP0025I FEED CONTROL TOTALS VERIFIED - "
                   "SOURCE " WS-CURRENT-SOURCE " EXTRACT "
                   FDS-EXTRACT-DATE (FD-IDX)
           END-IF.

       3000-TERMINATE.
           MOVE WS-EXCEPTION-COUNT TO SUM-EXCEPTION-COUNT
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE-2
           PERFORM VARYING FD-IDX FROM 1 BY 1
                   UNTIL FD-IDX > WS-FEED-USED
               PERFORM 3100-WRITE-FEED-CONTROL
           END-PERFORM
           CLOSE IN-FILE
           CLOSE EXCEPTION-REPORT
           CLOSE SUSPENSE-FILE
           CLOSE CLEAN-FILE.

      * One block of control lines per source bracket on the night.
       3100-WRITE-FEED-CONTROL.
           MOVE FDS-EXTRACT-DATE (FD-IDX) TO CTL-EXTRACT-DATE
           MOVE FDS-SOURCE-SYSTEM (FD-IDX) TO CTL-SOURCE-SYSTEM
           IF FDS-ERROR (FD-IDX) OR NOT FDS-TRL-SEEN (FD-IDX)
               MOVE "REFUSED" TO CTL-FEED-STATUS
           ELSE
               MOVE "VERIFIED" TO CTL-FEED-STATUS
           END-IF
           MOVE FDS-EXCEPTION-COUNT (FD-IDX) TO CTL-EXCEPTION-COUNT
           WRITE RPT-LINE FROM WS-CONTROL-LINE-1
           MOVE FDS-TRL-RECORD-COUNT (FD-IDX) TO CTL-TRL-COUNT
           MOVE FDS-READ-COUNT (FD-IDX) TO CTL-READ-COUNT
           WRITE RPT-LINE FROM WS-CONTROL-LINE-2
           MOVE FDS-TRL-AMOUNT-HASH (FD-IDX) TO CTL-TRL-HASH
           MOVE FDS-READ-HASH (FD-IDX) TO CTL-READ-HASH
           WRITE RPT-LINE FROM WS-CONTROL-LINE-3.

      * This pass heads the suite's job chain, so it opens the next
      * run number for the business date: one past the highest
      * already on the ledger.  A missing ledger just means run 1.
