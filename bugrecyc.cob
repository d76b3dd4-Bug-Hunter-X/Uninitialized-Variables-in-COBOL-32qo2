      *             was recycled.  A feed without control records is
      *             still spliced the old way and left for BUGEXCP to
      *             refuse.
      * 2026-09-24  NEWFEED may now carry several source systems' feeds,
      *             each in its own HDR/TRL bracket.  A recycled record
      *             goes back inside the bracket of the source that
      *             owns it (its WA1-SOURCE-SYSTEM stamp), and only that
      *             bracket's TRL is adjusted.  A record with no stamp,
      *             or whose source has no bracket on tonight's feed,
      *             goes into the first bracket as before.
      * 2026-10-15  The recycle file's reopen for each bracket is now
      *             status-checked like the first open (RC 16).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  WS-FEED-EOF          VALUE "Y".
           05  WS-EMITTED-SWITCH        PIC X(01) VALUE "N".
               88  WS-RECYCLED-EMITTED  VALUE "Y".
           05  WS-SOURCE-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-SOURCE-FOUND      VALUE "Y".
           05  WS-RECORD-BELONGS-SWITCH PIC X(01) VALUE "N".
               88  WS-RECORD-BELONGS    VALUE "Y".

       01  WS-COUNTERS.
           05  WS-RECYCLED-COUNT        PIC 9(07) VALUE ZERO.
      * the combined feed complete.
       01  WS-RECYCLE-AMOUNT-HASH       PIC S9(11)V99 VALUE ZERO.

      * The same figures for the bracket now being written; they are
      * what that bracket's TRL is adjusted by.
       01  WS-BRACKET-RECYCLED-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-BRACKET-AMOUNT-HASH       PIC S9(11)V99 VALUE ZERO.

      * Source systems with a bracket on NEWFEED, gathered by a first
      * pass so a recycled record whose source ships tonight waits
      * for its own bracket instead of landing in the first one.
       01  WS-FEED-SOURCE-TABLE.
           05  WS-FEED-SOURCE OCCURS 20 TIMES
                   INDEXED BY FSR-IDX   PIC X(08).
       01  WS-FEED-SOURCE-USED          PIC 9(02) VALUE ZERO.
       01  WS-FEED-SOURCE-MAX           PIC 9(02) VALUE 20.
       01  WS-SOURCE-SEARCH-IDX         PIC 9(02) VALUE ZERO.
       01  WS-BRACKET-NUMBER            PIC 9(02) VALUE ZERO.
       01  WS-BRACKET-SOURCE            PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RECYCLE-FILE

           PERFORM 1100-TABLE-FEED-SOURCES

           OPEN INPUT NEWFEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF

           PERFORM 2300-READ-NEWFEED-FILE.

      * First pass over NEWFEED: which sources have a bracket tonight.
       1100-TABLE-FEED-SOURCES.
           OPEN INPUT NEWFEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "BUGRECYC0002E OPEN FAILED FOR NEWFEED-FILE - "
                   "STATUS " WS-FEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2300-READ-NEWFEED-FILE
           PERFORM UNTIL WS-FEED-EOF
               IF FDH-HEADER
                   IF WS-FEED-SOURCE-USED < WS-FEED-SOURCE-MAX
                       ADD 1 TO WS-FEED-SOURCE-USED
                       SET FSR-IDX TO WS-FEED-SOURCE-USED
                       MOVE FDH-SOURCE-SYSTEM
                           TO WS-FEED-SOURCE (FSR-IDX)
                   ELSE
                       DISPLAY "BUGRECYC0005E FEED SOURCE TABLE FULL "
                           "(MAX " WS-FEED-SOURCE-MAX ") - JOB ABENDED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 2300-READ-NEWFEED-FILE
           END-PERFORM
           CLOSE NEWFEED-FILE
           MOVE "N" TO WS-FEED-EOF-SWITCH.

       2000-COPY-RECYCLE-RECORD.
           PERFORM 2050-CHECK-RECORD-BELONGS
           IF WS-RECORD-BELONGS
               ADD 1 TO WS-RECYCLED-COUNT
               ADD 1 TO WS-BRACKET-RECYCLED-COUNT
               IF RCY-AMOUNT IS NUMERIC
                   ADD RCY-AMOUNT TO WS-RECYCLE-AMOUNT-HASH
                   ADD RCY-AMOUNT TO WS-BRACKET-AMOUNT-HASH
               END-IF
               WRITE OUTFEED-RECORD FROM RECYCLE-RECORD
           END-IF
           PERFORM 2100-READ-RECYCLE-FILE.

      * A record belongs in the bracket of its own source.  The first
      * bracket (or a feed with no brackets at all) also takes every
      * record no other bracket will: no stamp, or a source that has
      * no bracket on tonight's feed.
       2050-CHECK-RECORD-BELONGS.
           MOVE "N" TO WS-RECORD-BELONGS-SWITCH
           IF RCY-SOURCE-SYSTEM NOT = SPACES
                   AND RCY-SOURCE-SYSTEM = WS-BRACKET-SOURCE
               SET WS-RECORD-BELONGS TO TRUE
           END-IF
           IF WS-BRACKET-NUMBER NOT > 1
               MOVE "N" TO WS-SOURCE-FOUND-SWITCH
               IF RCY-SOURCE-SYSTEM NOT = SPACES
                   PERFORM VARYING WS-SOURCE-SEARCH-IDX FROM 1 BY 1
                           UNTIL WS-SOURCE-SEARCH-IDX
                               > WS-FEED-SOURCE-USED
                       SET FSR-IDX TO WS-SOURCE-SEARCH-IDX
                       IF WS-FEED-SOURCE (FSR-IDX) = RCY-SOURCE-SYSTEM
                           SET WS-SOURCE-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT WS-SOURCE-FOUND
                   SET WS-RECORD-BELONGS TO TRUE
               END-IF
           END-IF.

       2100-READ-RECYCLE-FILE.
           READ RECYCLE-FILE
               AT END
           EVALUATE TRUE
               WHEN FDH-HEADER
                   WRITE OUTFEED-RECORD FROM NEWFEED-RECORD
                   ADD 1 TO WS-BRACKET-NUMBER
                   MOVE FDH-SOURCE-SYSTEM TO WS-BRACKET-SOURCE
                   PERFORM 2400-EMIT-RECYCLE-RECORDS
               WHEN FDT-TRAILER
                   IF NOT WS-RECYCLED-EMITTED
                   END-IF
                   PERFORM 2500-ADJUST-TRAILER
                   WRITE OUTFEED-RECORD FROM NEWFEED-RECORD
                   MOVE ZERO TO WS-BRACKET-RECYCLED-COUNT
                   MOVE ZERO TO WS-BRACKET-AMOUNT-HASH
               WHEN OTHER
                   IF NOT WS-RECYCLED-EMITTED
                       PERFORM 2400-EMIT-RECYCLE-RECORDS
                   SET WS-FEED-EOF TO TRUE
           END-READ.

      * RECYCIN is passed once per bracket, each pass picking out the
      * records that belong in it.
       2400-EMIT-RECYCLE-RECORDS.
           SET WS-RECYCLED-EMITTED TO TRUE
           MOVE "N" TO WS-RECYC-EOF-SWITCH
           OPEN INPUT RECYCLE-FILE
           IF WS-RECYC-FILE-STATUS NOT = "00"
               DISPLAY "BUGRECYC0001E OPEN FAILED FOR RECYCLE-FILE - "
                   "STATUS " WS-RECYC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-RECYCLE-FILE
           PERFORM 2000-COPY-RECYCLE-RECORD UNTIL WS-RECYC-EOF
           CLOSE RECYCLE-FILE.

      * The TRL's count and hash are the source system's control
      * totals; folding the recycled records in keeps BUGEXCP's
      * control field is left alone for the gate to refuse.
       2500-ADJUST-TRAILER.
           IF FDT-RECORD-COUNT IS NUMERIC
               ADD WS-BRACKET-RECYCLED-COUNT TO FDT-RECORD-COUNT
           END-IF
           IF FDT-AMOUNT-HASH IS NUMERIC
               ADD WS-BRACKET-AMOUNT-HASH TO FDT-AMOUNT-HASH
           END-IF.

       3000-TERMINATE.
           DISPLAY "BUGRECYC0004I RECYCLED " WS-RECYCLED-COUNT
               " REPAIRED RECORDS AHEAD OF " WS-FEED-COUNT
               " FEED RECORDS"
           CLOSE NEWFEED-FILE
           CLOSE OUTFEED-FILE.
