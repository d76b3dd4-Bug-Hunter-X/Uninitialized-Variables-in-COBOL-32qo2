      *             and variance checks, and WSAREA1-VSAM audit row
      *             as any other apply, so BUGBACK can restore it
      *             and a doubled-up ID buys no bypass.
      * 2026-09-24  Per-source ownership: every record now arrives
      *             stamped with its source system (WA1-SOURCE-SYSTEM,
      *             set by BUGEXCP from the feed's HDR).  A record
      *             whose key is on the cluster under a different
      *             source is diverted to the suspense file and listed
      *             on TRANRPT instead of overwriting the other
      *             source's record; a record with no owner yet (loaded
      *             before the stamp existed) is adopted by the first
      *             source that updates it.  A duplicate is now the
      *             same ID twice from the same source -- the same key
      *             from two sources is an ownership question, not a
      *             DUP-POLICY one.
      *
      * PARTITIONED RUNS (BUGPART/BUGMERGE): when BUGPART splits INFILE
      * into segments and each segment is run through this program as
               88  WS-TRANS-DISCARDED   VALUE "Y".
           05  WS-VAR-DISCARD-SWITCH    PIC X(01) VALUE "N".
               88  WS-VAR-DISCARDED     VALUE "Y".
           05  WS-OWNER-DISCARD-SWITCH  PIC X(01) VALUE "N".
               88  WS-OWNER-DISCARDED   VALUE "Y".
           05  WS-DUP-POLICY            PIC X(01) VALUE "S".
               88  WS-DUP-POLICY-SUSPENSE    VALUE "S".
               88  WS-DUP-POLICY-FIRST-WINS  VALUE "F".
      * ascending by record ID, equality with it marks a duplicate
      * within this extract.
       01  WS-PREV-RECORD-ID            PIC X(10) VALUE LOW-VALUES.
       01  WS-PREV-SOURCE-SYSTEM        PIC X(08) VALUE LOW-VALUES.

       01  WS-RUN-NUMBER                PIC 9(05) VALUE ZERO.
       01  WS-PRED-RETURN-CODE          PIC 9(02) VALUE ZERO.
       01  WS-TRANS-RULE-MAX            PIC 9(02) VALUE 20.
       01  WS-TRULE-SEARCH-IDX          PIC 9(02) VALUE ZERO.
       01  WS-TRANS-VIOL-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-OWNER-VIOL-COUNT          PIC 9(07) VALUE ZERO.

       01  WS-TRANRPT-HEADING-1         PIC X(132) VALUE
           "BUGSOLN - STATUS TRANSITION VIOLATION REPORT".
           PERFORM 2300-PERSIST-TO-VSAM

      * A duplicate discarded under the S or F policy -- or a record
      * diverted as an illegal status transition, an amount variance
      * suspect, or a key owned by another source -- was not applied
      * to the buffer's VSAM image, so it is not counted as processed.
           IF NOT WS-DUP-DISCARDED AND NOT WS-TRANS-DISCARDED
                   AND NOT WS-VAR-DISCARDED
                   AND NOT WS-OWNER-DISCARDED
               MOVE WS-AREA-2 TO WS-AUDIT-OLD-AREA-2
               ADD 1 TO WS-AREA-2
               MOVE "2010-PROCESS-CURRENT-RECORD" TO AUD-PARAGRAPH-NAME
      * means the same WA1-RECORD-ID twice within THIS extract, and
      * because the suite expects INFILE sorted ascending by record
      * ID (see the BUGPART banner), a within-run duplicate is simply
      * a record whose ID equals the one before it.  INFILE carries
      * each source's bracket sorted on its own, so the same ID from
      * the next source is not a duplicate; it meets the ownership
      * check instead.
       2300-PERSIST-TO-VSAM.
           MOVE "N" TO WS-DUP-DISCARD-SWITCH
           MOVE "N" TO WS-TRANS-DISCARD-SWITCH
           MOVE "N" TO WS-VAR-DISCARD-SWITCH
           MOVE "N" TO WS-OWNER-DISCARD-SWITCH
           IF WA1-RECORD-ID = WS-PREV-RECORD-ID
                   AND WA1-SOURCE-SYSTEM = WS-PREV-SOURCE-SYSTEM
               PERFORM 2310-HANDLE-DUPLICATE
           ELSE
               PERFORM 2330-READ-PRIOR-IMAGE
               PERFORM 2390-CHECK-OWNERSHIP
               IF NOT WS-OWNER-DISCARDED
                   PERFORM 2350-CHECK-TRANSITION
                   IF NOT WS-TRANS-LEGAL
                       PERFORM 2360-DIVERT-TRANSITION
                   ELSE
                       PERFORM 2370-CHECK-AMOUNT-VARIANCE
                       IF NOT WS-VAR-DISCARDED
                           PERFORM 2340-APPLY-WITH-AUDIT
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WA1-RECORD-ID TO WS-PREV-RECORD-ID
           MOVE WA1-SOURCE-SYSTEM TO WS-PREV-SOURCE-SYSTEM.

      * The prior cluster image for this key, or spaces when the key
      * is new.  It is the OLD value on the WSAREA1-VSAM audit row --
           MOVE WS-VAR-PCT TO VAR-PCT-CHANGE
           WRITE VARRPT-LINE FROM WS-VARRPT-DETAIL-LINE.

      * The ownership gate: a key already on the cluster under another
      * source system is that source's record, and this feed may not
      * overwrite it.  A prior image with no owner (loaded before the
      * stamp existed) is adopted by whichever source updates it.
       2390-CHECK-OWNERSHIP.
           IF WS-PRIOR-FOUND
                   AND PRI-SOURCE-SYSTEM NOT = SPACES
                   AND PRI-SOURCE-SYSTEM NOT = WA1-SOURCE-SYSTEM
               PERFORM 2395-DIVERT-OWNERSHIP
           END-IF.

      * Like every other diversion, an ownership conflict leaves the
      * run through SUSPOUT so BUGBAL reconciles it, and is never
      * counted as processed.  The owning source is named on TRANRPT.
       2395-DIVERT-OWNERSHIP.
           SET WS-OWNER-DISCARDED TO TRUE
           ADD 1 TO WS-OWNER-VIOL-COUNT
           WRITE SUSPENSE-RECORD FROM WS-AREA-1
           MOVE SPACES TO WS-TRANRPT-DETAIL-LINE
           MOVE WA1-RECORD-ID TO TRV-RECORD-ID
           MOVE PRI-STATUS-FLAG TO TRV-FROM-STATUS
           MOVE WA1-STATUS-FLAG TO TRV-TO-STATUS
           STRING "OWNED BY " DELIMITED BY SIZE
               PRI-SOURCE-SYSTEM DELIMITED BY SIZE
               " - SUSPENSED" DELIMITED BY SIZE
               INTO TRV-DISPOSITION
           END-STRING
           WRITE TRANRPT-LINE FROM WS-TRANRPT-DETAIL-LINE.

      * Like a discarded duplicate, a transition violation leaves the
      * run through SUSPOUT so BUGBAL reconciles it, and is never
      * counted as processed.
      * restore it and shipping the same ID twice buys no bypass.
               WHEN WS-DUP-POLICY-LAST-WINS
                   PERFORM 2330-READ-PRIOR-IMAGE
                   PERFORM 2390-CHECK-OWNERSHIP
                   IF WS-OWNER-DISCARDED
                       MOVE "SUSPENSED-OWNERSHIP" TO DUP-DTL-ACTION
                   ELSE
                       PERFORM 2350-CHECK-TRANSITION
                       IF NOT WS-TRANS-LEGAL
                           PERFORM 2360-DIVERT-TRANSITION
                           MOVE "SUSPENSED-TRANSITION"
                               TO DUP-DTL-ACTION
                       ELSE
                           PERFORM 2370-CHECK-AMOUNT-VARIANCE
                           IF WS-VAR-DISCARDED
                               MOVE "SUSPENSED-VARIANCE"
                                   TO DUP-DTL-ACTION
                           ELSE
                               PERFORM 2340-APPLY-WITH-AUDIT
                               MOVE "LAST RECORD KEPT"
                                   TO DUP-DTL-ACTION
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
               WS-TRANS-VIOL-COUNT
           DISPLAY "BUGSOLN0039I AMOUNT VARIANCE SUSPECTS: "
               WS-VAR-VIOL-COUNT
           DISPLAY "BUGSOLN0040I OWNED BY ANOTHER SOURCE: "
               WS-OWNER-VIOL-COUNT
           CLOSE IN-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE AUDIT-FILE
