      *             BUGCATM) next to each raw code.  The DD is
      *             optional for this report: with no master every
      *             description prints as *NOT ON MASTER*.
      * 2026-09-24  The night's feed can now carry several source
      *             systems.  The category subtotals stay combined and
      *             a second section breaks count and amount out by
      *             WA1-SOURCE-SYSTEM, with each source's categories
      *             and a subtotal per source.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CATEGORY-USED             PIC 9(03) VALUE ZERO.
       01  WS-CATEGORY-TABLE-MAX        PIC 9(03) VALUE 50.
       01  WS-CATEGORY-TABLE-CEILING    PIC 9(03) VALUE 200.

      * Source-system breakout: one subtotal per source stamped on the
      * cleared feed, and each source's own category lines under it.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 20 TIMES INDEXED BY SRC-IDX.
               10  SRC-SYSTEM           PIC X(08).
               10  SRC-COUNT            PIC 9(07).
               10  SRC-AMOUNT           PIC S9(09)V99.
       01  WS-SOURCE-USED               PIC 9(03) VALUE ZERO.
       01  WS-SOURCE-MAX                PIC 9(03) VALUE 20.
       01  WS-SOURCE-CAT-TABLE.
           05  WS-SOURCE-CAT-ENTRY OCCURS 500 TIMES INDEXED BY SCT-IDX.
               10  SCT-SYSTEM           PIC X(08).
               10  SCT-CATEGORY         PIC X(04).
               10  SCT-COUNT            PIC 9(07).
               10  SCT-AMOUNT           PIC S9(09)V99.
       01  WS-SOURCE-CAT-USED           PIC 9(03) VALUE ZERO.
       01  WS-SOURCE-CAT-MAX            PIC 9(03) VALUE 500.
       01  WS-SOURCE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-SOURCE-FOUND          VALUE "Y".
       01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
       01  WS-CARD-VALUE                PIC X(60) VALUE SPACES.
       01  WS-SEARCH-IDX                PIC 9(03) VALUE ZERO.
               VALUE "GRAND TOTAL RECORDS:".
           05  GT-RECORD-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(105) VALUE SPACES.
       01  WS-SOURCE-HEADING-1          PIC X(132) VALUE
           "TOTALS BY SOURCE SYSTEM".
       01  WS-SOURCE-HEADING-LINE.
           05  FILLER                   PIC X(15)
               VALUE "SOURCE SYSTEM: ".
           05  SHD-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                   PIC X(109) VALUE SPACES.
       01  WS-SOURCE-TOTAL-LINE.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(14)
               VALUE "SOURCE TOTAL  ".
           05  STL-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  STL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  STL-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
       2000-PROCESS-RECORD.
           ADD 1 TO WS-AREA-2
           PERFORM 2200-ACCUMULATE-CATEGORY
           PERFORM 2300-ACCUMULATE-SOURCE
           PERFORM 2100-READ-IN-FILE.

       2100-READ-IN-FILE.
               ADD WA1-AMOUNT OF IN-RECORD TO CAT-AMOUNT (CAT-IDX)
           END-IF.

      * A record with no stamp came off a feed older than source
      * tagging; it subtotals under a blank source rather than being
      * dropped from the breakout.
       2300-ACCUMULATE-SOURCE.
           SET WS-SOURCE-FOUND-SWITCH TO "N"
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-SOURCE-USED
               SET SRC-IDX TO WS-SEARCH-IDX
               IF SRC-SYSTEM (SRC-IDX) = WA1-SOURCE-SYSTEM OF IN-RECORD
                   SET WS-SOURCE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-SOURCE-FOUND
               IF WS-SOURCE-USED < WS-SOURCE-MAX
                   ADD 1 TO WS-SOURCE-USED
                   SET SRC-IDX TO WS-SOURCE-USED
                   MOVE WA1-SOURCE-SYSTEM OF IN-RECORD
                       TO SRC-SYSTEM (SRC-IDX)
                   MOVE ZERO TO SRC-COUNT (SRC-IDX)
                   MOVE ZERO TO SRC-AMOUNT (SRC-IDX)
                   SET WS-SOURCE-FOUND TO TRUE
               ELSE
                   DISPLAY "BUGSUMM0017E SOURCE TABLE FULL (MAX "
                       WS-SOURCE-MAX "), SOURCE "
                       WA1-SOURCE-SYSTEM OF IN-RECORD
                       " OMITTED FROM SOURCE SUBTOTALS"
               END-IF
           END-IF
           IF WS-SOURCE-FOUND
               ADD 1 TO SRC-COUNT (SRC-IDX)
               ADD WA1-AMOUNT OF IN-RECORD TO SRC-AMOUNT (SRC-IDX)
           END-IF

           SET WS-SOURCE-FOUND-SWITCH TO "N"
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-SOURCE-CAT-USED
               SET SCT-IDX TO WS-SEARCH-IDX
               IF SCT-SYSTEM (SCT-IDX) = WA1-SOURCE-SYSTEM OF IN-RECORD
                   AND SCT-CATEGORY (SCT-IDX)
                       = WA1-CATEGORY-CODE OF IN-RECORD
                   SET WS-SOURCE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-SOURCE-FOUND
               IF WS-SOURCE-CAT-USED < WS-SOURCE-CAT-MAX
                   ADD 1 TO WS-SOURCE-CAT-USED
                   SET SCT-IDX TO WS-SOURCE-CAT-USED
                   MOVE WA1-SOURCE-SYSTEM OF IN-RECORD
                       TO SCT-SYSTEM (SCT-IDX)
                   MOVE WA1-CATEGORY-CODE OF IN-RECORD
                       TO SCT-CATEGORY (SCT-IDX)
                   MOVE ZERO TO SCT-COUNT (SCT-IDX)
                   MOVE ZERO TO SCT-AMOUNT (SCT-IDX)
                   SET WS-SOURCE-FOUND TO TRUE
               ELSE
                   DISPLAY "BUGSUMM0018E SOURCE/CATEGORY TABLE FULL "
                       "(MAX " WS-SOURCE-CAT-MAX "), SOURCE "
                       WA1-SOURCE-SYSTEM OF IN-RECORD " CATEGORY "
                       WA1-CATEGORY-CODE OF IN-RECORD " OMITTED"
               END-IF
           END-IF
           IF WS-SOURCE-FOUND
               ADD 1 TO SCT-COUNT (SCT-IDX)
               ADD WA1-AMOUNT OF IN-RECORD TO SCT-AMOUNT (SCT-IDX)
           END-IF.

       3000-TERMINATE.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CATEGORY-USED
           MOVE WS-AREA-2 TO GT-RECORD-COUNT
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-SOURCE-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > WS-SOURCE-USED
               PERFORM 3100-WRITE-SOURCE-BLOCK
           END-PERFORM

           CLOSE IN-FILE
           CLOSE SUMMARY-REPORT.

       3100-WRITE-SOURCE-BLOCK.
           MOVE SRC-SYSTEM (SRC-IDX) TO SHD-SOURCE-SYSTEM
           IF SRC-SYSTEM (SRC-IDX) = SPACES
               MOVE "(NONE)" TO SHD-SOURCE-SYSTEM
           END-IF
           WRITE RPT-LINE FROM WS-SOURCE-HEADING-LINE
           PERFORM VARYING SCT-IDX FROM 1 BY 1
                   UNTIL SCT-IDX > WS-SOURCE-CAT-USED
               IF SCT-SYSTEM (SCT-IDX) = SRC-SYSTEM (SRC-IDX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE SCT-CATEGORY (SCT-IDX) TO DTL-CATEGORY
                   MOVE SCT-CATEGORY (SCT-IDX) TO WS-CMD-LOOKUP-CODE
                   PERFORM 9200-FIND-CATEGORY-DESC
                   MOVE WS-CMD-DESC TO DTL-CAT-DESC
                   MOVE SCT-COUNT (SCT-IDX) TO DTL-COUNT
                   MOVE SCT-AMOUNT (SCT-IDX) TO DTL-AMOUNT
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE SHD-SOURCE-SYSTEM TO STL-SOURCE-SYSTEM
           MOVE SRC-COUNT (SRC-IDX) TO STL-COUNT
           MOVE SRC-AMOUNT (SRC-IDX) TO STL-AMOUNT
           WRITE RPT-LINE FROM WS-SOURCE-TOTAL-LINE.

      * A code the master has never heard of prints as such -- which
      * is exactly the mistyped-category case the master exists to
      * make visible.
