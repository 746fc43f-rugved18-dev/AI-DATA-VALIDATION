       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCSCORE.
       AUTHOR. AI Data Validation Team.
       DATE-WRITTEN. October 15, 2026.

      * ================================================================
      * SRCSCORE - Source System Quality Scorecard
      * ================================================================
      * Purpose: Rank the upstream source systems feeding VALIDATE by
      *   the quality of what they send, so a bad night can be put
      *   to the system that caused it. Reads the cumulative DB2-FILE
      *   result copy (same source as TRENDRPT's portfolio figures),
      *   where every row carries the lineage of the HDR batch that
      *   delivered it, and reports per source system:
      *     - volume (rows)
      *     - reject rate (IS-VALID = 0)
      *     - warning rate (valid, flagged with warnings or passed
      *       only under an approved override - severity 'O' - so a
      *       source leaning on overrides does not rank as clean)
      *     - average QUALITY-SCORE
      *     - the rule codes it fails most often
      *   for the night and for the month to date, then the sources
      *   ranked worst first on reject rate, warning rate and
      *   average quality.
      *
      *   The night is one feed date: the date on the command line
      *   (YYYYMMDD), or when none is given the newest feed date on
      *   file - same anchoring idea as TRENDRPT. Month to date is
      *   every feed date from the first of that month up to it.
      *   Rows written before lineage was carried (no source system)
      *   are counted and left out.
      *
      * Return codes:
      *   0 - scorecard produced
      *   8 - no result rows with lineage on file for the date
      *  16 - DB2-FILE could not be opened
      *
      * Version: 1.0.0
      * ================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB2-FILE ASSIGN TO EXTERNAL DB2CONN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB2-RESULT-ID
               FILE STATUS IS WS-DB2-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as VALIDATE.cbl
       FD DB2-FILE.
       01 DB2-RECORD.
           05 DB2-RESULT-ID          PIC X(20).
           05 DB2-IS-VALID           PIC 9(1).
           05 DB2-VALIDATION-ERRORS  PIC X(500).
           05 DB2-RULE-HITS REDEFINES DB2-VALIDATION-ERRORS.
               10 DB2-RULE-COUNT       PIC 9(2).
               10 DB2-RULE-CODE        PIC X(12) OCCURS 12 TIMES.
               10 DB2-ERROR-TEXT       PIC X(354).
           05 DB2-QUALITY-SCORE      PIC 9(3)V99.
           05 DB2-SEVERITY           PIC X(1).
           05 DB2-TIMESTAMP          PIC X(26).
           05 DB2-LINEAGE.
               10 DB2-SOURCE-SYSTEM  PIC X(20).
               10 DB2-FEED-DATE      PIC X(8).
               10 DB2-BATCH-NUMBER   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-DB2-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-DB2-EOF-FLAG         PIC X(1) VALUE 'N'.
       01 WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01 WS-NIGHT-DATE           PIC X(8) VALUE SPACES.
       01 WS-MONTH-START          PIC X(8) VALUE SPACES.
       01 WS-ROW-COUNT            PIC 9(9) VALUE 0.
       01 WS-NO-LINEAGE-COUNT     PIC 9(9) VALUE 0.
       01 WS-OTHER-DATE-COUNT     PIC 9(9) VALUE 0.

      * ================================================================
      * SOURCE SYSTEM TABLE - one entry per source system met, with
      * two periods each: 1 = the night, 2 = month to date. Rule
      * codes are collected as they are met, so a new catalogue code
      * needs no change here.
      * ================================================================
       01 WS-SOURCE-COUNT         PIC 9(3) VALUE 0.
       01 WS-SOURCE-MAX           PIC 9(3) VALUE 30.
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 30 TIMES.
               10 WS-SRC-NAME             PIC X(20).
               10 WS-SRC-PERIOD OCCURS 2 TIMES.
                   15 WS-SRC-ROWS         PIC 9(9).
                   15 WS-SRC-REJECTS      PIC 9(9).
                   15 WS-SRC-WARNS        PIC 9(9).
                   15 WS-SRC-QUAL-SUM     PIC 9(12)V99.
                   15 WS-SRC-RULES-USED   PIC 9(2).
                   15 WS-SRC-RULE OCCURS 40 TIMES.
                       20 WS-SRC-RULE-CODE    PIC X(12).
                       20 WS-SRC-RULE-HITS    PIC 9(9).

      *    Work fields for accumulation and ranking
       01 WS-SCORE-WORK.
           05 WS-SRC-IDX              PIC 9(3).
           05 WS-SCAN-IDX             PIC 9(3).
           05 WS-PER-IDX              PIC 9(1).
           05 WS-HIT-IDX              PIC 9(2).
           05 WS-RUL-IDX              PIC 9(2).
           05 WS-HIT-LIMIT            PIC 9(2).
           05 WS-RANK-IDX             PIC 9(3).
           05 WS-BEST-IDX             PIC 9(3).
           05 WS-RANK-COUNT           PIC 9(3).
           05 WS-TOP-IDX              PIC 9(1).
           05 WS-TOP-RULE             PIC 9(2) OCCURS 3 TIMES.
           05 WS-TOP-HITS             PIC 9(9).
           05 WS-RANK-BASIS           PIC X(1).
               88 RANK-BY-VOLUME          VALUE 'V'.
               88 RANK-BY-REJECTS         VALUE 'R'.
               88 RANK-BY-WARNINGS        VALUE 'W'.
               88 RANK-BY-QUALITY         VALUE 'Q'.
           05 WS-SORT-VALUE           PIC S9(12)V99 OCCURS 30 TIMES.
           05 WS-SORT-TAKEN           PIC X(1) OCCURS 30 TIMES.
           05 WS-RANK-ORDER           PIC 9(3) OCCURS 30 TIMES.
           05 WS-REJECT-RATE          PIC 9(3)V99.
           05 WS-WARN-RATE            PIC 9(3)V99.
           05 WS-AVG-QUALITY          PIC 9(3)V99.
           05 WS-RANK-DISP            PIC Z9.
           05 WS-ROWS-DISP            PIC Z(8)9.
           05 WS-REJECT-DISP          PIC ZZ9.99.
           05 WS-WARN-DISP            PIC ZZ9.99.
           05 WS-QUAL-DISP            PIC ZZ9.99.
           05 WS-HITS-DISP            PIC Z(6)9.
           05 WS-TOP-LINE             PIC X(66).
           05 WS-TOP-PTR              PIC 9(3).

       PROCEDURE DIVISION.
       PROGRAM-EXECUTION.
           PERFORM INITIALIZE-PROGRAM.
           IF WS-NIGHT-DATE = SPACES
               PERFORM FIND-LATEST-FEED-DATE
           END-IF.
           PERFORM ACCUMULATE-RESULTS.
           PERFORM GENERATE-SCORECARD.
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "SRCSCORE Source System Scorecard Starting".
           INITIALIZE WS-SOURCE-TABLE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE WS-COMMAND-LINE (1:8) TO WS-NIGHT-DATE
           END-IF.

      *    First pass only finds the newest feed date carried on the
      *    file, so the night and month windows have an anchor.
       FIND-LATEST-FEED-DATE.
           PERFORM OPEN-DB2-FILE.
           PERFORM UNTIL WS-DB2-EOF-FLAG = 'Y'
               READ DB2-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-DB2-EOF-FLAG
                   NOT AT END
                       IF DB2-SOURCE-SYSTEM NOT = SPACES
                               AND DB2-FEED-DATE > WS-NIGHT-DATE
                           MOVE DB2-FEED-DATE TO WS-NIGHT-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DB2-FILE.
           IF WS-NIGHT-DATE = SPACES
               DISPLAY "No result rows carry lineage - nothing to rank"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-DB2-FILE.
           MOVE 'N' TO WS-DB2-EOF-FLAG.
           OPEN INPUT DB2-FILE.
           IF WS-DB2-FILE-STATUS NOT = '00'
               DISPLAY "DB2-FILE not available - status "
                   WS-DB2-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Second pass drops every row of the month into its source's
      *    month-to-date bucket, and the night's rows into the night
      *    bucket as well.
       ACCUMULATE-RESULTS.
           MOVE WS-NIGHT-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START (7:2).
           DISPLAY "Night (feed date):          " WS-NIGHT-DATE.
           DISPLAY "Month to date from:         " WS-MONTH-START.
           PERFORM OPEN-DB2-FILE.
           PERFORM UNTIL WS-DB2-EOF-FLAG = 'Y'
               READ DB2-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-DB2-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       EVALUATE TRUE
                           WHEN DB2-SOURCE-SYSTEM = SPACES
                               ADD 1 TO WS-NO-LINEAGE-COUNT
                           WHEN DB2-FEED-DATE < WS-MONTH-START
                                   OR DB2-FEED-DATE > WS-NIGHT-DATE
                               ADD 1 TO WS-OTHER-DATE-COUNT
                           WHEN OTHER
                               PERFORM FIND-SOURCE-ENTRY
                               IF WS-SRC-IDX > 0
                                   MOVE 2 TO WS-PER-IDX
                                   PERFORM ADD-ROW-TO-PERIOD
                                   IF DB2-FEED-DATE = WS-NIGHT-DATE
                                       MOVE 1 TO WS-PER-IDX
                                       PERFORM ADD-ROW-TO-PERIOD
                                   END-IF
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE DB2-FILE.

      *    Locate the row's source system, adding it on first sight.
      *    A full table leaves WS-SRC-IDX at zero and the row uncounted.
       FIND-SOURCE-ENTRY.
           MOVE 0 TO WS-SRC-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SOURCE-COUNT
                   OR WS-SRC-IDX > 0
               IF WS-SRC-NAME (WS-SCAN-IDX) = DB2-SOURCE-SYSTEM
                   MOVE WS-SCAN-IDX TO WS-SRC-IDX
               END-IF
           END-PERFORM.
           IF WS-SRC-IDX = 0
               IF WS-SOURCE-COUNT < WS-SOURCE-MAX
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-SRC-IDX
                   MOVE DB2-SOURCE-SYSTEM TO WS-SRC-NAME (WS-SRC-IDX)
               ELSE
                   DISPLAY "Source table full - " DB2-SOURCE-SYSTEM
                       " not scored"
               END-IF
           END-IF.

       ADD-ROW-TO-PERIOD.
           ADD 1 TO WS-SRC-ROWS (WS-SRC-IDX WS-PER-IDX).
           ADD DB2-QUALITY-SCORE
               TO WS-SRC-QUAL-SUM (WS-SRC-IDX WS-PER-IDX).
           IF DB2-IS-VALID = 0
               ADD 1 TO WS-SRC-REJECTS (WS-SRC-IDX WS-PER-IDX)
           ELSE
               IF DB2-SEVERITY = 'W' OR DB2-SEVERITY = 'O'
                   ADD 1 TO WS-SRC-WARNS (WS-SRC-IDX WS-PER-IDX)
               END-IF
           END-IF.
           IF DB2-RULE-COUNT NUMERIC AND DB2-RULE-COUNT > 0
               MOVE DB2-RULE-COUNT TO WS-HIT-LIMIT
               IF WS-HIT-LIMIT > 12
                   MOVE 12 TO WS-HIT-LIMIT
               END-IF
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                       UNTIL WS-HIT-IDX > WS-HIT-LIMIT
                   PERFORM COUNT-RULE-HIT
               END-PERFORM
           END-IF.

       COUNT-RULE-HIT.
           MOVE 0 TO WS-RUL-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX >
                       WS-SRC-RULES-USED (WS-SRC-IDX WS-PER-IDX)
                   OR WS-RUL-IDX > 0
               IF WS-SRC-RULE-CODE (WS-SRC-IDX WS-PER-IDX WS-SCAN-IDX)
                       = DB2-RULE-CODE (WS-HIT-IDX)
                   MOVE WS-SCAN-IDX TO WS-RUL-IDX
               END-IF
           END-PERFORM.
           IF WS-RUL-IDX = 0
                   AND WS-SRC-RULES-USED (WS-SRC-IDX WS-PER-IDX) < 40
               ADD 1 TO WS-SRC-RULES-USED (WS-SRC-IDX WS-PER-IDX)
               MOVE WS-SRC-RULES-USED (WS-SRC-IDX WS-PER-IDX)
                   TO WS-RUL-IDX
               MOVE DB2-RULE-CODE (WS-HIT-IDX)
                   TO WS-SRC-RULE-CODE
                       (WS-SRC-IDX WS-PER-IDX WS-RUL-IDX)
           END-IF.
           IF WS-RUL-IDX > 0
               ADD 1 TO WS-SRC-RULE-HITS
                   (WS-SRC-IDX WS-PER-IDX WS-RUL-IDX)
           END-IF.

       GENERATE-SCORECARD.
           DISPLAY " ".
           DISPLAY "==================================================".
           DISPLAY "SOURCE SYSTEM SCORECARD".
           DISPLAY "==================================================".
           DISPLAY "Result rows on file:        " WS-ROW-COUNT.
           DISPLAY "Rows without lineage:       " WS-NO-LINEAGE-COUNT.
           DISPLAY "Rows outside the month:     " WS-OTHER-DATE-COUNT.
           DISPLAY "Source systems seen:        " WS-SOURCE-COUNT.
           IF WS-SOURCE-COUNT = 0
               DISPLAY "No rows for the month - nothing to rank"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-PER-IDX
               DISPLAY "=============================================="
                   "===="
               DISPLAY "THE NIGHT - feed date " WS-NIGHT-DATE
               PERFORM REPORT-PERIOD
               MOVE 2 TO WS-PER-IDX
               DISPLAY "=============================================="
                   "===="
               DISPLAY "MONTH TO DATE - " WS-MONTH-START " to "
                   WS-NIGHT-DATE
               PERFORM REPORT-PERIOD
           END-IF.
           DISPLAY "==================================================".

      *    The period's sources by volume with their rates and top
      *    failing rules, then the three worst-first rankings.
       REPORT-PERIOD.
           MOVE 'V' TO WS-RANK-BASIS.
           PERFORM RANK-SOURCES.
           IF WS-RANK-COUNT = 0
               DISPLAY "  No rows in this period"
           ELSE
               DISPLAY "  RK SOURCE SYSTEM             ROWS  REJ %"
                   "  WARN %  AVG QUAL"
               PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                       UNTIL WS-RANK-IDX > WS-RANK-COUNT
                   MOVE WS-RANK-ORDER (WS-RANK-IDX) TO WS-SRC-IDX
                   PERFORM SHOW-SOURCE-LINE
               END-PERFORM
               DISPLAY "  ------------------------------------------"
               DISPLAY "  Worst reject rate:"
               MOVE 'R' TO WS-RANK-BASIS
               PERFORM SHOW-RANKING
               DISPLAY "  Worst warning rate:"
               MOVE 'W' TO WS-RANK-BASIS
               PERFORM SHOW-RANKING
               DISPLAY "  Lowest average quality:"
               MOVE 'Q' TO WS-RANK-BASIS
               PERFORM SHOW-RANKING
           END-IF.

       SHOW-SOURCE-LINE.
           PERFORM COMPUTE-SOURCE-RATES.
           MOVE WS-RANK-IDX TO WS-RANK-DISP.
           MOVE WS-SRC-ROWS (WS-SRC-IDX WS-PER-IDX) TO WS-ROWS-DISP.
           DISPLAY "  " WS-RANK-DISP " " WS-SRC-NAME (WS-SRC-IDX)
               " " WS-ROWS-DISP " " WS-REJECT-DISP
               "  " WS-WARN-DISP "    " WS-QUAL-DISP.
           PERFORM FIND-TOP-RULES.
           IF WS-TOP-LINE NOT = SPACES
               DISPLAY "       top rules: " WS-TOP-LINE
           END-IF.

       SHOW-RANKING.
           PERFORM RANK-SOURCES.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-COUNT
               MOVE WS-RANK-ORDER (WS-RANK-IDX) TO WS-SRC-IDX
               PERFORM COMPUTE-SOURCE-RATES
               MOVE WS-RANK-IDX TO WS-RANK-DISP
               EVALUATE TRUE
                   WHEN RANK-BY-REJECTS
                       DISPLAY "    " WS-RANK-DISP " "
                           WS-SRC-NAME (WS-SRC-IDX) " "
                           WS-REJECT-DISP " %"
                   WHEN RANK-BY-WARNINGS
                       DISPLAY "    " WS-RANK-DISP " "
                           WS-SRC-NAME (WS-SRC-IDX) " "
                           WS-WARN-DISP " %"
                   WHEN OTHER
                       DISPLAY "    " WS-RANK-DISP " "
                           WS-SRC-NAME (WS-SRC-IDX) " "
                           WS-QUAL-DISP
               END-EVALUATE
           END-PERFORM.

       COMPUTE-SOURCE-RATES.
           MOVE 0 TO WS-REJECT-RATE.
           MOVE 0 TO WS-WARN-RATE.
           MOVE 0 TO WS-AVG-QUALITY.
           IF WS-SRC-ROWS (WS-SRC-IDX WS-PER-IDX) > 0
               COMPUTE WS-REJECT-RATE ROUNDED =
                   WS-SRC-REJECTS (WS-SRC-IDX WS-PER-IDX) * 100
                   / WS-SRC-ROWS (WS-SRC-IDX WS-PER-IDX)
               COMPUTE WS-WARN-RATE ROUNDED =
                   WS-SRC-WARNS (WS-SRC-IDX WS-PER-IDX) * 100
                   / WS-SRC-ROWS (WS-SRC-IDX WS-PER-IDX)
               COMPUTE WS-AVG-QUALITY ROUNDED =
                   WS-SRC-QUAL-SUM (WS-SRC-IDX WS-PER-IDX)
                   / WS-SRC-ROWS (WS-SRC-IDX WS-PER-IDX)
           END-IF.
           MOVE WS-REJECT-RATE TO WS-REJECT-DISP.
           MOVE WS-WARN-RATE TO WS-WARN-DISP.
           MOVE WS-AVG-QUALITY TO WS-QUAL-DISP.

      *    Order the sources with rows in the period, highest sort
      *    value first. Average quality ranks lowest first, so its
      *    value goes in negated.
       RANK-SOURCES.
           MOVE 0 TO WS-RANK-COUNT.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               PERFORM COMPUTE-SOURCE-RATES
               EVALUATE TRUE
                   WHEN RANK-BY-VOLUME
                       MOVE WS-SRC-ROWS (WS-SRC-IDX WS-PER-IDX)
                           TO WS-SORT-VALUE (WS-SRC-IDX)
                   WHEN RANK-BY-REJECTS
                       MOVE WS-REJECT-RATE TO WS-SORT-VALUE (WS-SRC-IDX)
                   WHEN RANK-BY-WARNINGS
                       MOVE WS-WARN-RATE TO WS-SORT-VALUE (WS-SRC-IDX)
                   WHEN RANK-BY-QUALITY
                       COMPUTE WS-SORT-VALUE (WS-SRC-IDX) =
                           0 - WS-AVG-QUALITY
               END-EVALUATE
               IF WS-SRC-ROWS (WS-SRC-IDX WS-PER-IDX) > 0
                   MOVE 'N' TO WS-SORT-TAKEN (WS-SRC-IDX)
               ELSE
                   MOVE 'Y' TO WS-SORT-TAKEN (WS-SRC-IDX)
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-BEST-IDX = 0
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-SOURCE-COUNT
                   IF WS-SORT-TAKEN (WS-SCAN-IDX) = 'N'
                       IF WS-BEST-IDX = 0
                           MOVE WS-SCAN-IDX TO WS-BEST-IDX
                       ELSE
                           IF WS-SORT-VALUE (WS-SCAN-IDX) >
                                   WS-SORT-VALUE (WS-BEST-IDX)
                               MOVE WS-SCAN-IDX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX > 0
                   MOVE 'Y' TO WS-SORT-TAKEN (WS-BEST-IDX)
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-BEST-IDX TO WS-RANK-ORDER (WS-RANK-COUNT)
               END-IF
           END-PERFORM.

      *    The three rule codes the source hit most in the period,
      *    with their hit counts, as one line
       FIND-TOP-RULES.
           MOVE SPACES TO WS-TOP-LINE.
           MOVE 1 TO WS-TOP-PTR.
           MOVE 0 TO WS-TOP-RULE (1).
           MOVE 0 TO WS-TOP-RULE (2).
           MOVE 0 TO WS-TOP-RULE (3).
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1 UNTIL WS-TOP-IDX > 3
               MOVE 0 TO WS-TOP-HITS
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX >
                           WS-SRC-RULES-USED (WS-SRC-IDX WS-PER-IDX)
                   IF WS-SRC-RULE-HITS
                           (WS-SRC-IDX WS-PER-IDX WS-RUL-IDX)
                           > WS-TOP-HITS
                       AND WS-RUL-IDX NOT = WS-TOP-RULE (1)
                       AND WS-RUL-IDX NOT = WS-TOP-RULE (2)
                       MOVE WS-RUL-IDX TO WS-TOP-RULE (WS-TOP-IDX)
                       MOVE WS-SRC-RULE-HITS
                           (WS-SRC-IDX WS-PER-IDX WS-RUL-IDX)
                           TO WS-TOP-HITS
                   END-IF
               END-PERFORM
               IF WS-TOP-HITS > 0
                   MOVE WS-TOP-HITS TO WS-HITS-DISP
                   MOVE WS-TOP-RULE (WS-TOP-IDX) TO WS-RUL-IDX
                   STRING WS-SRC-RULE-CODE
                           (WS-SRC-IDX WS-PER-IDX WS-RUL-IDX)
                           DELIMITED BY SPACE
                       " x" DELIMITED BY SIZE
                       WS-HITS-DISP DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       INTO WS-TOP-LINE
                       WITH POINTER WS-TOP-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.
