       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALPROF.
       AUTHOR. AI Data Validation Team.
       DATE-WRITTEN. October 15, 2026.

      * ================================================================
      * VALPROF - Feed Value Profiling and Drift Report
      * ================================================================
      * Purpose: TRENDRPT watches failure rates and QUALITY-SCORE,
      *   but a feed can change meaning and still pass every rule -
      *   BANK-INCOME arriving in thousands, ECOM-RATING all zeros.
      *   This program looks at the values themselves. It reads the
      *   night's VALIDATION-INPUT and, per HDR batch and per
      *   domain, profiles:
      *     - each numeric field: records, zero count, blank (non-
      *       numeric) count, min, max, mean and a five-band
      *       distribution over compiled-in band limits
      *     - each code field: distinct values and blank count
      *   Each batch is compared with a rolling baseline per field
      *   (UT-S-PROFBASE) and a field drifts when
      *     - its mean moves by more than the mean tolerance, taken
      *       as a percentage of the larger of batch and baseline
      *       (so a x1000 shift reads as 99.9%, never overflows)
      *     - its zero+blank share moves by more than the zero
      *       tolerance in percentage points
      *     - a code field's distinct count moves by more than the
      *       mean tolerance (reported, never severe)
      *   Beyond the severe tolerances the batch is severe. A
      *   severe batch is left out of the baseline so the baseline
      *   does not learn the bad feed; everything else is folded in.
      *   A feed date already folded is not folded again, so a
      *   rerun of the same night reports but leaves the baseline
      *   alone. No drift is judged until a field has a baseline of
      *   the minimum number of batches.
      *
      *   Tolerances, window and minimum come from the optional
      *   UT-S-PROFPARM, defaulting as BANKING-VALIDATOR does.
      *   One profile row per batch and field goes to UT-S-VALPROF.
      *
      * Return codes:
      *   0 - profiled, no drift
      *   4 - drift beyond tolerance reported
      *   8 - severe drift - VALCTL holds VALEXTR on this. Once the
      *       change is understood, record VALPROF's end with RC 0
      *       to release it.
      *  16 - VALIDATION-INPUT could not be opened
      *
      * Version: 1.0.0
      * ================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALIDATION-INPUT ASSIGN TO UT-S-VALJOB
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO UT-S-VALPROF
               FILE STATUS IS WS-PROF-FILE-STATUS.
      *    Rolling baseline, one row per profiled field - read at
      *    start, written back whole at the end like the checkpoint.
           SELECT BASELINE-FILE ASSIGN TO UT-S-PROFBASE
               FILE STATUS IS WS-BASE-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO UT-S-PROFPARM
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same record layouts as VALIDATE.cbl
       FD VALIDATION-INPUT.
       01 VALIDATION-RECORD.
           05 RECORD-ID           PIC X(20).
           05 DOMAIN              PIC X(20).
           05 ACCOUNT-DATA        PIC X(500).
           05 BANKING-REC REDEFINES ACCOUNT-DATA.
               10 BANK-ACCT-HOLDER    PIC X(100).
               10 BANK-AGE             PIC 9(3).
               10 BANK-INCOME          PIC 9(10)V99.
               10 BANK-CREDIT-SCORE    PIC 9(4).
               10 BANK-SSN             PIC X(11).
               10 BANK-ACCT-TYPE       PIC X(20).
               10 FILLER               PIC X(350).
           05 HEALTHCARE-REC REDEFINES ACCOUNT-DATA.
               10 HEALTH-PATIENT-NAME PIC X(100).
               10 HEALTH-AGE           PIC 9(3).
               10 HEALTH-BLOOD-GROUP   PIC X(5).
               10 HEALTH-HEART-RATE    PIC 9(3).
               10 HEALTH-CHOLESTEROL   PIC 9(3).
               10 HEALTH-MEDICATION    PIC X(100).
               10 FILLER               PIC X(286).
           05 ECOMMERCE-REC REDEFINES ACCOUNT-DATA.
               10 ECOM-PRODUCT-NAME   PIC X(200).
               10 ECOM-PRICE          PIC 9(10)V99.
               10 ECOM-STOCK          PIC 9(9).
               10 ECOM-RATING         PIC 9V99.
               10 ECOM-CATEGORY       PIC X(50).
               10 FILLER               PIC X(226).
           05 INSURANCE-REC REDEFINES ACCOUNT-DATA.
               10 INS-POLICY-NUMBER        PIC X(20).
               10 INS-PREMIUM-AMOUNT       PIC 9(10)V99.
               10 INS-COVERAGE-TYPE        PIC X(30).
               10 INS-CLAIM-HISTORY-COUNT  PIC 9(3).
               10 FILLER                   PIC X(435).
           05 TIMESTAMP           PIC X(26).
       01 FEED-CONTROL-RECORD.
           05 CTL-RECORD-TYPE     PIC X(3).
               88 FEED-HEADER-RECORD   VALUE 'HDR'.
               88 FEED-TRAILER-RECORD  VALUE 'TRL'.
           05 CTL-HEADER-FIELDS.
               10 HDR-FEED-DATE        PIC X(8).
               10 HDR-BATCH-NUMBER     PIC 9(6).
               10 HDR-SOURCE-SYSTEM    PIC X(20).
               10 FILLER               PIC X(529).

      *    One row per batch and profiled field
       FD PROFILE-FILE.
       01 PROFILE-RECORD.
           05 PROF-FEED-DATE         PIC X(8).
           05 PROF-BATCH-NUMBER      PIC 9(6).
           05 PROF-SOURCE-SYSTEM     PIC X(20).
           05 PROF-DOMAIN            PIC X(10).
           05 PROF-FIELD-NAME        PIC X(24).
           05 PROF-FIELD-KIND        PIC X(1).
               88 PROF-NUMERIC-FIELD     VALUE 'N'.
               88 PROF-CODE-FIELD        VALUE 'C'.
           05 PROF-RECORD-COUNT      PIC 9(7).
           05 PROF-ZERO-COUNT        PIC 9(7).
           05 PROF-BLANK-COUNT       PIC 9(7).
           05 PROF-MIN-VALUE         PIC 9(10)V99.
           05 PROF-MAX-VALUE         PIC 9(10)V99.
           05 PROF-MEAN-VALUE        PIC 9(10)V99.
           05 PROF-BAND-COUNT        PIC 9(7) OCCURS 5 TIMES.
           05 PROF-DISTINCT-COUNT    PIC 9(5).
      *    'Y' when more distinct values arrived than are tracked
           05 PROF-DISTINCT-OVERFLOW PIC X(1).
           05 PROF-BASE-BATCHES      PIC 9(5).
           05 PROF-BASE-MEAN         PIC 9(10)V99.
           05 PROF-BASE-ZERO-PCT     PIC 9(3)V99.
           05 PROF-BASE-DISTINCT     PIC 9(5)V99.
           05 PROF-DRIFT-FLAG        PIC X(1).
               88 PROF-NO-DRIFT          VALUE ' '.
               88 PROF-DRIFT-REPORTED    VALUE 'D'.
               88 PROF-DRIFT-SEVERE      VALUE 'S'.
           05 PROF-TIMESTAMP         PIC X(26).

       FD BASELINE-FILE.
       01 BASELINE-RECORD.
           05 PBASE-FIELD-NAME       PIC X(24).
           05 PBASE-DOMAIN           PIC X(10).
           05 PBASE-BATCHES          PIC 9(5).
           05 PBASE-MEAN             PIC 9(10)V99.
           05 PBASE-ZERO-PCT         PIC 9(3)V99.
           05 PBASE-DISTINCT         PIC 9(5)V99.
      *    Newest feed date folded in - a rerun does not refold it
           05 PBASE-LAST-FEED-DATE   PIC X(8).
           05 PBASE-TIMESTAMP        PIC X(26).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-MEAN-PCT          PIC 9(3)V9.
           05 PARM-MEAN-SEVERE-PCT   PIC 9(3)V9.
           05 PARM-ZERO-PTS          PIC 9(3)V9.
           05 PARM-ZERO-SEVERE-PTS   PIC 9(3)V9.
           05 PARM-WINDOW            PIC 9(3).
           05 PARM-MIN-BATCHES       PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-PROF-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-BASE-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-FLAG             PIC X(1) VALUE 'N'.
       01 WS-BASE-EOF-FLAG        PIC X(1) VALUE 'N'.

      *    Tolerances - defaults apply without a parameter file
       01 WS-TOLERANCES.
           05 WS-MEAN-PCT             PIC 9(3)V9 VALUE 25.0.
           05 WS-MEAN-SEVERE-PCT      PIC 9(3)V9 VALUE 75.0.
           05 WS-ZERO-PTS             PIC 9(3)V9 VALUE 20.0.
           05 WS-ZERO-SEVERE-PTS      PIC 9(3)V9 VALUE 50.0.
           05 WS-WINDOW               PIC 9(3) VALUE 20.
           05 WS-MIN-BATCHES          PIC 9(3) VALUE 5.

      * ================================================================
      * FIELD DEFINITIONS - 1 to 10 the numeric fields with their four
      * band upper limits (band 5 is everything above the fourth),
      * 11 to 14 the code fields. Band limits are fixed so a night's
      * bands can be read against any other night's.
      * ================================================================
       01 WS-FIELD-DEF-VALUES.
           05 FILLER PIC X(24) VALUE 'BANK-AGE'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC 9(10)V99 VALUE 17.
           05 FILLER PIC 9(10)V99 VALUE 34.
           05 FILLER PIC 9(10)V99 VALUE 49.
           05 FILLER PIC 9(10)V99 VALUE 64.
           05 FILLER PIC X(24) VALUE 'BANK-INCOME'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC 9(10)V99 VALUE 24999.99.
           05 FILLER PIC 9(10)V99 VALUE 49999.99.
           05 FILLER PIC 9(10)V99 VALUE 99999.99.
           05 FILLER PIC 9(10)V99 VALUE 249999.99.
           05 FILLER PIC X(24) VALUE 'BANK-CREDIT-SCORE'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC 9(10)V99 VALUE 579.
           05 FILLER PIC 9(10)V99 VALUE 669.
           05 FILLER PIC 9(10)V99 VALUE 739.
           05 FILLER PIC 9(10)V99 VALUE 799.
           05 FILLER PIC X(24) VALUE 'HEALTH-HEART-RATE'.
           05 FILLER PIC X(10) VALUE 'healthcare'.
           05 FILLER PIC 9(10)V99 VALUE 59.
           05 FILLER PIC 9(10)V99 VALUE 79.
           05 FILLER PIC 9(10)V99 VALUE 99.
           05 FILLER PIC 9(10)V99 VALUE 119.
           05 FILLER PIC X(24) VALUE 'HEALTH-CHOLESTEROL'.
           05 FILLER PIC X(10) VALUE 'healthcare'.
           05 FILLER PIC 9(10)V99 VALUE 159.
           05 FILLER PIC 9(10)V99 VALUE 199.
           05 FILLER PIC 9(10)V99 VALUE 239.
           05 FILLER PIC 9(10)V99 VALUE 279.
           05 FILLER PIC X(24) VALUE 'ECOM-PRICE'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC 9(10)V99 VALUE 9.99.
           05 FILLER PIC 9(10)V99 VALUE 49.99.
           05 FILLER PIC 9(10)V99 VALUE 199.99.
           05 FILLER PIC 9(10)V99 VALUE 999.99.
           05 FILLER PIC X(24) VALUE 'ECOM-STOCK'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC 9(10)V99 VALUE 9.
           05 FILLER PIC 9(10)V99 VALUE 99.
           05 FILLER PIC 9(10)V99 VALUE 999.
           05 FILLER PIC 9(10)V99 VALUE 9999.
           05 FILLER PIC X(24) VALUE 'ECOM-RATING'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC 9(10)V99 VALUE 0.99.
           05 FILLER PIC 9(10)V99 VALUE 1.99.
           05 FILLER PIC 9(10)V99 VALUE 2.99.
           05 FILLER PIC 9(10)V99 VALUE 3.99.
           05 FILLER PIC X(24) VALUE 'INS-PREMIUM-AMOUNT'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC 9(10)V99 VALUE 499.99.
           05 FILLER PIC 9(10)V99 VALUE 999.99.
           05 FILLER PIC 9(10)V99 VALUE 2499.99.
           05 FILLER PIC 9(10)V99 VALUE 4999.99.
           05 FILLER PIC X(24) VALUE 'INS-CLAIM-HISTORY-COUNT'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC 9(10)V99 VALUE 0.
           05 FILLER PIC 9(10)V99 VALUE 1.
           05 FILLER PIC 9(10)V99 VALUE 3.
           05 FILLER PIC 9(10)V99 VALUE 5.
           05 FILLER PIC X(24) VALUE 'BANK-ACCT-TYPE'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC 9(10)V99 VALUE 0 OCCURS 4 TIMES.
           05 FILLER PIC X(24) VALUE 'HEALTH-BLOOD-GROUP'.
           05 FILLER PIC X(10) VALUE 'healthcare'.
           05 FILLER PIC 9(10)V99 VALUE 0 OCCURS 4 TIMES.
           05 FILLER PIC X(24) VALUE 'ECOM-CATEGORY'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC 9(10)V99 VALUE 0 OCCURS 4 TIMES.
           05 FILLER PIC X(24) VALUE 'INS-COVERAGE-TYPE'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC 9(10)V99 VALUE 0 OCCURS 4 TIMES.
       01 WS-FIELD-DEFS REDEFINES WS-FIELD-DEF-VALUES.
           05 WS-FIELD-DEF OCCURS 14 TIMES.
               10 WS-FDEF-NAME         PIC X(24).
               10 WS-FDEF-DOMAIN       PIC X(10).
               10 WS-FDEF-BAND-LIMIT   PIC 9(10)V99 OCCURS 4 TIMES.
       01 WS-FIELD-COUNT          PIC 9(2) VALUE 14.
       01 WS-NUMERIC-FIELD-COUNT  PIC 9(2) VALUE 10.
       01 WS-FIRST-CODE-FIELD     PIC 9(2) VALUE 11.

      * ================================================================
      * PER-BATCH ACCUMULATORS - cleared at each HDR
      * ================================================================
       01 WS-BATCH-STATS.
           05 WS-FSTAT OCCURS 14 TIMES.
               10 WS-FSTAT-COUNT       PIC 9(7).
               10 WS-FSTAT-ZERO        PIC 9(7).
               10 WS-FSTAT-BLANK       PIC 9(7).
               10 WS-FSTAT-MIN         PIC 9(10)V99.
               10 WS-FSTAT-MAX         PIC 9(10)V99.
               10 WS-FSTAT-SUM         PIC 9(15)V99.
               10 WS-FSTAT-MEAN        PIC 9(10)V99.
               10 WS-FSTAT-BAND        PIC 9(7) OCCURS 5 TIMES.
               10 WS-FSTAT-DISTINCT    PIC 9(5).
               10 WS-FSTAT-OVERFLOW    PIC X(1).
               10 WS-FSTAT-DRIFT       PIC X(1).
       01 WS-DISTINCT-MAX         PIC 9(3) VALUE 200.
       01 WS-DISTINCT-VALUES.
           05 WS-DVAL-FIELD OCCURS 4 TIMES.
               10 WS-DVAL              PIC X(30) OCCURS 200 TIMES.

       01 WS-BATCH-CONTROL.
           05 WS-BATCH-OPEN-FLAG      PIC X(1) VALUE 'N'.
           05 WS-BATCH-FEED-DATE      PIC X(8) VALUE SPACES.
           05 WS-BATCH-NUMBER         PIC 9(6) VALUE 0.
           05 WS-BATCH-SOURCE         PIC X(20) VALUE SPACES.
           05 WS-BATCH-SEVERE-FLAG    PIC X(1) VALUE 'N'.
           05 WS-BATCH-BANK-COUNT     PIC 9(7) VALUE 0.
           05 WS-BATCH-HEALTH-COUNT   PIC 9(7) VALUE 0.
           05 WS-BATCH-ECOM-COUNT     PIC 9(7) VALUE 0.
           05 WS-BATCH-INS-COUNT      PIC 9(7) VALUE 0.
           05 WS-BATCH-CLM-COUNT      PIC 9(7) VALUE 0.
           05 WS-BATCH-OTHER-COUNT    PIC 9(7) VALUE 0.

      * ================================================================
      * ROLLING BASELINE - one entry per field definition. The prior
      * feed date is the one on file at start of run: only batches
      * with a later feed date fold in.
      * ================================================================
       01 WS-BASELINE-TABLE.
           05 WS-BASE OCCURS 14 TIMES.
               10 WS-BASE-BATCHES      PIC 9(5).
               10 WS-BASE-MEAN         PIC 9(10)V99.
               10 WS-BASE-ZERO-PCT     PIC 9(3)V99.
               10 WS-BASE-DISTINCT     PIC 9(5)V99.
               10 WS-BASE-LAST-FEED    PIC X(8).
               10 WS-BASE-PRIOR-FEED   PIC X(8).

       01 WS-PROFILE-WORK.
           05 WS-FLD-IDX              PIC 9(2).
           05 WS-CODE-IDX             PIC 9(2).
           05 WS-BAND-IDX             PIC 9(1).
           05 WS-LIMIT-IDX            PIC 9(1).
           05 WS-FOLDED-FLAG          PIC X(1).
           05 WS-DVAL-IDX             PIC 9(3).
           05 WS-FOUND-FLAG           PIC X(1).
           05 WS-FIELD-VALUE          PIC 9(10)V99.
           05 WS-FIELD-BLANK-FLAG     PIC X(1).
           05 WS-CODE-VALUE           PIC X(30).
           05 WS-VALUED-COUNT         PIC 9(7).
           05 WS-ZERO-PCT             PIC 9(3)V99.
           05 WS-LARGER-VALUE         PIC 9(10)V99.
           05 WS-DIFF-VALUE           PIC S9(10)V99.
           05 WS-DRIFT-PCT            PIC 9(3)V99.
           05 WS-DIVISOR              PIC 9(5).
           05 WS-DRIFT-REASON         PIC X(30).

       01 WS-RUN-COUNTS.
           05 WS-INPUT-COUNT          PIC 9(7) VALUE 0.
           05 WS-BATCH-COUNT          PIC 9(5) VALUE 0.
           05 WS-PROFILE-ROW-COUNT    PIC 9(7) VALUE 0.
           05 WS-DRIFT-FIELD-COUNT    PIC 9(5) VALUE 0.
           05 WS-SEVERE-FIELD-COUNT   PIC 9(5) VALUE 0.
           05 WS-SEVERE-BATCH-COUNT   PIC 9(5) VALUE 0.
           05 WS-FOLDED-BATCH-COUNT   PIC 9(5) VALUE 0.

      *    Report edit fields
       01 WS-EDIT-AMOUNT          PIC Z(9)9.99.
       01 WS-EDIT-MIN             PIC Z(9)9.99.
       01 WS-EDIT-MAX             PIC Z(9)9.99.
       01 WS-EDIT-BASE            PIC Z(9)9.99.
       01 WS-EDIT-PCT             PIC ZZ9.99.
       01 WS-EDIT-BASE-PCT        PIC ZZ9.99.
       01 WS-EDIT-DISTINCT        PIC ZZZZ9.
       01 WS-EDIT-BASE-DISTINCT   PIC ZZZZ9.99.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY             PIC X(4).
           05 WS-CDT-MM               PIC X(2).
           05 WS-CDT-DD               PIC X(2).
           05 WS-CDT-HH               PIC X(2).
           05 WS-CDT-MIN              PIC X(2).
           05 WS-CDT-SS               PIC X(2).
           05 FILLER                  PIC X(7).
       01 WS-TIMESTAMP            PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-EXECUTION.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM PROFILE-INPUT.
           PERFORM WRITE-BASELINE.
           PERFORM GENERATE-SUMMARY.
           PERFORM CLOSE-FILES.
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "VALPROF Feed Profiling Starting".
           PERFORM SET-TIMESTAMP.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-BASELINE.
           OPEN INPUT VALIDATION-INPUT.
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open VALIDATION-INPUT - status "
                   WS-INPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROFILE-FILE.

       READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   NOT AT END
                       MOVE PARM-MEAN-PCT TO WS-MEAN-PCT
                       MOVE PARM-MEAN-SEVERE-PCT TO WS-MEAN-SEVERE-PCT
                       MOVE PARM-ZERO-PTS TO WS-ZERO-PTS
                       MOVE PARM-ZERO-SEVERE-PTS TO WS-ZERO-SEVERE-PTS
                       MOVE PARM-WINDOW TO WS-WINDOW
                       MOVE PARM-MIN-BATCHES TO WS-MIN-BATCHES
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.
           IF WS-WINDOW = 0
               MOVE 1 TO WS-WINDOW
           END-IF.

      *    No baseline file yet is the first night - every field
      *    starts empty and drift judging waits for the minimum.
       LOAD-BASELINE.
           INITIALIZE WS-BASELINE-TABLE.
           OPEN INPUT BASELINE-FILE.
           IF WS-BASE-FILE-STATUS NOT = '00'
               DISPLAY "No profile baseline on file - starting one"
           ELSE
               PERFORM UNTIL WS-BASE-EOF-FLAG = 'Y'
                   READ BASELINE-FILE
                       AT END MOVE 'Y' TO WS-BASE-EOF-FLAG
                       NOT AT END PERFORM APPLY-BASELINE-ROW
                   END-READ
               END-PERFORM
               CLOSE BASELINE-FILE
           END-IF.

      *    Matched by field name, so the file's row order and any
      *    field no longer profiled do not matter.
       APPLY-BASELINE-ROW.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF PBASE-FIELD-NAME = WS-FDEF-NAME (WS-FLD-IDX)
                   MOVE PBASE-BATCHES TO WS-BASE-BATCHES (WS-FLD-IDX)
                   MOVE PBASE-MEAN TO WS-BASE-MEAN (WS-FLD-IDX)
                   MOVE PBASE-ZERO-PCT
                       TO WS-BASE-ZERO-PCT (WS-FLD-IDX)
                   MOVE PBASE-DISTINCT
                       TO WS-BASE-DISTINCT (WS-FLD-IDX)
                   MOVE PBASE-LAST-FEED-DATE
                       TO WS-BASE-LAST-FEED (WS-FLD-IDX)
                   MOVE PBASE-LAST-FEED-DATE
                       TO WS-BASE-PRIOR-FEED (WS-FLD-IDX)
               END-IF
           END-PERFORM.

      *    HDR opens a batch, TRL closes it. Details met outside any
      *    HDR/TRL pair are profiled as one unheaded batch.
       PROFILE-INPUT.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ VALIDATION-INPUT
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FEED-HEADER-RECORD
                               IF WS-BATCH-OPEN-FLAG = 'Y'
                                   PERFORM FINISH-BATCH
                               END-IF
                               PERFORM START-BATCH
                           WHEN FEED-TRAILER-RECORD
                               IF WS-BATCH-OPEN-FLAG = 'Y'
                                   PERFORM FINISH-BATCH
                               END-IF
                           WHEN OTHER
                               IF WS-BATCH-OPEN-FLAG = 'N'
                                   PERFORM START-UNHEADED-BATCH
                               END-IF
                               ADD 1 TO WS-INPUT-COUNT
                               PERFORM PROFILE-DETAIL
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-BATCH-OPEN-FLAG = 'Y'
               PERFORM FINISH-BATCH
           END-IF.

       START-BATCH.
           PERFORM CLEAR-BATCH-STATS.
           MOVE HDR-FEED-DATE TO WS-BATCH-FEED-DATE.
           MOVE HDR-BATCH-NUMBER TO WS-BATCH-NUMBER.
           MOVE HDR-SOURCE-SYSTEM TO WS-BATCH-SOURCE.

       START-UNHEADED-BATCH.
           PERFORM CLEAR-BATCH-STATS.
           MOVE SPACES TO WS-BATCH-FEED-DATE.
           MOVE 0 TO WS-BATCH-NUMBER.
           MOVE 'NO HEADER' TO WS-BATCH-SOURCE.

       CLEAR-BATCH-STATS.
           INITIALIZE WS-BATCH-STATS.
           INITIALIZE WS-BATCH-CONTROL.
           MOVE 'Y' TO WS-BATCH-OPEN-FLAG.
           MOVE 'N' TO WS-BATCH-SEVERE-FLAG.
           MOVE SPACES TO WS-DISTINCT-VALUES.

       PROFILE-DETAIL.
           EVALUATE DOMAIN
               WHEN 'banking'
                   ADD 1 TO WS-BATCH-BANK-COUNT
                   PERFORM PROFILE-BANKING
               WHEN 'healthcare'
                   ADD 1 TO WS-BATCH-HEALTH-COUNT
                   PERFORM PROFILE-HEALTHCARE
               WHEN 'ecommerce'
                   ADD 1 TO WS-BATCH-ECOM-COUNT
                   PERFORM PROFILE-ECOMMERCE
               WHEN 'insurance'
                   ADD 1 TO WS-BATCH-INS-COUNT
                   PERFORM PROFILE-INSURANCE
               WHEN 'claims'
                   ADD 1 TO WS-BATCH-CLM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BATCH-OTHER-COUNT
           END-EVALUATE.

      *    Each field is moved to the common work value with its
      *    blank flag set when it is not numeric, then accumulated
      *    against its field-definition slot.
       PROFILE-BANKING.
           MOVE 1 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF BANK-AGE NUMERIC
               MOVE BANK-AGE TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 2 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF BANK-INCOME NUMERIC
               MOVE BANK-INCOME TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 3 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF BANK-CREDIT-SCORE NUMERIC
               MOVE BANK-CREDIT-SCORE TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 11 TO WS-FLD-IDX.
           MOVE BANK-ACCT-TYPE TO WS-CODE-VALUE.
           PERFORM ACCUMULATE-CODE.

       PROFILE-HEALTHCARE.
           MOVE 4 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF HEALTH-HEART-RATE NUMERIC
               MOVE HEALTH-HEART-RATE TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 5 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF HEALTH-CHOLESTEROL NUMERIC
               MOVE HEALTH-CHOLESTEROL TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 12 TO WS-FLD-IDX.
           MOVE HEALTH-BLOOD-GROUP TO WS-CODE-VALUE.
           PERFORM ACCUMULATE-CODE.

       PROFILE-ECOMMERCE.
           MOVE 6 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF ECOM-PRICE NUMERIC
               MOVE ECOM-PRICE TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 7 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF ECOM-STOCK NUMERIC
               MOVE ECOM-STOCK TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 8 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF ECOM-RATING NUMERIC
               MOVE ECOM-RATING TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 13 TO WS-FLD-IDX.
           MOVE ECOM-CATEGORY TO WS-CODE-VALUE.
           PERFORM ACCUMULATE-CODE.

       PROFILE-INSURANCE.
           MOVE 9 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF INS-PREMIUM-AMOUNT NUMERIC
               MOVE INS-PREMIUM-AMOUNT TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 10 TO WS-FLD-IDX.
           MOVE 'N' TO WS-FIELD-BLANK-FLAG.
           IF INS-CLAIM-HISTORY-COUNT NUMERIC
               MOVE INS-CLAIM-HISTORY-COUNT TO WS-FIELD-VALUE
           ELSE
               MOVE 'Y' TO WS-FIELD-BLANK-FLAG
           END-IF.
           PERFORM ACCUMULATE-NUMERIC.
           MOVE 14 TO WS-FLD-IDX.
           MOVE INS-COVERAGE-TYPE TO WS-CODE-VALUE.
           PERFORM ACCUMULATE-CODE.

       ACCUMULATE-NUMERIC.
           ADD 1 TO WS-FSTAT-COUNT (WS-FLD-IDX).
           IF WS-FIELD-BLANK-FLAG = 'Y'
               ADD 1 TO WS-FSTAT-BLANK (WS-FLD-IDX)
           ELSE
               IF WS-FIELD-VALUE = 0
                   ADD 1 TO WS-FSTAT-ZERO (WS-FLD-IDX)
               END-IF
               COMPUTE WS-VALUED-COUNT = WS-FSTAT-COUNT (WS-FLD-IDX)
                   - WS-FSTAT-BLANK (WS-FLD-IDX)
               IF WS-VALUED-COUNT = 1
                   MOVE WS-FIELD-VALUE TO WS-FSTAT-MIN (WS-FLD-IDX)
                   MOVE WS-FIELD-VALUE TO WS-FSTAT-MAX (WS-FLD-IDX)
               ELSE
                   IF WS-FIELD-VALUE < WS-FSTAT-MIN (WS-FLD-IDX)
                       MOVE WS-FIELD-VALUE
                           TO WS-FSTAT-MIN (WS-FLD-IDX)
                   END-IF
                   IF WS-FIELD-VALUE > WS-FSTAT-MAX (WS-FLD-IDX)
                       MOVE WS-FIELD-VALUE
                           TO WS-FSTAT-MAX (WS-FLD-IDX)
                   END-IF
               END-IF
               ADD WS-FIELD-VALUE TO WS-FSTAT-SUM (WS-FLD-IDX)
               MOVE 5 TO WS-BAND-IDX
               PERFORM VARYING WS-LIMIT-IDX FROM 4 BY -1
                       UNTIL WS-LIMIT-IDX < 1
                   IF WS-FIELD-VALUE NOT >
                           WS-FDEF-BAND-LIMIT (WS-FLD-IDX, WS-LIMIT-IDX)
                       MOVE WS-LIMIT-IDX TO WS-BAND-IDX
                   END-IF
               END-PERFORM
               ADD 1 TO WS-FSTAT-BAND (WS-FLD-IDX, WS-BAND-IDX)
           END-IF.

      *    Distinct values are tracked up to the table size; past it
      *    the count is a floor and the overflow flag says so.
       ACCUMULATE-CODE.
           ADD 1 TO WS-FSTAT-COUNT (WS-FLD-IDX).
           IF WS-CODE-VALUE = SPACES
               ADD 1 TO WS-FSTAT-BLANK (WS-FLD-IDX)
           ELSE
               COMPUTE WS-CODE-IDX = WS-FLD-IDX
                   - WS-FIRST-CODE-FIELD + 1
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING WS-DVAL-IDX FROM 1 BY 1
                       UNTIL WS-DVAL-IDX
                               > WS-FSTAT-DISTINCT (WS-FLD-IDX)
                          OR WS-FOUND-FLAG = 'Y'
                   IF WS-DVAL (WS-CODE-IDX, WS-DVAL-IDX)
                           = WS-CODE-VALUE
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-FOUND-FLAG = 'N'
                   IF WS-FSTAT-DISTINCT (WS-FLD-IDX) < WS-DISTINCT-MAX
                       ADD 1 TO WS-FSTAT-DISTINCT (WS-FLD-IDX)
                       MOVE WS-CODE-VALUE TO WS-DVAL (WS-CODE-IDX,
                           WS-FSTAT-DISTINCT (WS-FLD-IDX))
                   ELSE
                       MOVE 'Y' TO WS-FSTAT-OVERFLOW (WS-FLD-IDX)
                   END-IF
               END-IF
           END-IF.

      * ================================================================
      * END OF BATCH - judge each field against its baseline, report
      * and write the profile rows, then fold the batch into the
      * baseline unless it drifted severely.
      * ================================================================
       FINISH-BATCH.
           ADD 1 TO WS-BATCH-COUNT.
           PERFORM SET-TIMESTAMP.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "BATCH PROFILE - feed " WS-BATCH-FEED-DATE
               " batch " WS-BATCH-NUMBER " " WS-BATCH-SOURCE.
           DISPLAY "==========================================".
           DISPLAY "Banking records:            " WS-BATCH-BANK-COUNT.
           DISPLAY "Healthcare records:         "
               WS-BATCH-HEALTH-COUNT.
           DISPLAY "Ecommerce records:          " WS-BATCH-ECOM-COUNT.
           DISPLAY "Insurance records:          " WS-BATCH-INS-COUNT.
           DISPLAY "Claims records:             " WS-BATCH-CLM-COUNT.
           DISPLAY "Other domains:              "
               WS-BATCH-OTHER-COUNT.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               IF WS-FSTAT-COUNT (WS-FLD-IDX) > 0
                   PERFORM FINISH-FIELD
               END-IF
           END-PERFORM.
           IF WS-BATCH-SEVERE-FLAG = 'Y'
               ADD 1 TO WS-SEVERE-BATCH-COUNT
               DISPLAY "SEVERE DRIFT - batch held out of the baseline"
           ELSE
               PERFORM FOLD-BATCH-INTO-BASELINE
           END-IF.
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.

       FINISH-FIELD.
           MOVE SPACE TO WS-FSTAT-DRIFT (WS-FLD-IDX).
           IF WS-FLD-IDX < WS-FIRST-CODE-FIELD
               PERFORM COMPUTE-FIELD-MEAN
               PERFORM REPORT-NUMERIC-FIELD
               IF WS-BASE-BATCHES (WS-FLD-IDX) NOT < WS-MIN-BATCHES
                   PERFORM CHECK-NUMERIC-DRIFT
               END-IF
           ELSE
               PERFORM REPORT-CODE-FIELD
               IF WS-BASE-BATCHES (WS-FLD-IDX) NOT < WS-MIN-BATCHES
                   PERFORM CHECK-CODE-DRIFT
               END-IF
           END-IF.
           PERFORM WRITE-PROFILE-ROW.

       COMPUTE-FIELD-MEAN.
           COMPUTE WS-VALUED-COUNT = WS-FSTAT-COUNT (WS-FLD-IDX)
               - WS-FSTAT-BLANK (WS-FLD-IDX).
           IF WS-VALUED-COUNT > 0
               COMPUTE WS-FSTAT-MEAN (WS-FLD-IDX) ROUNDED =
                   WS-FSTAT-SUM (WS-FLD-IDX) / WS-VALUED-COUNT
           ELSE
               MOVE 0 TO WS-FSTAT-MEAN (WS-FLD-IDX)
           END-IF.
           COMPUTE WS-ZERO-PCT ROUNDED =
               (WS-FSTAT-ZERO (WS-FLD-IDX)
                + WS-FSTAT-BLANK (WS-FLD-IDX))
               * 100 / WS-FSTAT-COUNT (WS-FLD-IDX).

       REPORT-NUMERIC-FIELD.
           MOVE WS-FSTAT-MIN (WS-FLD-IDX) TO WS-EDIT-MIN.
           MOVE WS-FSTAT-MAX (WS-FLD-IDX) TO WS-EDIT-MAX.
           MOVE WS-FSTAT-MEAN (WS-FLD-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY WS-FDEF-NAME (WS-FLD-IDX)
               " n=" WS-FSTAT-COUNT (WS-FLD-IDX)
               " zero=" WS-FSTAT-ZERO (WS-FLD-IDX)
               " blank=" WS-FSTAT-BLANK (WS-FLD-IDX).
           DISPLAY "    min " WS-EDIT-MIN " max " WS-EDIT-MAX
               " mean " WS-EDIT-AMOUNT.
           DISPLAY "    bands " WS-FSTAT-BAND (WS-FLD-IDX, 1)
               " " WS-FSTAT-BAND (WS-FLD-IDX, 2)
               " " WS-FSTAT-BAND (WS-FLD-IDX, 3)
               " " WS-FSTAT-BAND (WS-FLD-IDX, 4)
               " " WS-FSTAT-BAND (WS-FLD-IDX, 5).

       REPORT-CODE-FIELD.
           MOVE WS-FSTAT-DISTINCT (WS-FLD-IDX) TO WS-EDIT-DISTINCT.
           IF WS-FSTAT-OVERFLOW (WS-FLD-IDX) = 'Y'
               DISPLAY WS-FDEF-NAME (WS-FLD-IDX)
                   " n=" WS-FSTAT-COUNT (WS-FLD-IDX)
                   " blank=" WS-FSTAT-BLANK (WS-FLD-IDX)
                   " distinct=" WS-EDIT-DISTINCT " or more"
           ELSE
               DISPLAY WS-FDEF-NAME (WS-FLD-IDX)
                   " n=" WS-FSTAT-COUNT (WS-FLD-IDX)
                   " blank=" WS-FSTAT-BLANK (WS-FLD-IDX)
                   " distinct=" WS-EDIT-DISTINCT
           END-IF.

      *    Mean movement as a share of the larger of the two, so the
      *    figure stays between 0 and 100 whichever way it moved.
       CHECK-NUMERIC-DRIFT.
           IF WS-FSTAT-MEAN (WS-FLD-IDX) > WS-BASE-MEAN (WS-FLD-IDX)
               MOVE WS-FSTAT-MEAN (WS-FLD-IDX) TO WS-LARGER-VALUE
           ELSE
               MOVE WS-BASE-MEAN (WS-FLD-IDX) TO WS-LARGER-VALUE
           END-IF.
           IF WS-LARGER-VALUE > 0
               COMPUTE WS-DIFF-VALUE = WS-FSTAT-MEAN (WS-FLD-IDX)
                   - WS-BASE-MEAN (WS-FLD-IDX)
               IF WS-DIFF-VALUE < 0
                   COMPUTE WS-DIFF-VALUE = 0 - WS-DIFF-VALUE
               END-IF
               COMPUTE WS-DRIFT-PCT ROUNDED =
                   WS-DIFF-VALUE * 100 / WS-LARGER-VALUE
               IF WS-DRIFT-PCT > WS-MEAN-PCT
                   MOVE WS-FSTAT-MEAN (WS-FLD-IDX) TO WS-EDIT-AMOUNT
                   MOVE WS-BASE-MEAN (WS-FLD-IDX) TO WS-EDIT-BASE
                   MOVE WS-DRIFT-PCT TO WS-EDIT-PCT
                   DISPLAY "  DRIFT mean " WS-EDIT-AMOUNT
                       " vs baseline " WS-EDIT-BASE
                       " (" WS-EDIT-PCT "%)"
                   IF WS-DRIFT-PCT > WS-MEAN-SEVERE-PCT
                       PERFORM MARK-FIELD-SEVERE
                   ELSE
                       PERFORM MARK-FIELD-DRIFT
                   END-IF
               END-IF
           END-IF.
           IF WS-ZERO-PCT > WS-BASE-ZERO-PCT (WS-FLD-IDX)
               COMPUTE WS-DRIFT-PCT = WS-ZERO-PCT
                   - WS-BASE-ZERO-PCT (WS-FLD-IDX)
           ELSE
               COMPUTE WS-DRIFT-PCT = WS-BASE-ZERO-PCT (WS-FLD-IDX)
                   - WS-ZERO-PCT
           END-IF.
           IF WS-DRIFT-PCT > WS-ZERO-PTS
               MOVE WS-ZERO-PCT TO WS-EDIT-PCT
               MOVE WS-BASE-ZERO-PCT (WS-FLD-IDX) TO WS-EDIT-BASE-PCT
               DISPLAY "  DRIFT zero/blank " WS-EDIT-PCT
                   "% vs baseline " WS-EDIT-BASE-PCT "%"
               IF WS-DRIFT-PCT > WS-ZERO-SEVERE-PTS
                   PERFORM MARK-FIELD-SEVERE
               ELSE
                   PERFORM MARK-FIELD-DRIFT
               END-IF
           END-IF.

      *    A changed spread of codes is worth a look but is never
      *    severe on its own - new products and plans arrive.
       CHECK-CODE-DRIFT.
           IF WS-FSTAT-DISTINCT (WS-FLD-IDX)
                   > WS-BASE-DISTINCT (WS-FLD-IDX)
               MOVE WS-FSTAT-DISTINCT (WS-FLD-IDX) TO WS-LARGER-VALUE
           ELSE
               MOVE WS-BASE-DISTINCT (WS-FLD-IDX) TO WS-LARGER-VALUE
           END-IF.
           IF WS-LARGER-VALUE > 0
               COMPUTE WS-DIFF-VALUE = WS-FSTAT-DISTINCT (WS-FLD-IDX)
                   - WS-BASE-DISTINCT (WS-FLD-IDX)
               IF WS-DIFF-VALUE < 0
                   COMPUTE WS-DIFF-VALUE = 0 - WS-DIFF-VALUE
               END-IF
               COMPUTE WS-DRIFT-PCT ROUNDED =
                   WS-DIFF-VALUE * 100 / WS-LARGER-VALUE
               IF WS-DRIFT-PCT > WS-MEAN-PCT
                   MOVE WS-BASE-DISTINCT (WS-FLD-IDX)
                       TO WS-EDIT-BASE-DISTINCT
                   MOVE WS-DRIFT-PCT TO WS-EDIT-PCT
                   DISPLAY "  DRIFT distinct " WS-EDIT-DISTINCT
                       " vs baseline " WS-EDIT-BASE-DISTINCT
                       " (" WS-EDIT-PCT "%)"
                   PERFORM MARK-FIELD-DRIFT
               END-IF
           END-IF.

       MARK-FIELD-DRIFT.
           IF WS-FSTAT-DRIFT (WS-FLD-IDX) = SPACE
               MOVE 'D' TO WS-FSTAT-DRIFT (WS-FLD-IDX)
               ADD 1 TO WS-DRIFT-FIELD-COUNT
           END-IF.

       MARK-FIELD-SEVERE.
           IF WS-FSTAT-DRIFT (WS-FLD-IDX) = SPACE
               ADD 1 TO WS-DRIFT-FIELD-COUNT
           END-IF.
           IF WS-FSTAT-DRIFT (WS-FLD-IDX) NOT = 'S'
               MOVE 'S' TO WS-FSTAT-DRIFT (WS-FLD-IDX)
               ADD 1 TO WS-SEVERE-FIELD-COUNT
           END-IF.
           MOVE 'Y' TO WS-BATCH-SEVERE-FLAG.

       WRITE-PROFILE-ROW.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE WS-BATCH-FEED-DATE TO PROF-FEED-DATE.
           MOVE WS-BATCH-NUMBER TO PROF-BATCH-NUMBER.
           MOVE WS-BATCH-SOURCE TO PROF-SOURCE-SYSTEM.
           MOVE WS-FDEF-DOMAIN (WS-FLD-IDX) TO PROF-DOMAIN.
           MOVE WS-FDEF-NAME (WS-FLD-IDX) TO PROF-FIELD-NAME.
           IF WS-FLD-IDX < WS-FIRST-CODE-FIELD
               MOVE 'N' TO PROF-FIELD-KIND
           ELSE
               MOVE 'C' TO PROF-FIELD-KIND
           END-IF.
           MOVE WS-FSTAT-COUNT (WS-FLD-IDX) TO PROF-RECORD-COUNT.
           MOVE WS-FSTAT-ZERO (WS-FLD-IDX) TO PROF-ZERO-COUNT.
           MOVE WS-FSTAT-BLANK (WS-FLD-IDX) TO PROF-BLANK-COUNT.
           MOVE WS-FSTAT-MIN (WS-FLD-IDX) TO PROF-MIN-VALUE.
           MOVE WS-FSTAT-MAX (WS-FLD-IDX) TO PROF-MAX-VALUE.
           MOVE WS-FSTAT-MEAN (WS-FLD-IDX) TO PROF-MEAN-VALUE.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
               MOVE WS-FSTAT-BAND (WS-FLD-IDX, WS-BAND-IDX)
                   TO PROF-BAND-COUNT (WS-BAND-IDX)
           END-PERFORM.
           MOVE WS-FSTAT-DISTINCT (WS-FLD-IDX) TO PROF-DISTINCT-COUNT.
           MOVE WS-FSTAT-OVERFLOW (WS-FLD-IDX)
               TO PROF-DISTINCT-OVERFLOW.
           MOVE WS-BASE-BATCHES (WS-FLD-IDX) TO PROF-BASE-BATCHES.
           MOVE WS-BASE-MEAN (WS-FLD-IDX) TO PROF-BASE-MEAN.
           MOVE WS-BASE-ZERO-PCT (WS-FLD-IDX) TO PROF-BASE-ZERO-PCT.
           MOVE WS-BASE-DISTINCT (WS-FLD-IDX) TO PROF-BASE-DISTINCT.
           MOVE WS-FSTAT-DRIFT (WS-FLD-IDX) TO PROF-DRIFT-FLAG.
           MOVE WS-TIMESTAMP TO PROF-TIMESTAMP.
           WRITE PROFILE-RECORD.
           ADD 1 TO WS-PROFILE-ROW-COUNT.

      *    Rolling mean over the window: until the window fills each
      *    batch weighs 1/n, after that 1/window, so old nights fade
      *    out without a history file. An unheaded batch, or a feed
      *    date this baseline already holds, is not folded.
       FOLD-BATCH-INTO-BASELINE.
           MOVE 'N' TO WS-FOLDED-FLAG.
           IF WS-BATCH-FEED-DATE NOT = SPACES
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > WS-FIELD-COUNT
                   IF WS-FSTAT-COUNT (WS-FLD-IDX) > 0
                       AND WS-BATCH-FEED-DATE
                           > WS-BASE-PRIOR-FEED (WS-FLD-IDX)
                       PERFORM FOLD-FIELD
                       MOVE 'Y' TO WS-FOLDED-FLAG
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOLDED-FLAG = 'Y'
               ADD 1 TO WS-FOLDED-BATCH-COUNT
           END-IF.

       FOLD-FIELD.
           IF WS-BASE-BATCHES (WS-FLD-IDX) < 99999
               ADD 1 TO WS-BASE-BATCHES (WS-FLD-IDX)
           END-IF.
           IF WS-BASE-BATCHES (WS-FLD-IDX) < WS-WINDOW
               MOVE WS-BASE-BATCHES (WS-FLD-IDX) TO WS-DIVISOR
           ELSE
               MOVE WS-WINDOW TO WS-DIVISOR
           END-IF.
           IF WS-FLD-IDX < WS-FIRST-CODE-FIELD
               COMPUTE WS-DIFF-VALUE = WS-FSTAT-MEAN (WS-FLD-IDX)
                   - WS-BASE-MEAN (WS-FLD-IDX)
               COMPUTE WS-BASE-MEAN (WS-FLD-IDX) ROUNDED =
                   WS-BASE-MEAN (WS-FLD-IDX)
                   + WS-DIFF-VALUE / WS-DIVISOR
               COMPUTE WS-ZERO-PCT ROUNDED =
                   (WS-FSTAT-ZERO (WS-FLD-IDX)
                    + WS-FSTAT-BLANK (WS-FLD-IDX))
                   * 100 / WS-FSTAT-COUNT (WS-FLD-IDX)
               COMPUTE WS-DIFF-VALUE = WS-ZERO-PCT
                   - WS-BASE-ZERO-PCT (WS-FLD-IDX)
               COMPUTE WS-BASE-ZERO-PCT (WS-FLD-IDX) ROUNDED =
                   WS-BASE-ZERO-PCT (WS-FLD-IDX)
                   + WS-DIFF-VALUE / WS-DIVISOR
           ELSE
               COMPUTE WS-DIFF-VALUE = WS-FSTAT-DISTINCT (WS-FLD-IDX)
                   - WS-BASE-DISTINCT (WS-FLD-IDX)
               COMPUTE WS-BASE-DISTINCT (WS-FLD-IDX) ROUNDED =
                   WS-BASE-DISTINCT (WS-FLD-IDX)
                   + WS-DIFF-VALUE / WS-DIVISOR
           END-IF.
           IF WS-BATCH-FEED-DATE > WS-BASE-LAST-FEED (WS-FLD-IDX)
               MOVE WS-BATCH-FEED-DATE TO WS-BASE-LAST-FEED (WS-FLD-IDX)
           END-IF.

       WRITE-BASELINE.
           PERFORM SET-TIMESTAMP.
           OPEN OUTPUT BASELINE-FILE.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               MOVE SPACES TO BASELINE-RECORD
               MOVE WS-FDEF-NAME (WS-FLD-IDX) TO PBASE-FIELD-NAME
               MOVE WS-FDEF-DOMAIN (WS-FLD-IDX) TO PBASE-DOMAIN
               MOVE WS-BASE-BATCHES (WS-FLD-IDX) TO PBASE-BATCHES
               MOVE WS-BASE-MEAN (WS-FLD-IDX) TO PBASE-MEAN
               MOVE WS-BASE-ZERO-PCT (WS-FLD-IDX) TO PBASE-ZERO-PCT
               MOVE WS-BASE-DISTINCT (WS-FLD-IDX) TO PBASE-DISTINCT
               MOVE WS-BASE-LAST-FEED (WS-FLD-IDX)
                   TO PBASE-LAST-FEED-DATE
               MOVE WS-TIMESTAMP TO PBASE-TIMESTAMP
               WRITE BASELINE-RECORD
           END-PERFORM.
           CLOSE BASELINE-FILE.

       GENERATE-SUMMARY.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "FEED PROFILE SUMMARY".
           DISPLAY "==========================================".
           DISPLAY "Input Details Read:         " WS-INPUT-COUNT.
           DISPLAY "Batches Profiled:           " WS-BATCH-COUNT.
           DISPLAY "Profile Rows Written:       " WS-PROFILE-ROW-COUNT.
           DISPLAY "Fields Drifted:             " WS-DRIFT-FIELD-COUNT.
           DISPLAY "  of which severe:          "
               WS-SEVERE-FIELD-COUNT.
           DISPLAY "Batches Severe:             "
               WS-SEVERE-BATCH-COUNT.
           DISPLAY "Batches Into Baseline:      "
               WS-FOLDED-BATCH-COUNT.
           DISPLAY "==========================================".
           EVALUATE TRUE
               WHEN WS-SEVERE-FIELD-COUNT > 0
                   DISPLAY "SEVERE FEED DRIFT - hold VALEXTR until "
                       "the change is understood"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DRIFT-FIELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       CLOSE-FILES.
           CLOSE VALIDATION-INPUT.
           CLOSE PROFILE-FILE.
           DISPLAY "VALPROF terminated".

       SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
                   WS-CDT-HH "." WS-CDT-MIN "." WS-CDT-SS ".000000"
               DELIMITED BY SIZE INTO WS-TIMESTAMP.
