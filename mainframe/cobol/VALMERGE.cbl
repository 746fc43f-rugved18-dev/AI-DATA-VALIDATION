       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALMERGE.
       AUTHOR. AI Data Validation Team.
       DATE-WRITTEN. October 15, 2026.

      * ================================================================
      * VALMERGE - Combine the Parallel VALIDATE Streams
      * ================================================================
      * Purpose: After the VALSPLIT streams (VALIDATE1-5) have all
      *   ended, put their sequential outputs back together so
      *   VALRECON, VALEXTR, SUSPAGE, TRENDRPT and the Python side
      *   see exactly the files a single VALIDATE would have left:
      *     - responses: every 'D' row, then ONE 'T' trailer summing
      *       the streams' trailers
      *     - warnings, duplicates (the streams' own plus VALSPLIT's
      *       cross-stream pairs), rule violations and variances:
      *       copied through
      *     - exception log, batch control: appended to the
      *       night-to-night files
      *     - run history: ONE record summing the streams' totals,
      *       per-domain breakdown and quality sums, run mode
      *       PARALLEL
      *   Each input is the concatenation of the stream datasets in
      *   stream order (UT-S-MRGRESP, MRGWARN, MRGDUPS, MRGRULV,
      *   MRGVARR, MRGEXCP, MRGHIST, MRGBATCH); the outputs are the
      *   usual VALIDATE DDs.
      *
      *   Balancing comes first. The k-th response trailer must
      *   carry stream k's detail count off VALSPLIT's manifest
      *   (UT-S-SPLTCTL), and there must be one run-history record
      *   per stream. Out of balance - a stream missing, abended or
      *   run twice - the appended files are left untouched so the
      *   stream can be restarted and the merge rerun. A merge whose
      *   batches are already on UT-S-VALBATCH has already run and
      *   is refused, so a rerun never appends twice.
      *
      * Return codes:
      *   0 - streams merged and in balance
      *   4 - merged; more response rows than the trailers count (a
      *       restarted stream repeats rows between its last
      *       checkpoint and the abend - the Python side dedups)
      *   8 - out of balance; nothing appended, hold downstream
      *  16 - no manifest, or this night's merge already ran
      *
      * Version: 1.0.0
      * ================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-CONTROL-FILE ASSIGN TO UT-S-SPLTCTL
               FILE STATUS IS WS-SCTL-FILE-STATUS.
      *    Concatenated stream outputs
           SELECT MERGE-RESPONSE-IN ASSIGN TO UT-S-MRGRESP
               FILE STATUS IS WS-MRESP-FILE-STATUS.
           SELECT MERGE-WARNINGS-IN ASSIGN TO UT-S-MRGWARN
               FILE STATUS IS WS-MWARN-FILE-STATUS.
           SELECT MERGE-DUPLICATES-IN ASSIGN TO UT-S-MRGDUPS
               FILE STATUS IS WS-MDUPS-FILE-STATUS.
           SELECT MERGE-RULV-IN ASSIGN TO UT-S-MRGRULV
               FILE STATUS IS WS-MRULV-FILE-STATUS.
           SELECT MERGE-VARIANCE-IN ASSIGN TO UT-S-MRGVARR
               FILE STATUS IS WS-MVARR-FILE-STATUS.
           SELECT MERGE-EXCEPTION-IN ASSIGN TO UT-S-MRGEXCP
               FILE STATUS IS WS-MEXCP-FILE-STATUS.
           SELECT MERGE-HISTORY-IN ASSIGN TO UT-S-MRGHIST
               FILE STATUS IS WS-MHIST-FILE-STATUS.
           SELECT MERGE-BATCH-IN ASSIGN TO UT-S-MRGBATCH
               FILE STATUS IS WS-MBATCH-FILE-STATUS.
      *    The night's combined outputs
           SELECT RESPONSE-FILE ASSIGN TO UT-S-VALRESP
               FILE STATUS IS WS-RESP-FILE-STATUS.
           SELECT WARNINGS-REPORT ASSIGN TO UT-S-VALWARN
               FILE STATUS IS WS-WARN-FILE-STATUS.
           SELECT DUPLICATES-REPORT ASSIGN TO UT-S-VALDUPS
               FILE STATUS IS WS-DUPS-FILE-STATUS.
           SELECT RULE-VIOLATION-FILE ASSIGN TO UT-S-VALRULV
               FILE STATUS IS WS-RULV-FILE-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO UT-S-VALVARR
               FILE STATUS IS WS-VARR-FILE-STATUS.
           SELECT EXCEPTION-LOG ASSIGN TO UT-S-VALEXCP
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO UT-S-VALHIST
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO UT-S-VALBATCH
               FILE STATUS IS WS-BATCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    VALSPLIT's manifest - one row per stream, in stream order
       FD SPLIT-CONTROL-FILE.
       01 SPLIT-CONTROL-RECORD.
           05 SCTL-STREAM-NUMBER     PIC 9(1).
           05 SCTL-STEP-NAME         PIC X(10).
           05 SCTL-DESCRIPTION       PIC X(30).
           05 SCTL-DETAIL-COUNT      PIC 9(7).
           05 SCTL-BATCH-COUNT       PIC 9(5).
           05 SCTL-TIMESTAMP         PIC X(26).

      *    Same layouts as VALIDATE.cbl. Files only copied through
      *    are carried as plain record images.
       FD MERGE-RESPONSE-IN.
       01 MRESP-RECORD.
           05 MRESP-RECORD-TYPE      PIC X(1).
               88 MRESP-DETAIL           VALUE 'D'.
               88 MRESP-TRAILER          VALUE 'T'.
           05 FILLER                 PIC X(527).
       01 MRESP-TRAILER-RECORD.
           05 FILLER                 PIC X(1).
           05 MRESP-TRL-RECORD-COUNT PIC 9(7).
           05 MRESP-TRL-VALID-COUNT  PIC 9(7).
           05 MRESP-TRL-ERROR-COUNT  PIC 9(7).
           05 FILLER                 PIC X(506).
       FD MERGE-WARNINGS-IN.
       01 MWARN-RECORD            PIC X(140).
       FD MERGE-DUPLICATES-IN.
       01 MDUPS-RECORD            PIC X(59).
       FD MERGE-RULV-IN.
       01 MRULV-RECORD            PIC X(159).
       FD MERGE-VARIANCE-IN.
       01 MVARR-RECORD            PIC X(174).
       FD MERGE-EXCEPTION-IN.
       01 MEXCP-RECORD            PIC X(600).
       FD MERGE-HISTORY-IN.
       01 MHIST-RECORD.
           05 MHIST-RUN-TIMESTAMP    PIC X(26).
           05 MHIST-RUN-MODE         PIC X(10).
           05 MHIST-RECORD-COUNT     PIC 9(7).
           05 MHIST-VALID-COUNT      PIC 9(7).
           05 MHIST-ERROR-COUNT      PIC 9(7).
           05 MHIST-WARN-COUNT       PIC 9(7).
      *    WS-DOMAIN-STATISTICS image - every counter is 9(7)
           05 MHIST-DOMAIN-STAT      PIC 9(7) OCCURS 40 TIMES.
           05 MHIST-BANK-QUAL-SUM    PIC 9(10)V99.
           05 MHIST-HEALTH-QUAL-SUM  PIC 9(10)V99.
           05 MHIST-ECOM-QUAL-SUM    PIC 9(10)V99.
           05 MHIST-INS-QUAL-SUM     PIC 9(10)V99.
           05 MHIST-CLM-QUAL-SUM     PIC 9(10)V99.
           05 MHIST-REF-AS-OF-DATE   PIC X(8).
           05 MHIST-REF-VERSION      PIC 9(5) OCCURS 6 TIMES.
       FD MERGE-BATCH-IN.
       01 MBATCH-RECORD.
           05 MBATCH-PROCESSED-NUMBER PIC 9(6).

       FD RESPONSE-FILE.
       01 RESPONSE-RECORD         PIC X(528).
       01 RESPONSE-TRAILER-RECORD.
           05 RESP-TRL-RECORD-TYPE   PIC X(1).
           05 RESP-TRL-RECORD-COUNT  PIC 9(7).
           05 RESP-TRL-VALID-COUNT   PIC 9(7).
           05 RESP-TRL-ERROR-COUNT   PIC 9(7).
           05 FILLER                 PIC X(506).
       FD WARNINGS-REPORT.
       01 WARNING-RECORD          PIC X(140).
       FD DUPLICATES-REPORT.
       01 DUPLICATE-RECORD        PIC X(59).
       FD RULE-VIOLATION-FILE.
       01 RULE-VIOLATION-RECORD   PIC X(159).
       FD VARIANCE-REPORT.
       01 VARIANCE-RECORD         PIC X(174).
       FD EXCEPTION-LOG.
       01 EXCEPTION-RECORD        PIC X(600).
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HIST-RUN-TIMESTAMP     PIC X(26).
           05 HIST-RUN-MODE          PIC X(10).
           05 HIST-RECORD-COUNT      PIC 9(7).
           05 HIST-VALID-COUNT       PIC 9(7).
           05 HIST-ERROR-COUNT       PIC 9(7).
           05 HIST-WARN-COUNT        PIC 9(7).
           05 HIST-DOMAIN-STAT       PIC 9(7) OCCURS 40 TIMES.
           05 HIST-BANK-QUAL-SUM     PIC 9(10)V99.
           05 HIST-HEALTH-QUAL-SUM   PIC 9(10)V99.
           05 HIST-ECOM-QUAL-SUM     PIC 9(10)V99.
           05 HIST-INS-QUAL-SUM      PIC 9(10)V99.
           05 HIST-CLM-QUAL-SUM      PIC 9(10)V99.
           05 HIST-REF-AS-OF-DATE    PIC X(8).
           05 HIST-REF-VERSION       PIC 9(5) OCCURS 6 TIMES.
       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD.
           05 BATCH-PROCESSED-NUMBER  PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-SCTL-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-MRESP-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-MWARN-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-MDUPS-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-MRULV-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-MVARR-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-MEXCP-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-MHIST-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-MBATCH-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-RESP-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-WARN-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-DUPS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RULV-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-VARR-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EXCP-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-HIST-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-BATCH-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-FLAG             PIC X(1) VALUE 'N'.
       01 WS-BALANCED-FLAG        PIC X(1) VALUE 'Y'.
       01 WS-MERGED-FLAG          PIC X(1) VALUE 'N'.
       01 WS-FOUND-FLAG           PIC X(1) VALUE 'N'.

      *    Expected detail count per stream, off the manifest
       01 WS-STREAM-COUNT         PIC 9(1) VALUE 0.
       01 WS-STREAM-IDX           PIC 9(1) VALUE 0.
       01 WS-STREAM-TABLE.
           05 WS-STREAM OCCURS 5 TIMES.
               10 WS-STRM-STEP-NAME    PIC X(10).
               10 WS-STRM-EXPECTED     PIC 9(7).
               10 WS-STRM-TRAILER-CNT  PIC 9(7).
       01 WS-EXPECTED-TOTAL       PIC 9(7) VALUE 0.

      *    This night's batch numbers, as the streams recorded them
       01 WS-NIGHT-BATCH-COUNT    PIC 9(3) VALUE 0.
       01 WS-BATCH-IDX            PIC 9(3) VALUE 0.
       01 WS-NIGHT-BATCH-TABLE.
           05 WS-NIGHT-BATCH      PIC 9(6) OCCURS 999 TIMES.

       01 WS-MERGE-COUNTS.
           05 WS-RESP-DETAIL-COUNT    PIC 9(7) VALUE 0.
           05 WS-TRAILER-COUNT        PIC 9(3) VALUE 0.
           05 WS-WARN-COUNT           PIC 9(7) VALUE 0.
           05 WS-DUPS-COUNT           PIC 9(7) VALUE 0.
           05 WS-RULV-COUNT           PIC 9(7) VALUE 0.
           05 WS-VARR-COUNT           PIC 9(7) VALUE 0.
           05 WS-EXCP-COUNT           PIC 9(7) VALUE 0.
           05 WS-HIST-IN-COUNT        PIC 9(3) VALUE 0.

      *    Running sums for the single trailer and history record
       01 WS-TRAILER-SUMS.
           05 WS-TRL-RECORD-COUNT     PIC 9(7) VALUE 0.
           05 WS-TRL-VALID-COUNT      PIC 9(7) VALUE 0.
           05 WS-TRL-ERROR-COUNT      PIC 9(7) VALUE 0.
       01 WS-HISTORY-SUMS.
           05 WS-HSUM-RECORD-COUNT    PIC 9(7) VALUE 0.
           05 WS-HSUM-VALID-COUNT     PIC 9(7) VALUE 0.
           05 WS-HSUM-ERROR-COUNT     PIC 9(7) VALUE 0.
           05 WS-HSUM-WARN-COUNT      PIC 9(7) VALUE 0.
           05 WS-HSUM-DOMAIN-STAT     PIC 9(7) OCCURS 40 TIMES.
           05 WS-HSUM-BANK-QUAL-SUM   PIC 9(10)V99 VALUE 0.
           05 WS-HSUM-HEALTH-QUAL-SUM PIC 9(10)V99 VALUE 0.
           05 WS-HSUM-ECOM-QUAL-SUM   PIC 9(10)V99 VALUE 0.
           05 WS-HSUM-INS-QUAL-SUM    PIC 9(10)V99 VALUE 0.
           05 WS-HSUM-CLM-QUAL-SUM    PIC 9(10)V99 VALUE 0.
           05 WS-HSUM-REF-AS-OF-DATE  PIC X(8) VALUE SPACES.
           05 WS-HSUM-REF-VERSION     PIC 9(5) OCCURS 6 TIMES.
       01 WS-STAT-IDX             PIC 9(2) VALUE 0.
       01 WS-REF-IDX              PIC 9(1) VALUE 0.

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
           DISPLAY "VALMERGE Stream Merge Starting".
           PERFORM SET-TIMESTAMP.
           INITIALIZE WS-HISTORY-SUMS.
           PERFORM READ-SPLIT-CONTROL.
           PERFORM LOAD-NIGHT-BATCHES.
           PERFORM CHECK-ALREADY-MERGED.
           PERFORM MERGE-RESPONSES.
           PERFORM SUM-RUN-HISTORY.
           PERFORM COPY-REPORT-FILES.
           IF WS-BALANCED-FLAG = 'Y'
               PERFORM APPEND-EXCEPTIONS
               PERFORM WRITE-MERGED-HISTORY
               PERFORM APPEND-NIGHT-BATCHES
           END-IF.
           PERFORM GENERATE-SUMMARY.
           DISPLAY "VALMERGE terminated".
           STOP RUN.

       READ-SPLIT-CONTROL.
           INITIALIZE WS-STREAM-TABLE.
           OPEN INPUT SPLIT-CONTROL-FILE.
           IF WS-SCTL-FILE-STATUS NOT = '00'
               DISPLAY "No VALSPLIT manifest - status "
                   WS-SCTL-FILE-STATUS " - run VALSPLIT first"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SPLIT-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-STREAM-COUNT < 5
                           ADD 1 TO WS-STREAM-COUNT
                           MOVE SCTL-STEP-NAME
                               TO WS-STRM-STEP-NAME (WS-STREAM-COUNT)
                           MOVE SCTL-DETAIL-COUNT
                               TO WS-STRM-EXPECTED (WS-STREAM-COUNT)
                           ADD SCTL-DETAIL-COUNT TO WS-EXPECTED-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPLIT-CONTROL-FILE.

      *    Every stream records every batch; the distinct numbers are
      *    the night's batches.
       LOAD-NIGHT-BATCHES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MERGE-BATCH-IN.
           IF WS-MBATCH-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MERGE-BATCH-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM ADD-NIGHT-BATCH
               END-READ
           END-PERFORM.
           IF WS-MBATCH-FILE-STATUS NOT = '35'
               CLOSE MERGE-BATCH-IN
           END-IF.

       ADD-NIGHT-BATCH.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-NIGHT-BATCH-COUNT
               IF WS-NIGHT-BATCH (WS-BATCH-IDX)
                       = MBATCH-PROCESSED-NUMBER
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               IF WS-NIGHT-BATCH-COUNT < 999
                   ADD 1 TO WS-NIGHT-BATCH-COUNT
                   MOVE MBATCH-PROCESSED-NUMBER
                       TO WS-NIGHT-BATCH (WS-NIGHT-BATCH-COUNT)
               ELSE
                   DISPLAY "More than 999 batches in one night - "
                       "batch " MBATCH-PROCESSED-NUMBER " not recorded"
                   MOVE 'N' TO WS-BALANCED-FLAG
               END-IF
           END-IF.

      *    VALSPLIT refused any batch already on the night-to-night
      *    file, so finding one there now means this merge already
      *    appended it.
       CHECK-ALREADY-MERGED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BATCH-CONTROL-FILE.
           IF WS-BATCH-FILE-STATUS = '35'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BATCH-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                               UNTIL WS-BATCH-IDX
                                   > WS-NIGHT-BATCH-COUNT
                           IF WS-NIGHT-BATCH (WS-BATCH-IDX)
                                   = BATCH-PROCESSED-NUMBER
                               MOVE 'Y' TO WS-MERGED-FLAG
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-BATCH-FILE-STATUS NOT = '35'
               CLOSE BATCH-CONTROL-FILE
           END-IF.
           IF WS-MERGED-FLAG = 'Y'
               DISPLAY "This night's batches are already on "
                   "BATCH-CONTROL-FILE - merge already completed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Details straight through; each stream's trailer is checked
      *    against that stream's manifest count and folded into the
      *    one trailer written at the end.
       MERGE-RESPONSES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MERGE-RESPONSE-IN.
           IF WS-MRESP-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MERGE-RESPONSE-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MRESP-TRAILER
                           PERFORM FOLD-STREAM-TRAILER
                       ELSE
                           WRITE RESPONSE-RECORD FROM MRESP-RECORD
                           ADD 1 TO WS-RESP-DETAIL-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MRESP-FILE-STATUS NOT = '35'
               CLOSE MERGE-RESPONSE-IN
           END-IF.
           MOVE SPACES TO RESPONSE-TRAILER-RECORD.
           MOVE 'T' TO RESP-TRL-RECORD-TYPE.
           MOVE WS-TRL-RECORD-COUNT TO RESP-TRL-RECORD-COUNT.
           MOVE WS-TRL-VALID-COUNT TO RESP-TRL-VALID-COUNT.
           MOVE WS-TRL-ERROR-COUNT TO RESP-TRL-ERROR-COUNT.
           WRITE RESPONSE-TRAILER-RECORD.
           CLOSE RESPONSE-FILE.
           IF WS-TRAILER-COUNT NOT = WS-STREAM-COUNT
               DISPLAY "OUT OF BALANCE: " WS-TRAILER-COUNT
                   " response trailers for " WS-STREAM-COUNT
                   " streams"
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF.
           IF WS-RESP-DETAIL-COUNT < WS-TRL-RECORD-COUNT
               DISPLAY "OUT OF BALANCE: " WS-RESP-DETAIL-COUNT
                   " response rows, trailers count "
                   WS-TRL-RECORD-COUNT
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF.

       FOLD-STREAM-TRAILER.
           ADD 1 TO WS-TRAILER-COUNT.
           ADD MRESP-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT.
           ADD MRESP-TRL-VALID-COUNT TO WS-TRL-VALID-COUNT.
           ADD MRESP-TRL-ERROR-COUNT TO WS-TRL-ERROR-COUNT.
           IF WS-TRAILER-COUNT <= WS-STREAM-COUNT
               MOVE WS-TRAILER-COUNT TO WS-STREAM-IDX
               MOVE MRESP-TRL-RECORD-COUNT
                   TO WS-STRM-TRAILER-CNT (WS-STREAM-IDX)
               IF MRESP-TRL-RECORD-COUNT
                       NOT = WS-STRM-EXPECTED (WS-STREAM-IDX)
                   DISPLAY "OUT OF BALANCE: "
                       WS-STRM-STEP-NAME (WS-STREAM-IDX)
                       " processed " MRESP-TRL-RECORD-COUNT
                       " of " WS-STRM-EXPECTED (WS-STREAM-IDX)
                       " split to it"
                   MOVE 'N' TO WS-BALANCED-FLAG
               END-IF
           END-IF.

      *    One history record per stream - none means the stream
      *    abended, two means it was run over again.
       SUM-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MERGE-HISTORY-IN.
           IF WS-MHIST-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MERGE-HISTORY-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM FOLD-STREAM-HISTORY
               END-READ
           END-PERFORM.
           IF WS-MHIST-FILE-STATUS NOT = '35'
               CLOSE MERGE-HISTORY-IN
           END-IF.
           IF WS-HIST-IN-COUNT NOT = WS-STREAM-COUNT
               DISPLAY "OUT OF BALANCE: " WS-HIST-IN-COUNT
                   " run-history records for " WS-STREAM-COUNT
                   " streams"
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF.
           IF WS-HSUM-RECORD-COUNT NOT = WS-EXPECTED-TOTAL
               DISPLAY "OUT OF BALANCE: streams processed "
                   WS-HSUM-RECORD-COUNT " of " WS-EXPECTED-TOTAL
                   " split"
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF.

       FOLD-STREAM-HISTORY.
           ADD 1 TO WS-HIST-IN-COUNT.
           ADD MHIST-RECORD-COUNT TO WS-HSUM-RECORD-COUNT.
           ADD MHIST-VALID-COUNT TO WS-HSUM-VALID-COUNT.
           ADD MHIST-ERROR-COUNT TO WS-HSUM-ERROR-COUNT.
           ADD MHIST-WARN-COUNT TO WS-HSUM-WARN-COUNT.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 40
               ADD MHIST-DOMAIN-STAT (WS-STAT-IDX)
                   TO WS-HSUM-DOMAIN-STAT (WS-STAT-IDX)
           END-PERFORM.
           ADD MHIST-BANK-QUAL-SUM TO WS-HSUM-BANK-QUAL-SUM.
           ADD MHIST-HEALTH-QUAL-SUM TO WS-HSUM-HEALTH-QUAL-SUM.
           ADD MHIST-ECOM-QUAL-SUM TO WS-HSUM-ECOM-QUAL-SUM.
           ADD MHIST-INS-QUAL-SUM TO WS-HSUM-INS-QUAL-SUM.
           ADD MHIST-CLM-QUAL-SUM TO WS-HSUM-CLM-QUAL-SUM.
      *    Every stream loaded the same tables - take the first
           IF WS-HIST-IN-COUNT = 1
               MOVE MHIST-REF-AS-OF-DATE TO WS-HSUM-REF-AS-OF-DATE
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > 6
                   MOVE MHIST-REF-VERSION (WS-REF-IDX)
                       TO WS-HSUM-REF-VERSION (WS-REF-IDX)
               END-PERFORM
           END-IF.

      *    Fresh-per-run reports - rewritten whole, so safe to redo
      *    on a rerun of the merge.
       COPY-REPORT-FILES.
           OPEN OUTPUT WARNINGS-REPORT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MERGE-WARNINGS-IN.
           IF WS-MWARN-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MERGE-WARNINGS-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE WARNING-RECORD FROM MWARN-RECORD
                       ADD 1 TO WS-WARN-COUNT
               END-READ
           END-PERFORM.
           IF WS-MWARN-FILE-STATUS NOT = '35'
               CLOSE MERGE-WARNINGS-IN
           END-IF.
           CLOSE WARNINGS-REPORT.

           OPEN OUTPUT DUPLICATES-REPORT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MERGE-DUPLICATES-IN.
           IF WS-MDUPS-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MERGE-DUPLICATES-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE DUPLICATE-RECORD FROM MDUPS-RECORD
                       ADD 1 TO WS-DUPS-COUNT
               END-READ
           END-PERFORM.
           IF WS-MDUPS-FILE-STATUS NOT = '35'
               CLOSE MERGE-DUPLICATES-IN
           END-IF.
           CLOSE DUPLICATES-REPORT.

           OPEN OUTPUT RULE-VIOLATION-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MERGE-RULV-IN.
           IF WS-MRULV-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MERGE-RULV-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE RULE-VIOLATION-RECORD FROM MRULV-RECORD
                       ADD 1 TO WS-RULV-COUNT
               END-READ
           END-PERFORM.
           IF WS-MRULV-FILE-STATUS NOT = '35'
               CLOSE MERGE-RULV-IN
           END-IF.
           CLOSE RULE-VIOLATION-FILE.

           OPEN OUTPUT VARIANCE-REPORT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MERGE-VARIANCE-IN.
           IF WS-MVARR-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MERGE-VARIANCE-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE VARIANCE-RECORD FROM MVARR-RECORD
                       ADD 1 TO WS-VARR-COUNT
               END-READ
           END-PERFORM.
           IF WS-MVARR-FILE-STATUS NOT = '35'
               CLOSE MERGE-VARIANCE-IN
           END-IF.
           CLOSE VARIANCE-REPORT.

      *    Night-to-night files - appended only once the streams
      *    balance, same create-on-first-use as VALIDATE.
       APPEND-EXCEPTIONS.
           OPEN EXTEND EXCEPTION-LOG.
           IF WS-EXCP-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-LOG
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MERGE-EXCEPTION-IN.
           IF WS-MEXCP-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MERGE-EXCEPTION-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE EXCEPTION-RECORD FROM MEXCP-RECORD
                       ADD 1 TO WS-EXCP-COUNT
               END-READ
           END-PERFORM.
           IF WS-MEXCP-FILE-STATUS NOT = '35'
               CLOSE MERGE-EXCEPTION-IN
           END-IF.
           CLOSE EXCEPTION-LOG.

       WRITE-MERGED-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = '35'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           MOVE WS-TIMESTAMP TO HIST-RUN-TIMESTAMP.
           MOVE 'PARALLEL' TO HIST-RUN-MODE.
           MOVE WS-HSUM-RECORD-COUNT TO HIST-RECORD-COUNT.
           MOVE WS-HSUM-VALID-COUNT TO HIST-VALID-COUNT.
           MOVE WS-HSUM-ERROR-COUNT TO HIST-ERROR-COUNT.
           MOVE WS-HSUM-WARN-COUNT TO HIST-WARN-COUNT.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 40
               MOVE WS-HSUM-DOMAIN-STAT (WS-STAT-IDX)
                   TO HIST-DOMAIN-STAT (WS-STAT-IDX)
           END-PERFORM.
           MOVE WS-HSUM-BANK-QUAL-SUM TO HIST-BANK-QUAL-SUM.
           MOVE WS-HSUM-HEALTH-QUAL-SUM TO HIST-HEALTH-QUAL-SUM.
           MOVE WS-HSUM-ECOM-QUAL-SUM TO HIST-ECOM-QUAL-SUM.
           MOVE WS-HSUM-INS-QUAL-SUM TO HIST-INS-QUAL-SUM.
           MOVE WS-HSUM-CLM-QUAL-SUM TO HIST-CLM-QUAL-SUM.
           MOVE WS-HSUM-REF-AS-OF-DATE TO HIST-REF-AS-OF-DATE.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 6
               MOVE WS-HSUM-REF-VERSION (WS-REF-IDX)
                   TO HIST-REF-VERSION (WS-REF-IDX)
           END-PERFORM.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

      *    Last of the appends - its presence is what marks the
      *    night as merged.
       APPEND-NIGHT-BATCHES.
           OPEN EXTEND BATCH-CONTROL-FILE.
           IF WS-BATCH-FILE-STATUS = '35'
               OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-NIGHT-BATCH-COUNT
               MOVE WS-NIGHT-BATCH (WS-BATCH-IDX)
                   TO BATCH-PROCESSED-NUMBER
               WRITE BATCH-CONTROL-RECORD
           END-PERFORM.
           CLOSE BATCH-CONTROL-FILE.

       GENERATE-SUMMARY.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "STREAM MERGE SUMMARY".
           DISPLAY "==========================================".
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
               DISPLAY "  " WS-STRM-STEP-NAME (WS-STREAM-IDX)
                   " split " WS-STRM-EXPECTED (WS-STREAM-IDX)
                   "  processed " WS-STRM-TRAILER-CNT (WS-STREAM-IDX)
           END-PERFORM.
           DISPLAY "Batches This Night:         " WS-NIGHT-BATCH-COUNT.
           DISPLAY "Response Rows Merged:       " WS-RESP-DETAIL-COUNT.
           DISPLAY "Trailer Records/Valid/Inv:  " WS-TRL-RECORD-COUNT
               " " WS-TRL-VALID-COUNT " " WS-TRL-ERROR-COUNT.
           DISPLAY "Warnings Merged:            " WS-WARN-COUNT.
           DISPLAY "Duplicates Merged:          " WS-DUPS-COUNT.
           DISPLAY "Rule Violations Merged:     " WS-RULV-COUNT.
           DISPLAY "Variances Merged:           " WS-VARR-COUNT.
           DISPLAY "Exceptions Appended:        " WS-EXCP-COUNT.
           DISPLAY "==========================================".
           EVALUATE TRUE
               WHEN WS-BALANCED-FLAG = 'N'
                   DISPLAY "STREAMS OUT OF BALANCE - nothing appended;"
                       " restart the stream shown and rerun VALMERGE"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RESP-DETAIL-COUNT > WS-TRL-RECORD-COUNT
                   DISPLAY "Response rows exceed the trailers - a "
                       "restarted stream repeated rows"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
                   WS-CDT-HH "." WS-CDT-MIN "." WS-CDT-SS ".000000"
               DELIMITED BY SIZE INTO WS-TIMESTAMP.
