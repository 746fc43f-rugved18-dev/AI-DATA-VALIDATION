       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALSPLIT.
       AUTHOR. AI Data Validation Team.
       DATE-WRITTEN. October 15, 2026.

      * ================================================================
      * VALSPLIT - Partition the Night's Feed into Parallel Streams
      * ================================================================
      * Purpose: One VALIDATE pass over the whole feed no longer fits
      *   the window ahead of VALRECON, VALEXTR and SUSPAGE. This
      *   step verifies VALIDATION-INPUT exactly as VALIDATE does -
      *   every HDR...TRL set's counts and RECORD-ID hash total, and
      *   every batch number against UT-S-VALBATCH - and deals the
      *   details out to five stream datasets:
      *     stream 1 (VALIDATE1) banking, RECORD-ID below the split
      *     stream 2 (VALIDATE2) banking, RECORD-ID at/above the split
      *     stream 3 (VALIDATE3) healthcare
      *     stream 4 (VALIDATE4) ecommerce
      *     stream 5 (VALIDATE5) insurance, claims and any other domain
      *   The banking split RECORD-ID comes from the optional
      *   UT-S-SPLTPARM; with none, all banking goes to stream 1 and
      *   stream 2 runs empty. Every stream gets every batch's HDR
      *   and a TRL carrying that stream's own counts and hash, so
      *   each VALIDATE verifies, checkpoints and restarts on its own
      *   exactly as the single-stream night does.
      *
      *   A RECORD-ID, or a banking SSN, dealt to two different
      *   streams would never meet in either stream's seen files -
      *   those pairs are caught here and written in DUPLICATES-
      *   REPORT layout to UT-S-SPLTDUPS for VALMERGE to combine with
      *   the streams' own. Repeats inside one stream are left to
      *   that stream's VALIDATE, as today.
      *
      *   Each stream VALIDATE step allocates its own partition as
      *   UT-S-VALJOB and its own VALCKPT, VALBATCH, VALSEEN, VALSSNW,
      *   VALRESP, VALWARN, VALDUPS, VALRULV, VALVARR, VALEXCP and
      *   VALHIST; the keyed result, DB2, suspense and snapshot files
      *   are shared. The manifest UT-S-SPLTCTL (one row per stream,
      *   with its detail count) is what VALMERGE balances against.
      *
      * Return codes:
      *   0 - feed verified and split
      *  16 - VALIDATION-INPUT could not be opened, a feed control
      *       error, or a batch already processed - the streams must
      *       not run
      *
      * Version: 1.0.0
      * ================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALIDATION-INPUT ASSIGN TO UT-S-VALJOB
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO UT-S-VALBATCH
               FILE STATUS IS WS-BATCH-FILE-STATUS.
      *    The five partitions, each a complete feed in its own right
           SELECT STREAM-1-FILE ASSIGN TO UT-S-VALJOB1
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT STREAM-2-FILE ASSIGN TO UT-S-VALJOB2
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT STREAM-3-FILE ASSIGN TO UT-S-VALJOB3
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT STREAM-4-FILE ASSIGN TO UT-S-VALJOB4
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT STREAM-5-FILE ASSIGN TO UT-S-VALJOB5
               FILE STATUS IS WS-STRM-FILE-STATUS.
      *    Keyed work files, cut fresh per run - first stream each
      *    RECORD-ID / banking SSN was dealt to.
           SELECT SPLIT-SEEN-ID-FILE ASSIGN TO UT-S-SPLTSEEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSEEN-RECORD-ID
               FILE STATUS IS WS-SSEEN-FILE-STATUS.
           SELECT SPLIT-SEEN-SSN-FILE ASSIGN TO UT-S-SPLTSSNW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSSN-SSN
               FILE STATUS IS WS-SSSN-FILE-STATUS.
           SELECT SPLIT-DUPLICATES ASSIGN TO UT-S-SPLTDUPS
               FILE STATUS IS WS-SDUP-FILE-STATUS.
           SELECT SPLIT-CONTROL-FILE ASSIGN TO UT-S-SPLTCTL
               FILE STATUS IS WS-SCTL-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO UT-S-SPLTPARM
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same record layouts as VALIDATE.cbl - only the banking view
      *    of ACCOUNT-DATA is needed here, for the SSN.
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
           05 CTL-TRAILER-FIELDS REDEFINES CTL-HEADER-FIELDS.
               10 TRL-RECORD-COUNT     PIC 9(7).
               10 TRL-BANK-COUNT       PIC 9(7).
               10 TRL-HEALTH-COUNT     PIC 9(7).
               10 TRL-ECOM-COUNT       PIC 9(7).
               10 TRL-INS-COUNT        PIC 9(7).
               10 TRL-HASH-TOTAL       PIC 9(13).
               10 FILLER               PIC X(515).

       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD.
           05 BATCH-PROCESSED-NUMBER  PIC 9(6).

       FD STREAM-1-FILE.
       01 STREAM-1-RECORD         PIC X(566).
       FD STREAM-2-FILE.
       01 STREAM-2-RECORD         PIC X(566).
       FD STREAM-3-FILE.
       01 STREAM-3-RECORD         PIC X(566).
       FD STREAM-4-FILE.
       01 STREAM-4-RECORD         PIC X(566).
       FD STREAM-5-FILE.
       01 STREAM-5-RECORD         PIC X(566).

       FD SPLIT-SEEN-ID-FILE.
       01 SPLIT-SEEN-ID-RECORD.
           05 SSEEN-RECORD-ID        PIC X(20).
           05 SSEEN-STREAM           PIC 9(1).

       FD SPLIT-SEEN-SSN-FILE.
       01 SPLIT-SEEN-SSN-RECORD.
           05 SSSN-SSN               PIC X(11).
           05 SSSN-RECORD-ID         PIC X(20).
           05 SSSN-STREAM            PIC 9(1).

      *    Same layout as VALIDATE's DUPLICATES-REPORT
       FD SPLIT-DUPLICATES.
       01 DUPLICATE-RECORD.
           05 DUP-TYPE               PIC X(8).
           05 DUP-RECORD-ID          PIC X(20).
           05 DUP-PRIOR-RECORD-ID    PIC X(20).
           05 DUP-SSN                PIC X(11).

      *    One row per stream, in stream order
       FD SPLIT-CONTROL-FILE.
       01 SPLIT-CONTROL-RECORD.
           05 SCTL-STREAM-NUMBER     PIC 9(1).
           05 SCTL-STEP-NAME         PIC X(10).
           05 SCTL-DESCRIPTION       PIC X(30).
           05 SCTL-DETAIL-COUNT      PIC 9(7).
           05 SCTL-BATCH-COUNT       PIC 9(5).
           05 SCTL-TIMESTAMP         PIC X(26).

       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-BANK-SPLIT-ID     PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-BATCH-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-STRM-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-SSEEN-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-SSSN-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-SDUP-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-SCTL-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-FLAG             PIC X(1) VALUE 'N'.
       01 WS-BATCH-EOF-FLAG       PIC X(1) VALUE 'N'.
       01 WS-DUP-BATCH-FLAG       PIC X(1) VALUE 'N'.
       01 WS-IN-BATCH-FLAG        PIC X(1) VALUE 'N'.
       01 WS-ERROR-MSG            PIC X(100) VALUE SPACES.

      *    Banking records at or above this RECORD-ID go to stream 2;
      *    spaces keeps all banking on stream 1.
       01 WS-BANK-SPLIT-ID        PIC X(20) VALUE SPACES.

       01 WS-STREAM-IDX           PIC 9(1) VALUE 0.
       01 WS-SCAN-IDX             PIC 9(1) VALUE 0.
       01 WS-STREAM-COUNT         PIC 9(1) VALUE 5.
       01 WS-HASH-CHAR-POS        PIC 9(2) VALUE 0.
       01 WS-RECORD-HASH          PIC 9(5) VALUE 0.
       01 WS-MASKED-SSN           PIC X(11) VALUE SPACES.

       01 WS-STREAM-NAMES.
           05 FILLER PIC X(40) VALUE
               'VALIDATE1 banking - low RECORD-IDs      '.
           05 FILLER PIC X(40) VALUE
               'VALIDATE2 banking - high RECORD-IDs     '.
           05 FILLER PIC X(40) VALUE
               'VALIDATE3 healthcare                    '.
           05 FILLER PIC X(40) VALUE
               'VALIDATE4 ecommerce                     '.
           05 FILLER PIC X(40) VALUE
               'VALIDATE5 insurance and other domains   '.
       01 WS-STREAM-NAME-TABLE REDEFINES WS-STREAM-NAMES.
           05 WS-STREAM-NAME OCCURS 5 TIMES.
               10 WS-STREAM-STEP-NAME  PIC X(10).
               10 WS-STREAM-DESC       PIC X(30).

      *    Control totals of the input batch being read, and of each
      *    stream's share of it - the same five counts and hash a
      *    TRL carries.
       01 WS-INPUT-BATCH-TOTALS.
           05 WS-IBAT-RECORD-COUNT    PIC 9(7).
           05 WS-IBAT-BANK-COUNT      PIC 9(7).
           05 WS-IBAT-HEALTH-COUNT    PIC 9(7).
           05 WS-IBAT-ECOM-COUNT      PIC 9(7).
           05 WS-IBAT-INS-COUNT       PIC 9(7).
           05 WS-IBAT-HASH-TOTAL      PIC 9(13).
       01 WS-STREAM-TOTALS.
           05 WS-STREAM OCCURS 5 TIMES.
               10 WS-SBAT-RECORD-COUNT PIC 9(7).
               10 WS-SBAT-BANK-COUNT   PIC 9(7).
               10 WS-SBAT-HEALTH-COUNT PIC 9(7).
               10 WS-SBAT-ECOM-COUNT   PIC 9(7).
               10 WS-SBAT-INS-COUNT    PIC 9(7).
               10 WS-SBAT-HASH-TOTAL   PIC 9(13).
               10 WS-STRM-DETAIL-COUNT PIC 9(7).

      *    Record image written to a stream; the control view builds
      *    each stream's own trailer.
       01 WS-OUT-RECORD           PIC X(566).
       01 WS-OUT-CONTROL REDEFINES WS-OUT-RECORD.
           05 OUT-RECORD-TYPE        PIC X(3).
           05 OUT-TRL-RECORD-COUNT   PIC 9(7).
           05 OUT-TRL-BANK-COUNT     PIC 9(7).
           05 OUT-TRL-HEALTH-COUNT   PIC 9(7).
           05 OUT-TRL-ECOM-COUNT     PIC 9(7).
           05 OUT-TRL-INS-COUNT      PIC 9(7).
           05 OUT-TRL-HASH-TOTAL     PIC 9(13).
           05 FILLER                 PIC X(515).

       01 WS-RUN-TOTALS.
           05 WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
           05 WS-BATCH-COUNT          PIC 9(5) VALUE 0.
           05 WS-DUP-ID-COUNT         PIC 9(7) VALUE 0.
           05 WS-DUP-SSN-COUNT        PIC 9(7) VALUE 0.

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
           PERFORM SPLIT-INPUT.
           PERFORM WRITE-SPLIT-CONTROL.
           PERFORM GENERATE-SUMMARY.
           PERFORM CLOSE-FILES.
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "VALSPLIT Stream Partitioning Starting".
           PERFORM SET-TIMESTAMP.
           INITIALIZE WS-STREAM-TOTALS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = '00'
               READ PARAMETER-FILE
                   NOT AT END
                       MOVE PARM-BANK-SPLIT-ID TO WS-BANK-SPLIT-ID
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.
           IF WS-BANK-SPLIT-ID = SPACES
               DISPLAY "No banking split - all banking on stream 1"
           ELSE
               DISPLAY "Banking split at RECORD-ID " WS-BANK-SPLIT-ID
           END-IF.
           OPEN INPUT VALIDATION-INPUT.
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open VALIDATION-INPUT - status "
                   WS-INPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STREAM-1-FILE.
           OPEN OUTPUT STREAM-2-FILE.
           OPEN OUTPUT STREAM-3-FILE.
           OPEN OUTPUT STREAM-4-FILE.
           OPEN OUTPUT STREAM-5-FILE.
           OPEN OUTPUT SPLIT-DUPLICATES.
      *    Same fresh-per-run cut as VALIDATE's seen files
           OPEN OUTPUT SPLIT-SEEN-ID-FILE.
           CLOSE SPLIT-SEEN-ID-FILE.
           OPEN I-O SPLIT-SEEN-ID-FILE.
           OPEN OUTPUT SPLIT-SEEN-SSN-FILE.
           CLOSE SPLIT-SEEN-SSN-FILE.
           OPEN I-O SPLIT-SEEN-SSN-FILE.

      *    Same set discipline as VALIDATE's PROCESS-INPUT-RECORD: a
      *    header inside a set, or a detail or trailer outside one,
      *    is a malformed transfer and nothing may be released.
       SPLIT-INPUT.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ VALIDATION-INPUT
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM SPLIT-INPUT-RECORD
               END-READ
           END-PERFORM.
           IF WS-IN-BATCH-FLAG = 'Y'
               MOVE "Feed trailer missing - truncated transfer"
                   TO WS-ERROR-MSG
               PERFORM ABEND-FEED-ERROR
           END-IF.
           IF WS-BATCH-COUNT = 0
               MOVE "Empty feed - header record missing"
                   TO WS-ERROR-MSG
               PERFORM ABEND-FEED-ERROR
           END-IF.

       SPLIT-INPUT-RECORD.
           EVALUATE TRUE
               WHEN FEED-HEADER-RECORD
                   IF WS-IN-BATCH-FLAG = 'Y'
                       MOVE "Header inside a batch - trailer missing"
                           TO WS-ERROR-MSG
                       PERFORM ABEND-FEED-ERROR
                   END-IF
                   PERFORM START-NEW-BATCH
               WHEN FEED-TRAILER-RECORD
                   IF WS-IN-BATCH-FLAG = 'N'
                       MOVE "Trailer with no open batch"
                           TO WS-ERROR-MSG
                       PERFORM ABEND-FEED-ERROR
                   END-IF
                   PERFORM VERIFY-FEED-TRAILER
                   PERFORM WRITE-STREAM-TRAILERS
                   MOVE 'N' TO WS-IN-BATCH-FLAG
               WHEN OTHER
                   IF WS-IN-BATCH-FLAG = 'N'
                       MOVE "Detail record outside a HDR/TRL set"
                           TO WS-ERROR-MSG
                       PERFORM ABEND-FEED-ERROR
                   END-IF
                   PERFORM SPLIT-DETAIL
           END-EVALUATE.

      *    Every stream gets the batch's header, so each partition
      *    carries the same batch numbers and lineage as the feed.
       START-NEW-BATCH.
           DISPLAY "Feed date: " HDR-FEED-DATE
               "  Batch: " HDR-BATCH-NUMBER
               "  Source: " HDR-SOURCE-SYSTEM.
           PERFORM CHECK-DUPLICATE-BATCH.
           INITIALIZE WS-INPUT-BATCH-TOTALS.
           MOVE VALIDATION-RECORD TO WS-OUT-RECORD.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
               MOVE 0 TO WS-SBAT-RECORD-COUNT (WS-STREAM-IDX)
               MOVE 0 TO WS-SBAT-BANK-COUNT (WS-STREAM-IDX)
               MOVE 0 TO WS-SBAT-HEALTH-COUNT (WS-STREAM-IDX)
               MOVE 0 TO WS-SBAT-ECOM-COUNT (WS-STREAM-IDX)
               MOVE 0 TO WS-SBAT-INS-COUNT (WS-STREAM-IDX)
               MOVE 0 TO WS-SBAT-HASH-TOTAL (WS-STREAM-IDX)
               PERFORM WRITE-STREAM-RECORD
           END-PERFORM.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE 'Y' TO WS-IN-BATCH-FLAG.

      *    A batch number already on BATCH-CONTROL-FILE was fully
      *    processed on an earlier night - the same re-send check
      *    VALIDATE makes, taken here because each stream only sees
      *    its own work copy of the file.
       CHECK-DUPLICATE-BATCH.
           MOVE 'N' TO WS-DUP-BATCH-FLAG.
           MOVE 'N' TO WS-BATCH-EOF-FLAG.
           OPEN INPUT BATCH-CONTROL-FILE.
           IF WS-BATCH-FILE-STATUS = '35'
               MOVE 'Y' TO WS-BATCH-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-BATCH-EOF-FLAG = 'Y'
               READ BATCH-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-BATCH-EOF-FLAG
                   NOT AT END
                       IF BATCH-PROCESSED-NUMBER = HDR-BATCH-NUMBER
                           MOVE 'Y' TO WS-DUP-BATCH-FLAG
                           MOVE 'Y' TO WS-BATCH-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BATCH-FILE-STATUS NOT = '35'
               CLOSE BATCH-CONTROL-FILE
           END-IF.
           IF WS-DUP-BATCH-FLAG = 'Y'
               MOVE "Batch number already processed - rejected"
                   TO WS-ERROR-MSG
               PERFORM ABEND-FEED-ERROR
           END-IF.

       SPLIT-DETAIL.
           PERFORM ASSIGN-STREAM.
           PERFORM CHECK-CROSS-STREAM-ID.
           IF DOMAIN = 'banking'
               PERFORM CHECK-CROSS-STREAM-SSN
           END-IF.
           PERFORM COMPUTE-RECORD-HASH.
           ADD 1 TO WS-IBAT-RECORD-COUNT.
           ADD 1 TO WS-SBAT-RECORD-COUNT (WS-STREAM-IDX).
           ADD 1 TO WS-STRM-DETAIL-COUNT (WS-STREAM-IDX).
           ADD WS-RECORD-HASH TO WS-IBAT-HASH-TOTAL.
           ADD WS-RECORD-HASH TO WS-SBAT-HASH-TOTAL (WS-STREAM-IDX).
           EVALUATE DOMAIN
               WHEN 'banking'
                   ADD 1 TO WS-IBAT-BANK-COUNT
                   ADD 1 TO WS-SBAT-BANK-COUNT (WS-STREAM-IDX)
               WHEN 'healthcare'
                   ADD 1 TO WS-IBAT-HEALTH-COUNT
                   ADD 1 TO WS-SBAT-HEALTH-COUNT (WS-STREAM-IDX)
               WHEN 'ecommerce'
                   ADD 1 TO WS-IBAT-ECOM-COUNT
                   ADD 1 TO WS-SBAT-ECOM-COUNT (WS-STREAM-IDX)
               WHEN 'insurance'
                   ADD 1 TO WS-IBAT-INS-COUNT
                   ADD 1 TO WS-SBAT-INS-COUNT (WS-STREAM-IDX)
           END-EVALUATE.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE VALIDATION-RECORD TO WS-OUT-RECORD.
           PERFORM WRITE-STREAM-RECORD.

       ASSIGN-STREAM.
           EVALUATE DOMAIN
               WHEN 'banking'
                   IF WS-BANK-SPLIT-ID NOT = SPACES
                           AND RECORD-ID NOT < WS-BANK-SPLIT-ID
                       MOVE 2 TO WS-STREAM-IDX
                   ELSE
                       MOVE 1 TO WS-STREAM-IDX
                   END-IF
               WHEN 'healthcare'
                   MOVE 3 TO WS-STREAM-IDX
               WHEN 'ecommerce'
                   MOVE 4 TO WS-STREAM-IDX
               WHEN OTHER
                   MOVE 5 TO WS-STREAM-IDX
           END-EVALUATE.

      *    Only a repeat dealt to a different stream from the first
      *    sighting is reported here; the stream's own VALIDATE
      *    reports a repeat that stays inside it.
       CHECK-CROSS-STREAM-ID.
           MOVE RECORD-ID TO SSEEN-RECORD-ID.
           READ SPLIT-SEEN-ID-FILE
               INVALID KEY
                   MOVE RECORD-ID TO SSEEN-RECORD-ID
                   MOVE WS-STREAM-IDX TO SSEEN-STREAM
                   WRITE SPLIT-SEEN-ID-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF SSEEN-STREAM NOT = WS-STREAM-IDX
                       ADD 1 TO WS-DUP-ID-COUNT
                       MOVE SPACES TO DUPLICATE-RECORD
                       MOVE 'RECORDID' TO DUP-TYPE
                       MOVE RECORD-ID TO DUP-RECORD-ID
                       MOVE RECORD-ID TO DUP-PRIOR-RECORD-ID
                       WRITE DUPLICATE-RECORD
                       DISPLAY "Redelivered RECORD-ID across streams: "
                           RECORD-ID
                   END-IF
           END-READ.

       CHECK-CROSS-STREAM-SSN.
           MOVE BANK-SSN TO SSSN-SSN.
           READ SPLIT-SEEN-SSN-FILE
               INVALID KEY
                   MOVE BANK-SSN TO SSSN-SSN
                   MOVE RECORD-ID TO SSSN-RECORD-ID
                   MOVE WS-STREAM-IDX TO SSSN-STREAM
                   WRITE SPLIT-SEEN-SSN-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF SSSN-STREAM NOT = WS-STREAM-IDX
                           AND SSSN-RECORD-ID NOT = RECORD-ID
                       ADD 1 TO WS-DUP-SSN-COUNT
                       MOVE '***-**-' TO WS-MASKED-SSN (1:7)
                       MOVE BANK-SSN (8:4) TO WS-MASKED-SSN (8:4)
                       MOVE SPACES TO DUPLICATE-RECORD
                       MOVE 'BANKSSN' TO DUP-TYPE
                       MOVE RECORD-ID TO DUP-RECORD-ID
                       MOVE SSSN-RECORD-ID TO DUP-PRIOR-RECORD-ID
                       MOVE WS-MASKED-SSN TO DUP-SSN
                       WRITE DUPLICATE-RECORD
                       DISPLAY "Shared SSN " WS-MASKED-SSN " on "
                           RECORD-ID " and " SSSN-RECORD-ID
                           " across streams"
                   END-IF
           END-READ.

      *    Same hash VALIDATE's ACCUMULATE-RECORD-HASH takes: the byte
      *    value of each of the 20 RECORD-ID characters.
       COMPUTE-RECORD-HASH.
           MOVE 0 TO WS-RECORD-HASH.
           PERFORM VARYING WS-HASH-CHAR-POS FROM 1 BY 1
                   UNTIL WS-HASH-CHAR-POS > 20
               COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + FUNCTION ORD(RECORD-ID(WS-HASH-CHAR-POS:1)) - 1
           END-PERFORM.

       VERIFY-FEED-TRAILER.
           IF TRL-RECORD-COUNT NOT = WS-IBAT-RECORD-COUNT
               OR TRL-BANK-COUNT NOT = WS-IBAT-BANK-COUNT
               OR TRL-HEALTH-COUNT NOT = WS-IBAT-HEALTH-COUNT
               OR TRL-ECOM-COUNT NOT = WS-IBAT-ECOM-COUNT
               OR TRL-INS-COUNT NOT = WS-IBAT-INS-COUNT
               DISPLAY "Trailer counts " TRL-RECORD-COUNT " "
                   TRL-BANK-COUNT " " TRL-HEALTH-COUNT " "
                   TRL-ECOM-COUNT " " TRL-INS-COUNT
               DISPLAY "Details read   " WS-IBAT-RECORD-COUNT " "
                   WS-IBAT-BANK-COUNT " " WS-IBAT-HEALTH-COUNT " "
                   WS-IBAT-ECOM-COUNT " " WS-IBAT-INS-COUNT
               MOVE "Feed record count mismatch" TO WS-ERROR-MSG
               PERFORM ABEND-FEED-ERROR
           END-IF.
           IF TRL-HASH-TOTAL NOT = WS-IBAT-HASH-TOTAL
               DISPLAY "Trailer hash total " TRL-HASH-TOTAL
                   " but computed " WS-IBAT-HASH-TOTAL
               MOVE "Feed hash total mismatch" TO WS-ERROR-MSG
               PERFORM ABEND-FEED-ERROR
           END-IF.
           DISPLAY "Feed trailer verified - batch " HDR-BATCH-NUMBER.

      *    Each stream's trailer carries that stream's share of the
      *    batch, so the stream VALIDATE's own verification holds.
       WRITE-STREAM-TRAILERS.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
               MOVE SPACES TO WS-OUT-RECORD
               MOVE 'TRL' TO OUT-RECORD-TYPE
               MOVE WS-SBAT-RECORD-COUNT (WS-STREAM-IDX)
                   TO OUT-TRL-RECORD-COUNT
               MOVE WS-SBAT-BANK-COUNT (WS-STREAM-IDX)
                   TO OUT-TRL-BANK-COUNT
               MOVE WS-SBAT-HEALTH-COUNT (WS-STREAM-IDX)
                   TO OUT-TRL-HEALTH-COUNT
               MOVE WS-SBAT-ECOM-COUNT (WS-STREAM-IDX)
                   TO OUT-TRL-ECOM-COUNT
               MOVE WS-SBAT-INS-COUNT (WS-STREAM-IDX)
                   TO OUT-TRL-INS-COUNT
               MOVE WS-SBAT-HASH-TOTAL (WS-STREAM-IDX)
                   TO OUT-TRL-HASH-TOTAL
               PERFORM WRITE-STREAM-RECORD
           END-PERFORM.

       WRITE-STREAM-RECORD.
           EVALUATE WS-STREAM-IDX
               WHEN 1
                   WRITE STREAM-1-RECORD FROM WS-OUT-RECORD
               WHEN 2
                   WRITE STREAM-2-RECORD FROM WS-OUT-RECORD
               WHEN 3
                   WRITE STREAM-3-RECORD FROM WS-OUT-RECORD
               WHEN 4
                   WRITE STREAM-4-RECORD FROM WS-OUT-RECORD
               WHEN 5
                   WRITE STREAM-5-RECORD FROM WS-OUT-RECORD
           END-EVALUATE.

      *    Nothing may run off a partial split - the stream datasets
      *    are left incomplete and VALCTL holds every stream on RC 16.
       ABEND-FEED-ERROR.
           DISPLAY "FEED CONTROL ERROR: " WS-ERROR-MSG.
           DISPLAY "Batch " HDR-BATCH-NUMBER
               " after " WS-DETAIL-COUNT " detail records.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       WRITE-SPLIT-CONTROL.
           OPEN OUTPUT SPLIT-CONTROL-FILE.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
               MOVE SPACES TO SPLIT-CONTROL-RECORD
               MOVE WS-STREAM-IDX TO SCTL-STREAM-NUMBER
               MOVE WS-STREAM-STEP-NAME (WS-STREAM-IDX)
                   TO SCTL-STEP-NAME
               MOVE WS-STREAM-DESC (WS-STREAM-IDX)
                   TO SCTL-DESCRIPTION
               MOVE WS-STRM-DETAIL-COUNT (WS-STREAM-IDX)
                   TO SCTL-DETAIL-COUNT
               MOVE WS-BATCH-COUNT TO SCTL-BATCH-COUNT
               MOVE WS-TIMESTAMP TO SCTL-TIMESTAMP
               WRITE SPLIT-CONTROL-RECORD
           END-PERFORM.
           CLOSE SPLIT-CONTROL-FILE.

       GENERATE-SUMMARY.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "STREAM SPLIT SUMMARY".
           DISPLAY "==========================================".
           DISPLAY "Batches Verified:           " WS-BATCH-COUNT.
           DISPLAY "Details Split:              " WS-DETAIL-COUNT.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                   UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
               DISPLAY "  " WS-STREAM-STEP-NAME (WS-STREAM-IDX)
                   WS-STREAM-DESC (WS-STREAM-IDX)
                   WS-STRM-DETAIL-COUNT (WS-STREAM-IDX)
           END-PERFORM.
           DISPLAY "Cross-stream RECORD-IDs:    " WS-DUP-ID-COUNT.
           DISPLAY "Cross-stream SSN pairs:     " WS-DUP-SSN-COUNT.
           DISPLAY "==========================================".
           MOVE 0 TO RETURN-CODE.

       CLOSE-FILES.
           CLOSE VALIDATION-INPUT.
           CLOSE STREAM-1-FILE.
           CLOSE STREAM-2-FILE.
           CLOSE STREAM-3-FILE.
           CLOSE STREAM-4-FILE.
           CLOSE STREAM-5-FILE.
           CLOSE SPLIT-DUPLICATES.
           CLOSE SPLIT-SEEN-ID-FILE.
           CLOSE SPLIT-SEEN-SSN-FILE.
           DISPLAY "VALSPLIT terminated".

       SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
                   WS-CDT-HH "." WS-CDT-MIN "." WS-CDT-SS ".000000"
               DELIMITED BY SIZE INTO WS-TIMESTAMP.
