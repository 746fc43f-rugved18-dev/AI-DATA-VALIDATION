      *     - core banking        (UT-S-EXTBANK) - banking records
      *     - policy admin        (UT-S-EXTINS)  - insurance records
      *     - marketing/ecommerce (UT-S-EXTECOM) - ecommerce records
      *     - claims system       (UT-S-EXTCLM)  - claims records
      *   Only IS-VALID = 1 records are extracted, each carrying its
      *   original domain fields and QUALITY-SCORE. Every extract
      *   ends with a 'T' control trailer of counts in the same style
      *   balance what it loads. Healthcare has no outbound consumer;
      *   its records are counted and left on the result files.
      *
      *   A record that passed only under an approved business
      *   override (severity 'O') is extracted like any other and
      *   counted. One released from suspense by a REVALIDATE pass
      *   under an override is on no feed this program reads, so it
      *   comes from UT-S-OVRRLSE instead; that file is emptied once
      *   its records are on the extracts.
      *
      * Return codes:
      *   0 - extracts cut and balanced
      *  16 - a required file could not be opened
               FILE STATUS IS WS-IEXT-FILE-STATUS.
           SELECT ECOM-EXTRACT ASSIGN TO UT-S-EXTECOM
               FILE STATUS IS WS-EEXT-FILE-STATUS.
           SELECT CLM-EXTRACT ASSIGN TO UT-S-EXTCLM
               FILE STATUS IS WS-CEXT-FILE-STATUS.
      *    Optional - written by VALIDATE's REVALIDATE passes
           SELECT OVERRIDE-RELEASE ASSIGN TO UT-S-OVRRLSE
               FILE STATUS IS WS-ORLS-FILE-STATUS.
      *    Keyed work file of RECORD-IDs already extracted this run -
      *    the feed is at-least-once and keeps both copies of a
      *    redelivered record on VALIDATION-INPUT, but the owning
               10 INS-COVERAGE-TYPE        PIC X(30).
               10 INS-CLAIM-HISTORY-COUNT  PIC 9(3).
               10 FILLER                   PIC X(435).
           05 CLAIMS-REC REDEFINES ACCOUNT-DATA.
               10 CLM-POLICY-NUMBER        PIC X(20).
               10 CLM-CLAIM-NUMBER         PIC X(15).
               10 CLM-LOSS-DATE            PIC X(8).
               10 CLM-CLAIM-DATE           PIC X(8).
               10 CLM-CLAIMED-AMOUNT       PIC 9(10)V99.
               10 CLM-CLAIM-TYPE           PIC X(10).
               10 CLM-CAUSE-CODE           PIC X(10).
               10 FILLER                   PIC X(417).
           05 TIMESTAMP           PIC X(26).
       01 FEED-CONTROL-RECORD.
           05 CTL-RECORD-TYPE     PIC X(3).
           05 QUALITY-SCORE        PIC 9(3)V99.
           05 RESULT-SEVERITY      PIC X(1).
           05 RESULT-TIMESTAMP     PIC X(26).
           05 RESULT-LINEAGE.
               10 RESULT-SOURCE-SYSTEM  PIC X(20).
               10 RESULT-FEED-DATE      PIC X(8).
               10 RESULT-BATCH-NUMBER   PIC 9(6).

      *    Core banking extract - 'D' details then one 'T' trailer,
      *    layout agreed with that team. The SSN travels in full:
           05 EEXT-TRL-RECORD-COUNT  PIC 9(7).
           05 FILLER                 PIC X(292).

      *    Claims system extract
       FD CLM-EXTRACT.
       01 CLM-EXTRACT-RECORD.
           05 CEXT-RECORD-TYPE       PIC X(1).
           05 CEXT-RECORD-ID         PIC X(20).
           05 CEXT-CLAIM-NUMBER      PIC X(15).
           05 CEXT-POLICY-NUMBER     PIC X(20).
           05 CEXT-LOSS-DATE         PIC X(8).
           05 CEXT-CLAIM-DATE        PIC X(8).
           05 CEXT-CLAIMED-AMOUNT    PIC 9(10)V99.
           05 CEXT-CLAIM-TYPE        PIC X(10).
           05 CEXT-CAUSE-CODE        PIC X(10).
           05 CEXT-QUALITY-SCORE     PIC 9(3)V99.
       01 CLM-EXTRACT-TRAILER.
           05 CEXT-TRL-RECORD-TYPE   PIC X(1).
           05 CEXT-TRL-RECORD-COUNT  PIC 9(7).
           05 FILLER                 PIC X(101).

      *    Released record in the VALIDATION-INPUT layout, as
      *    VALIDATE.cbl writes it
       FD OVERRIDE-RELEASE.
       01 OVERRIDE-RELEASE-RECORD.
           05 ORLS-VALIDATION-RECORD PIC X(566).
           05 ORLS-TIMESTAMP         PIC X(26).

       FD EXTRACT-SEEN.
       01 EXTRACT-SEEN-RECORD.
           05 XSEEN-RECORD-ID        PIC X(20).
       01 WS-BEXT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-IEXT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EEXT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CEXT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-XSEEN-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-ORLS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ORLS-AVAIL-FLAG      PIC X(1) VALUE 'N'.
       01 WS-EOF-FLAG             PIC X(1) VALUE 'N'.
       01 WS-ALREADY-SENT-FLAG    PIC X(1) VALUE 'N'.

           05 WS-BANK-EXT-COUNT       PIC 9(7) VALUE 0.
           05 WS-INS-EXT-COUNT        PIC 9(7) VALUE 0.
           05 WS-ECOM-EXT-COUNT       PIC 9(7) VALUE 0.
           05 WS-CLM-EXT-COUNT        PIC 9(7) VALUE 0.
           05 WS-HEALTH-CLEAN-COUNT   PIC 9(7) VALUE 0.
           05 WS-INVALID-SKIP-COUNT   PIC 9(7) VALUE 0.
           05 WS-NO-RESULT-COUNT      PIC 9(7) VALUE 0.
           05 WS-REDELIVERY-COUNT     PIC 9(7) VALUE 0.
           05 WS-OVERRIDE-EXT-COUNT   PIC 9(7) VALUE 0.
           05 WS-RELEASE-READ-COUNT   PIC 9(7) VALUE 0.
           05 WS-RELEASE-EXT-COUNT    PIC 9(7) VALUE 0.
           05 WS-RELEASE-ON-FEED-COUNT PIC 9(7) VALUE 0.
           05 WS-RELEASE-STALE-COUNT  PIC 9(7) VALUE 0.

      *    Displayed record ids are masked to their last four
      *    characters, as across the rest of the suite's reports
       PROGRAM-EXECUTION.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM EXTRACT-CLEAN-RECORDS.
           PERFORM EXTRACT-OVERRIDE-RELEASES.
           PERFORM WRITE-EXTRACT-TRAILERS.
           PERFORM GENERATE-SUMMARY.
           PERFORM CLOSE-FILES.
           OPEN OUTPUT BANK-EXTRACT.
           OPEN OUTPUT INS-EXTRACT.
           OPEN OUTPUT ECOM-EXTRACT.
           OPEN OUTPUT CLM-EXTRACT.
           OPEN OUTPUT EXTRACT-SEEN.
           CLOSE EXTRACT-SEEN.
           OPEN I-O EXTRACT-SEEN.
               INVALID KEY MOVE 'Y' TO WS-ALREADY-SENT-FLAG
           END-WRITE.

      *    Releases are checked against the result row again - an
      *    override revoked and the record re-run since leaves it
      *    invalid, and it is not sent. One already extracted off
      *    tonight's feed is not sent twice.
       EXTRACT-OVERRIDE-RELEASES.
           OPEN INPUT OVERRIDE-RELEASE.
           IF WS-ORLS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ORLS-AVAIL-FLAG
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ OVERRIDE-RELEASE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-RELEASE-READ-COUNT
                           MOVE ORLS-VALIDATION-RECORD
                               TO VALIDATION-RECORD
                           PERFORM EXTRACT-RELEASED-RECORD
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-RELEASE
           END-IF.

       EXTRACT-RELEASED-RECORD.
           MOVE RECORD-ID TO RESULT-ID.
           READ VALIDATION-OUTPUT
               INVALID KEY
                   MOVE 0 TO IS-VALID
           END-READ.
           IF IS-VALID NOT = 1
               ADD 1 TO WS-RELEASE-STALE-COUNT
               MOVE RECORD-ID TO WS-MASK-ID-IN
               PERFORM MASK-RECORD-ID
               DISPLAY "Released record " WS-MASKED-ID
                   " no longer valid - not extracted"
           ELSE
               PERFORM CHECK-ALREADY-EXTRACTED
               IF WS-ALREADY-SENT-FLAG = 'Y'
                   ADD 1 TO WS-RELEASE-ON-FEED-COUNT
               ELSE
                   ADD 1 TO WS-RELEASE-EXT-COUNT
                   PERFORM ROUTE-CLEAN-RECORD
               END-IF
           END-IF.

       MASK-RECORD-ID.
           MOVE ALL '*' TO WS-MASKED-ID.
           MOVE WS-MASK-ID-IN (17:4) TO WS-MASKED-ID (17:4).

       ROUTE-CLEAN-RECORD.
           IF RESULT-SEVERITY = 'O'
               ADD 1 TO WS-OVERRIDE-EXT-COUNT
           END-IF.
           EVALUATE DOMAIN
               WHEN 'banking'
                   PERFORM WRITE-BANK-EXTRACT
                   PERFORM WRITE-INS-EXTRACT
               WHEN 'ecommerce'
                   PERFORM WRITE-ECOM-EXTRACT
               WHEN 'claims'
                   PERFORM WRITE-CLM-EXTRACT
               WHEN 'healthcare'
                   ADD 1 TO WS-HEALTH-CLEAN-COUNT
           END-EVALUATE.
           WRITE ECOM-EXTRACT-RECORD.
           ADD 1 TO WS-ECOM-EXT-COUNT.

       WRITE-CLM-EXTRACT.
           MOVE SPACES TO CLM-EXTRACT-RECORD.
           MOVE 'D' TO CEXT-RECORD-TYPE.
           MOVE RECORD-ID TO CEXT-RECORD-ID.
           MOVE CLM-CLAIM-NUMBER TO CEXT-CLAIM-NUMBER.
           MOVE CLM-POLICY-NUMBER TO CEXT-POLICY-NUMBER.
           MOVE CLM-LOSS-DATE TO CEXT-LOSS-DATE.
           MOVE CLM-CLAIM-DATE TO CEXT-CLAIM-DATE.
           MOVE CLM-CLAIMED-AMOUNT TO CEXT-CLAIMED-AMOUNT.
           MOVE CLM-CLAIM-TYPE TO CEXT-CLAIM-TYPE.
           MOVE CLM-CAUSE-CODE TO CEXT-CAUSE-CODE.
           MOVE QUALITY-SCORE TO CEXT-QUALITY-SCORE.
           WRITE CLM-EXTRACT-RECORD.
           ADD 1 TO WS-CLM-EXT-COUNT.

      *    One 'T' control trailer per extract, same style as the
      *    RESPONSE-FILE trailer, so each receiver balances its load.
       WRITE-EXTRACT-TRAILERS.
           MOVE 'T' TO EEXT-TRL-RECORD-TYPE.
           MOVE WS-ECOM-EXT-COUNT TO EEXT-TRL-RECORD-COUNT.
           WRITE ECOM-EXTRACT-TRAILER.
           MOVE SPACES TO CLM-EXTRACT-TRAILER.
           MOVE 'T' TO CEXT-TRL-RECORD-TYPE.
           MOVE WS-CLM-EXT-COUNT TO CEXT-TRL-RECORD-COUNT.
           WRITE CLM-EXTRACT-TRAILER.

       GENERATE-SUMMARY.
           DISPLAY " ".
           DISPLAY "Banking Extracted:          " WS-BANK-EXT-COUNT.
           DISPLAY "Insurance Extracted:        " WS-INS-EXT-COUNT.
           DISPLAY "Ecommerce Extracted:        " WS-ECOM-EXT-COUNT.
           DISPLAY "Claims Extracted:           " WS-CLM-EXT-COUNT.
           DISPLAY "Healthcare (no consumer):   "
               WS-HEALTH-CLEAN-COUNT.
           DISPLAY "Invalid, Not Extracted:     "
           DISPLAY "No Result Row:              " WS-NO-RESULT-COUNT.
           DISPLAY "Redeliveries Skipped:       "
               WS-REDELIVERY-COUNT.
           DISPLAY "Passed under override:      "
               WS-OVERRIDE-EXT-COUNT.
           DISPLAY "Override releases read:     "
               WS-RELEASE-READ-COUNT.
           DISPLAY "  extracted:                " WS-RELEASE-EXT-COUNT.
           DISPLAY "  already off the feed:     "
               WS-RELEASE-ON-FEED-COUNT.
           DISPLAY "  no longer valid:          "
               WS-RELEASE-STALE-COUNT.
           DISPLAY "==========================================".

       CLOSE-FILES.
           CLOSE BANK-EXTRACT.
           CLOSE INS-EXTRACT.
           CLOSE ECOM-EXTRACT.
           CLOSE CLM-EXTRACT.
           CLOSE EXTRACT-SEEN.
      *    The releases are on the extracts now - empty the file so
      *    the next run does not send them again.
           IF WS-ORLS-AVAIL-FLAG = 'Y'
               OPEN OUTPUT OVERRIDE-RELEASE
               CLOSE OVERRIDE-RELEASE
           END-IF.
           DISPLAY "VALEXTR terminated".
