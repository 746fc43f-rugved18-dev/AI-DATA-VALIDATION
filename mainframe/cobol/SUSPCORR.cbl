      *   the program locates the suspense record, applies the value
      *   into the correct field of the record's domain layout
      *   (BANKING-REC / HEALTHCARE-REC / ECOMMERCE-REC /
      *   INSURANCE-REC / CLAIMS-REC), and logs every correction with
      *   before and after values on CORRECTION-LOG.
      *
      * Return codes:
      *   0 - every transaction applied
           05 SUSP-ACCOUNT-DATA      PIC X(500).
           05 SUSP-TIMESTAMP         PIC X(26).
           05 SUSP-VALIDATION-ERRORS PIC X(500).
           05 SUSP-LINEAGE.
               10 SUSP-SOURCE-SYSTEM  PIC X(20).
               10 SUSP-FEED-DATE      PIC X(8).
               10 SUSP-BATCH-NUMBER   PIC 9(6).

      *    One audit line per transaction, applied or rejected, with
      *    the field content before and after the change.
           05 INS-COVERAGE-TYPE        PIC X(30).
           05 INS-CLAIM-HISTORY-COUNT  PIC 9(3).
           05 FILLER                   PIC X(435).
       01 WS-CLAIMS-REC REDEFINES WS-ACCOUNT-AREA.
           05 CLM-POLICY-NUMBER        PIC X(20).
           05 CLM-CLAIM-NUMBER         PIC X(15).
           05 CLM-LOSS-DATE            PIC X(8).
           05 CLM-CLAIM-DATE           PIC X(8).
           05 CLM-CLAIMED-AMOUNT       PIC 9(10)V99.
           05 CLM-CLAIM-TYPE           PIC X(10).
           05 CLM-CAUSE-CODE           PIC X(10).
           05 FILLER                   PIC X(417).

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY             PIC X(4).
                       PERFORM APPLY-ECOMMERCE-FIELD
                   WHEN 'insurance'
                       PERFORM APPLY-INSURANCE-FIELD
                   WHEN 'claims'
                       PERFORM APPLY-CLAIMS-FIELD
                   WHEN OTHER
                       MOVE 'N' TO WS-TRAN-OK-FLAG
                       MOVE "Suspense record has unknown domain"
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *    Loss and claim dates are taken as keyed (CCYYMMDD); the
      *    REVALIDATE run applies the date and coverage-period rules.
       APPLY-CLAIMS-FIELD.
           EVALUATE TRAN-FIELD-NAME
               WHEN 'CLM-POLICY-NUMBER'
                   MOVE CLM-POLICY-NUMBER TO WS-OLD-VALUE
                   MOVE TRAN-NEW-VALUE TO CLM-POLICY-NUMBER
                   MOVE CLM-POLICY-NUMBER TO WS-APPLIED-VALUE
               WHEN 'CLM-CLAIM-NUMBER'
                   MOVE CLM-CLAIM-NUMBER TO WS-OLD-VALUE
                   MOVE TRAN-NEW-VALUE TO CLM-CLAIM-NUMBER
                   MOVE CLM-CLAIM-NUMBER TO WS-APPLIED-VALUE
               WHEN 'CLM-LOSS-DATE'
                   MOVE CLM-LOSS-DATE TO WS-OLD-VALUE
                   MOVE TRAN-NEW-VALUE TO CLM-LOSS-DATE
                   MOVE CLM-LOSS-DATE TO WS-APPLIED-VALUE
               WHEN 'CLM-CLAIM-DATE'
                   MOVE CLM-CLAIM-DATE TO WS-OLD-VALUE
                   MOVE TRAN-NEW-VALUE TO CLM-CLAIM-DATE
                   MOVE CLM-CLAIM-DATE TO WS-APPLIED-VALUE
               WHEN 'CLM-CLAIMED-AMOUNT'
                   MOVE CLM-CLAIMED-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE WS-AMOUNT-DISPLAY TO WS-OLD-VALUE
                   PERFORM CHECK-NUMERIC-VALUE
                   IF WS-TRAN-OK-FLAG = 'Y'
                       COMPUTE CLM-CLAIMED-AMOUNT =
                           FUNCTION NUMVAL(TRAN-NEW-VALUE)
                           ON SIZE ERROR
                               MOVE 'N' TO WS-TRAN-OK-FLAG
                               MOVE "New value too large for field"
                                   TO WS-REJECT-REASON
                           NOT ON SIZE ERROR
                               MOVE CLM-CLAIMED-AMOUNT
                                   TO WS-AMOUNT-DISPLAY
                       END-COMPUTE
                       MOVE WS-AMOUNT-DISPLAY TO WS-APPLIED-VALUE
                   END-IF
               WHEN 'CLM-CLAIM-TYPE'
                   MOVE CLM-CLAIM-TYPE TO WS-OLD-VALUE
                   MOVE TRAN-NEW-VALUE TO CLM-CLAIM-TYPE
                   MOVE CLM-CLAIM-TYPE TO WS-APPLIED-VALUE
               WHEN 'CLM-CAUSE-CODE'
                   MOVE CLM-CAUSE-CODE TO WS-OLD-VALUE
                   MOVE TRAN-NEW-VALUE TO CLM-CAUSE-CODE
                   MOVE CLM-CAUSE-CODE TO WS-APPLIED-VALUE
               WHEN OTHER
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Field not in claims layout"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
