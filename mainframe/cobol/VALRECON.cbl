           05 QUALITY-SCORE        PIC 9(3)V99.
           05 RESULT-SEVERITY      PIC X(1).
           05 RESULT-TIMESTAMP     PIC X(26).
           05 RESULT-LINEAGE.
               10 RESULT-SOURCE-SYSTEM  PIC X(20).
               10 RESULT-FEED-DATE      PIC X(8).
               10 RESULT-BATCH-NUMBER   PIC 9(6).

       FD DB2-FILE.
       01 DB2-RECORD.
           05 DB2-QUALITY-SCORE      PIC 9(3)V99.
           05 DB2-SEVERITY           PIC X(1).
           05 DB2-TIMESTAMP          PIC X(26).
           05 DB2-LINEAGE.
               10 DB2-SOURCE-SYSTEM  PIC X(20).
               10 DB2-FEED-DATE      PIC X(8).
               10 DB2-BATCH-NUMBER   PIC 9(6).

       FD EXCEPTION-LOG.
       01 EXCEPTION-RECORD.
           05 EXCP-DOMAIN            PIC X(20).
           05 EXCP-TIMESTAMP         PIC X(26).
           05 EXCP-VALIDATION-ERRORS PIC X(500).
           05 EXCP-LINEAGE.
               10 EXCP-SOURCE-SYSTEM  PIC X(20).
               10 EXCP-FEED-DATE      PIC X(8).
               10 EXCP-BATCH-NUMBER   PIC 9(6).

       FD RECON-WORK.
       01 RECON-WORK-RECORD.
           05 WS-HEALTH-INPUT-COUNT   PIC 9(7) VALUE 0.
           05 WS-ECOM-INPUT-COUNT     PIC 9(7) VALUE 0.
           05 WS-INS-INPUT-COUNT      PIC 9(7) VALUE 0.
           05 WS-CLM-INPUT-COUNT      PIC 9(7) VALUE 0.
           05 WS-OTHER-INPUT-COUNT    PIC 9(7) VALUE 0.

      *    Reconciliation outcome counters
                   ADD 1 TO WS-ECOM-INPUT-COUNT
               WHEN 'insurance'
                   ADD 1 TO WS-INS-INPUT-COUNT
               WHEN 'claims'
                   ADD 1 TO WS-CLM-INPUT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-INPUT-COUNT
           END-EVALUATE.
           DISPLAY "  healthcare:               " WS-HEALTH-INPUT-COUNT.
           DISPLAY "  ecommerce:                " WS-ECOM-INPUT-COUNT.
           DISPLAY "  insurance:                " WS-INS-INPUT-COUNT.
           DISPLAY "  claims:                   " WS-CLM-INPUT-COUNT.
           DISPLAY "  unknown domain:           " WS-OTHER-INPUT-COUNT.
           DISPLAY "------------------------------------------".
           DISPLAY "Matched to Output:          " WS-MATCHED-COUNT.
