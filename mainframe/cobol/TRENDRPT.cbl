               10 HIST-INS-ERROR-COUNT         PIC 9(7).
               10 HIST-INS-RULE-FAIL           PIC 9(7)
                   OCCURS 6 TIMES.
           05 HIST-CLM-STATS.
               10 HIST-CLM-VALID-COUNT         PIC 9(7).
               10 HIST-CLM-ERROR-COUNT         PIC 9(7).
               10 HIST-CLM-RULE-FAIL           PIC 9(7)
                   OCCURS 7 TIMES.
           05 HIST-BANK-QUAL-SUM     PIC 9(10)V99.
           05 HIST-HEALTH-QUAL-SUM   PIC 9(10)V99.
           05 HIST-ECOM-QUAL-SUM     PIC 9(10)V99.
           05 HIST-INS-QUAL-SUM      PIC 9(10)V99.
           05 HIST-CLM-QUAL-SUM      PIC 9(10)V99.
           05 HIST-REF-AS-OF-DATE    PIC X(8).
           05 HIST-REF-VERSION       PIC 9(5) OCCURS 6 TIMES.

       FD DB2-FILE.
       01 DB2-RECORD.
           05 DB2-QUALITY-SCORE      PIC 9(3)V99.
           05 DB2-SEVERITY           PIC X(1).
           05 DB2-TIMESTAMP          PIC X(26).
           05 DB2-LINEAGE.
               10 DB2-SOURCE-SYSTEM  PIC X(20).
               10 DB2-FEED-DATE      PIC X(8).
               10 DB2-BATCH-NUMBER   PIC 9(6).

       FD PARAMETER-FILE.
       01 PARM-RECORD.
           05 WS-DAY-DIFF             PIC S9(7).

      *    Aggregation buckets: 1 = current week, 2 = prior week,
      *    3 = current month, 4 = prior month. Domains 1-5 are
      *    banking / healthcare / ecommerce / insurance / claims; rule
      *    slots follow the history record's per-domain counter order.
       01 WS-TREND-BUCKETS.
           05 WS-BUCKET OCCURS 4 TIMES.
               10 WS-BKT-DOMAIN OCCURS 5 TIMES.
                   15 WS-BKT-VALID        PIC 9(9).
                   15 WS-BKT-ERROR        PIC 9(9).
                   15 WS-BKT-QUAL-SUM     PIC 9(12)V99.
           05 FILLER                  PIC X(10) VALUE 'HEALTHCARE'.
           05 FILLER                  PIC X(10) VALUE 'ECOMMERCE'.
           05 FILLER                  PIC X(10) VALUE 'INSURANCE'.
           05 FILLER                  PIC X(10) VALUE 'CLAIMS'.
       01 WS-DOMAIN-LABEL-TABLE REDEFINES WS-DOMAIN-LABELS.
           05 WS-DOMAIN-LABEL         PIC X(10) OCCURS 5 TIMES.

      *    Rule labels in history-record counter order; spaces mark
      *    unused slots for domains with fewer than seven rules
           05 FILLER PIC X(20) VALUE 'CROSS FIELD'.
           05 FILLER PIC X(20) VALUE 'MASTER MATCH'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'REQUIRED FIELDS'.
           05 FILLER PIC X(20) VALUE 'CLAIM DATES'.
           05 FILLER PIC X(20) VALUE 'MASTER MATCH'.
           05 FILLER PIC X(20) VALUE 'COVERAGE PERIOD'.
           05 FILLER PIC X(20) VALUE 'CLAIM TYPE'.
           05 FILLER PIC X(20) VALUE 'CLAIMED AMOUNT'.
           05 FILLER PIC X(20) VALUE 'DUPLICATE CLAIM'.
       01 WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAME-VALUES.
           05 WS-RULE-NAME-ROW OCCURS 5 TIMES.
               10 WS-RULE-NAME        PIC X(20) OCCURS 7 TIMES.

      *    Work fields for rate computation and display
               ADD HIST-INS-RULE-FAIL (WS-RULE-IDX)
                   TO WS-BKT-RULE-FAIL (WS-BKT-IDX 4 WS-RULE-IDX)
           END-PERFORM.
           ADD HIST-CLM-VALID-COUNT
               TO WS-BKT-VALID (WS-BKT-IDX 5).
           ADD HIST-CLM-ERROR-COUNT
               TO WS-BKT-ERROR (WS-BKT-IDX 5).
           ADD HIST-CLM-QUAL-SUM
               TO WS-BKT-QUAL-SUM (WS-BKT-IDX 5).
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 7
               ADD HIST-CLM-RULE-FAIL (WS-RULE-IDX)
                   TO WS-BKT-RULE-FAIL (WS-BKT-IDX 5 WS-RULE-IDX)
           END-PERFORM.

      *    Portfolio-wide figures from the cumulative DB2 copy
       READ-DB2-TOTALS.
      *    tolerance, then the same comparison per rule.
       REPORT-PERIOD-PAIR.
           PERFORM VARYING WS-DOM-IDX FROM 1 BY 1
                   UNTIL WS-DOM-IDX > 5
               DISPLAY "--------------------------------------------"
               DISPLAY WS-DOMAIN-LABEL (WS-DOM-IDX)
               PERFORM REPORT-DOMAIN-TREND
               PERFORM REPORT-AVERAGE-QUALITY
               EVALUATE WS-DOM-IDX
                   WHEN 1 MOVE 7 TO WS-RULE-LIMIT
                   WHEN 5 MOVE 7 TO WS-RULE-LIMIT
                   WHEN 4 MOVE 6 TO WS-RULE-LIMIT
                   WHEN OTHER MOVE 5 TO WS-RULE-LIMIT
               END-EVALUATE
