      *     BANKSSN  - a BANK-SSN; the feed, suspense file and
      *                suspense archive are scanned for the banking
      *                records carrying it
      *     POLICY   - an INS-POLICY-NUMBER, resolved the same way,
      *                from insurance records and from claims
      *                made against the policy
      *   and the program prints the record's full story: its current
      *   result row (or its archived copy if VALPURGE has moved it),
      *   whether the DB2 twin is in place, every EXCEPTION-LOG entry,
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

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUSP-ACCOUNT-DATA      PIC X(500).
           05 SUSP-TIMESTAMP         PIC X(26).
           05 SUSP-VALIDATION-ERRORS PIC X(500).
           05 SUSP-LINEAGE.
               10 SUSP-SOURCE-SYSTEM  PIC X(20).
               10 SUSP-FEED-DATE      PIC X(8).
               10 SUSP-BATCH-NUMBER   PIC 9(6).

      *    Same layout as SUSPAGE.cbl's ARCHIVE-FILE
       FD SUSPENSE-ARCHIVE.
           05 ARCH-ACCOUNT-DATA      PIC X(500).
           05 ARCH-TIMESTAMP         PIC X(26).
           05 ARCH-VALIDATION-ERRORS PIC X(500).
           05 ARCH-LINEAGE           PIC X(34).

      *    Same layout as SUSPCORR.cbl's CORRECTION-LOG
       FD CORRECTION-LOG.
           05 RARCH-QUALITY-SCORE    PIC 9(3)V99.
           05 RARCH-SEVERITY         PIC X(1).
           05 RARCH-TIMESTAMP        PIC X(26).
           05 RARCH-LINEAGE          PIC X(34).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-DETAIL-TEXT          PIC X(60) VALUE SPACES.
       01 WS-MASK-POS             PIC 9(2) VALUE 0.

      *    Error area of a result, exception or suspense row in
      *    VALIDATE's rule-hit layout: count, up to twelve catalogue
      *    codes, then the messages. Rows written before the catalogue
      *    hold plain text there - a non-numeric count says which.
       01 WS-INQ-RULE-HITS.
           05 WS-INQ-RULE-COUNT       PIC 9(2).
           05 WS-INQ-RULE-CODES       PIC X(144).
           05 WS-INQ-ERROR-TEXT       PIC X(354).
       01 WS-INQ-ERROR-AREA REDEFINES WS-INQ-RULE-HITS
                                  PIC X(500).
       01 WS-SHOW-LABEL           PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-EXECUTION.
           PERFORM INITIALIZE-PROGRAM.
               PERFORM ADD-MATCH-ID
           END-IF.
           IF INQ-KEY-TYPE = 'POLICY'
                   AND (DOMAIN = 'insurance'
                       OR DOMAIN = 'claims')
                   AND INS-POLICY-NUMBER = INQ-KEY-VALUE
               MOVE RECORD-ID TO WS-CANDIDATE-ID
               PERFORM ADD-MATCH-ID
               PERFORM ADD-MATCH-ID
           END-IF.
           IF INQ-KEY-TYPE = 'POLICY'
                   AND (SUSP-DOMAIN = 'insurance'
                       OR SUSP-DOMAIN = 'claims')
                   AND SUSP-ACCOUNT-DATA (1:20) = INQ-KEY-VALUE
               MOVE SUSP-RECORD-ID TO WS-CANDIDATE-ID
               PERFORM ADD-MATCH-ID
               PERFORM ADD-MATCH-ID
           END-IF.
           IF INQ-KEY-TYPE = 'POLICY'
                   AND (ARCH-DOMAIN = 'insurance'
                       OR ARCH-DOMAIN = 'claims')
                   AND ARCH-ACCOUNT-DATA (1:20) = INQ-KEY-VALUE
               MOVE ARCH-RECORD-ID TO WS-CANDIDATE-ID
               PERFORM ADD-MATCH-ID
                           " severity=" RESULT-SEVERITY
                           " quality=" QUALITY-SCORE
                       DISPLAY "    written " RESULT-TIMESTAMP
                       DISPLAY "    source " RESULT-SOURCE-SYSTEM
                           " feed date " RESULT-FEED-DATE
                           " batch " RESULT-BATCH-NUMBER
                       MOVE VALIDATION-ERRORS TO WS-INQ-ERROR-AREA
                       MOVE "errors: " TO WS-SHOW-LABEL
                       PERFORM SHOW-RULE-HITS
               END-READ
           END-IF.

                                   RARCH-IS-VALID
                                   " severity=" RARCH-SEVERITY
                                   " quality=" RARCH-QUALITY-SCORE
                               MOVE RARCH-VALIDATION-ERRS
                                   TO WS-INQ-ERROR-AREA
                               MOVE "errors: " TO WS-SHOW-LABEL
                               PERFORM SHOW-RULE-HITS
                           END-IF
                   END-READ
               END-PERFORM
                           IF EXCP-RECORD-ID = WS-INQ-RECORD-ID
                               MOVE 'Y' TO WS-TRACE-FOUND-FLAG
                               DISPLAY "  Exception " EXCP-TIMESTAMP
                               MOVE EXCP-VALIDATION-ERRORS
                                   TO WS-INQ-ERROR-AREA
                               MOVE SPACES TO WS-SHOW-LABEL
                               PERFORM SHOW-RULE-HITS
                           END-IF
                   END-READ
               END-PERFORM
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TRACE-FOUND-FLAG
                       DISPLAY "  On suspense since " SUSP-TIMESTAMP
                       DISPLAY "    source " SUSP-SOURCE-SYSTEM
                           " feed date " SUSP-FEED-DATE
                           " batch " SUSP-BATCH-NUMBER
                       MOVE SUSP-VALIDATION-ERRORS
                           TO WS-INQ-ERROR-AREA
                       MOVE "awaiting: " TO WS-SHOW-LABEL
                       PERFORM SHOW-RULE-HITS
               END-READ
           END-IF.

                               MOVE 'Y' TO WS-TRACE-FOUND-FLAG
                               DISPLAY "  Archived stale by SUSPAGE "
                                   "on " ARCH-DATE
                               MOVE ARCH-VALIDATION-ERRORS
                                   TO WS-INQ-ERROR-AREA
                               MOVE "last error: " TO WS-SHOW-LABEL
                               PERFORM SHOW-RULE-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.

      *    Every rule code the row carries, then the start of the
      *    message text. A pre-catalogue row shows its text as before.
       SHOW-RULE-HITS.
           IF WS-INQ-RULE-COUNT IS NUMERIC
               IF WS-INQ-RULE-COUNT > 0
                   DISPLAY "    rules hit: " WS-INQ-RULE-COUNT " "
                       WS-INQ-RULE-CODES (1:72)
                   IF WS-INQ-RULE-COUNT > 6
                       DISPLAY "                  "
                           WS-INQ-RULE-CODES (73:72)
                   END-IF
                   MOVE WS-INQ-ERROR-TEXT (1:60) TO WS-DETAIL-TEXT
                   PERFORM MASK-SSN-IN-TEXT
                   DISPLAY "    " WS-SHOW-LABEL WS-DETAIL-TEXT
               END-IF
           ELSE
               IF WS-INQ-ERROR-AREA NOT = SPACES
                   MOVE WS-INQ-ERROR-AREA (1:60) TO WS-DETAIL-TEXT
                   PERFORM MASK-SSN-IN-TEXT
                   DISPLAY "    " WS-SHOW-LABEL WS-DETAIL-TEXT
               END-IF
           END-IF.

      *    Replace any 999-99-9999 shape in the display text with its
      *    masked form, keeping the last four digits - same sweep as
      *    SUSPAGE's aged-detail lines.
