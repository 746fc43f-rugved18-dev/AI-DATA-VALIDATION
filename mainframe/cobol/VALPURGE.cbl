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

      *    Only the timestamp is aged - the rest of the run-history
      *    record travels as an image. Keep the length in step with
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 HIST-RUN-TIMESTAMP     PIC X(26).
           05 FILLER                 PIC X(416).

       FD EXCEPTION-WORK.
       01 EXCEPTION-WORK-RECORD      PIC X(600).

       FD HISTORY-WORK.
       01 HISTORY-WORK-RECORD        PIC X(442).

      *    Archived rows, each stamped with the date it was moved off
      *    the live file
           05 RARCH-QUALITY-SCORE    PIC 9(3)V99.
           05 RARCH-SEVERITY         PIC X(1).
           05 RARCH-TIMESTAMP        PIC X(26).
           05 RARCH-LINEAGE          PIC X(34).

       FD DB2-ARCHIVE.
       01 DB2-ARCHIVE-RECORD.
           05 DARCH-QUALITY-SCORE    PIC 9(3)V99.
           05 DARCH-SEVERITY         PIC X(1).
           05 DARCH-TIMESTAMP        PIC X(26).
           05 DARCH-LINEAGE          PIC X(34).

       FD EXCP-ARCHIVE.
       01 EXCP-ARCHIVE-RECORD.
           05 EARCH-DOMAIN           PIC X(20).
           05 EARCH-TIMESTAMP        PIC X(26).
           05 EARCH-VALIDATION-ERRS  PIC X(500).
           05 EARCH-LINEAGE          PIC X(34).

       FD HIST-ARCHIVE.
       01 HIST-ARCHIVE-RECORD.
           05 HARCH-DATE             PIC X(8).
           05 HARCH-HISTORY-IMAGE    PIC X(442).

       FD PARAMETER-FILE.
       01 PARM-RECORD.
           MOVE QUALITY-SCORE TO RARCH-QUALITY-SCORE.
           MOVE RESULT-SEVERITY TO RARCH-SEVERITY.
           MOVE RESULT-TIMESTAMP TO RARCH-TIMESTAMP.
           MOVE RESULT-LINEAGE TO RARCH-LINEAGE.
           WRITE RESULT-ARCHIVE-RECORD.
           IF WS-RARCH-FILE-STATUS NOT = '00'
               DISPLAY "Result archive write failed - status "
                   MOVE DB2-QUALITY-SCORE TO DARCH-QUALITY-SCORE
                   MOVE DB2-SEVERITY TO DARCH-SEVERITY
                   MOVE DB2-TIMESTAMP TO DARCH-TIMESTAMP
                   MOVE DB2-LINEAGE TO DARCH-LINEAGE
                   WRITE DB2-ARCHIVE-RECORD
                   IF WS-DARCH-FILE-STATUS = '00'
                       DELETE DB2-FILE
           MOVE EXCP-VALIDATION-ERRORS TO WS-SWEEP-TEXT.
           PERFORM MASK-SSN-IN-TEXT.
           MOVE WS-SWEEP-TEXT TO EARCH-VALIDATION-ERRS.
           MOVE EXCP-LINEAGE TO EARCH-LINEAGE.
           WRITE EXCP-ARCHIVE-RECORD.
           IF WS-EARCH-FILE-STATUS = '00'
               ADD 1 TO WS-EXCP-ARCH-COUNT
