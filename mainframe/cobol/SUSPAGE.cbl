           05 SUSP-ACCOUNT-DATA      PIC X(500).
           05 SUSP-TIMESTAMP         PIC X(26).
           05 SUSP-VALIDATION-ERRORS PIC X(500).
           05 SUSP-LINEAGE.
               10 SUSP-SOURCE-SYSTEM  PIC X(20).
               10 SUSP-FEED-DATE      PIC X(8).
               10 SUSP-BATCH-NUMBER   PIC 9(6).

      *    Archived suspense record, stamped with the date it was
      *    moved off the live file
           05 ARCH-ACCOUNT-DATA      PIC X(500).
           05 ARCH-TIMESTAMP         PIC X(26).
           05 ARCH-VALIDATION-ERRORS PIC X(500).
           05 ARCH-LINEAGE           PIC X(34).

       FD PARAMETER-FILE.
       01 PARM-RECORD.
      *    swept by AGE-ONE-RECORD just above - the archive gets the
      *    masked copy, not the stored one.
           MOVE WS-SWEEP-TEXT TO ARCH-VALIDATION-ERRORS.
           MOVE SUSP-LINEAGE TO ARCH-LINEAGE.
           WRITE ARCHIVE-RECORD.
           IF WS-ARCH-FILE-STATUS = '00'
               DELETE SUSPENSE-FILE
