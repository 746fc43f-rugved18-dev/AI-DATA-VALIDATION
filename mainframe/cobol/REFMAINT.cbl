       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.
       AUTHOR. AI Data Validation Team.
       DATE-WRITTEN. October 15, 2026.

      * ================================================================
      * REFMAINT - Reference Table Maintenance
      * ================================================================
      * Purpose: Maintain the six reference tables VALIDATE loads
      *   (UT-S-ACCTTYP, UT-S-ECOMCAT, UT-S-MEDFORM, UT-S-COVTYP,
      *   UT-S-BLOODGP, UT-S-CLMTYP) through transactions instead of
      *   hand-edited datasets, and answer who changed a table, when,
      *   why, and which contents a given night validated against.
      *
      *   Each UT-S-REFTRAN transaction names a table, an action
      *     ADD    - value comes into force on the effective date
      *     CHANGE - value is replaced by a new value from that date
      *     RETIRE - value goes out of force on that date
      *   with the operator ID, a reason and the effective date. The
      *   versioned master (UT-S-REFMAST) keeps every value with the
      *   date range it was in force and the table version that
      *   added and ended it - rows are closed, never deleted. Every
      *   transaction, applied or rejected, is logged on UT-S-REFAUDT
      *   with before and after images of the master row.
      *
      *   A table whose content changed this run moves to its next
      *   version (UT-S-REFVERS). The program then writes each
      *   table's flat file as in force on the run date, plus one
      *   stamp record per table on UT-S-REFSTMP (version, as-of
      *   date, entry count) that VALIDATE records on its run
      *   history. A table with nothing on the master yet is left as
      *   it is - its dataset is still maintained by hand.
      *
      *   A claim type value is coverage type (10), claim type (10)
      *   and limit (10 digits, 2 implied decimals). Its coverage and
      *   claim type are its key: one limit per pair is in force at a
      *   time, and a new limit is a CHANGE of the old value.
      *
      *   Each table also carries the number of entries VALIDATE can
      *   hold for it. An ADD that would take the table's open-ended
      *   rows past that is rejected, and a table cut with more
      *   entries in force than VALIDATE holds is reported.
      *
      *   Command line: run date as YYYYMMDD; blank means today.
      *
      * Return codes:
      *   0 - every transaction applied, flat files generated
      *   4 - one or more transactions rejected (see UT-S-REFAUDT),
      *       a table cut above its VALIDATE capacity, or a flat file
      *       that could not be opened (table skipped, stamped 0)
      *  16 - master file could not be opened, or bad run date, or
      *       the version file could not be rewritten - the versions
      *       shown on the summary must be restored to UT-S-REFVERS
      *       before the next run
      *
      * Version: 1.0.0
      * ================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional - a run with no transactions only regenerates the
      *    flat files for the run date.
           SELECT REF-TRANSACTION-FILE ASSIGN TO UT-S-REFTRAN
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT REF-MASTER ASSIGN TO UT-S-REFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMAST-KEY
               FILE STATUS IS WS-RMAST-FILE-STATUS.
           SELECT REF-VERSION-FILE ASSIGN TO UT-S-REFVERS
               FILE STATUS IS WS-RVER-FILE-STATUS.
           SELECT REF-AUDIT-LOG ASSIGN TO UT-S-REFAUDT
               FILE STATUS IS WS-RAUD-FILE-STATUS.
           SELECT REF-STAMP-FILE ASSIGN TO UT-S-REFSTMP
               FILE STATUS IS WS-RSTP-FILE-STATUS.
      *    The flat tables, one value per record, in the layouts
      *    VALIDATE.cbl's LOAD-REFERENCE-TABLES reads
           SELECT ACCTTYPE-FILE ASSIGN TO UT-S-ACCTTYP
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO UT-S-ECOMCAT
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT FORMULARY-FILE ASSIGN TO UT-S-MEDFORM
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT COVTYPE-FILE ASSIGN TO UT-S-COVTYP
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT BLOODGP-FILE ASSIGN TO UT-S-BLOODGP
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT CLMTYPE-FILE ASSIGN TO UT-S-CLMTYP
               FILE STATUS IS WS-FLAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REF-TRANSACTION-FILE.
       01 REF-TRANSACTION-RECORD.
           05 RTRN-TABLE-ID          PIC X(8).
           05 RTRN-ACTION            PIC X(6).
               88 RTRN-ADD               VALUE 'ADD'.
               88 RTRN-CHANGE            VALUE 'CHANGE'.
               88 RTRN-RETIRE            VALUE 'RETIRE'.
           05 RTRN-EFFECTIVE-DATE    PIC X(8).
           05 RTRN-OPERATOR-ID       PIC X(8).
           05 RTRN-VALUE             PIC X(100).
      *    CHANGE only - the value that replaces RTRN-VALUE
           05 RTRN-NEW-VALUE         PIC X(100).
           05 RTRN-REASON            PIC X(60).

      *    One row per value per date range it was in force. An
      *    end date of 99999999 means still in force; a closed row
      *    keeps the version that ended it.
       FD REF-MASTER.
       01 REF-MASTER-RECORD.
           05 RMAST-KEY.
               10 RMAST-TABLE-ID     PIC X(8).
               10 RMAST-VALUE        PIC X(100).
               10 RMAST-EFF-DATE     PIC X(8).
           05 RMAST-END-DATE         PIC X(8).
               88 RMAST-OPEN-ENDED       VALUE '99999999'.
           05 RMAST-ADDED-VERSION    PIC 9(5).
           05 RMAST-ENDED-VERSION    PIC 9(5).
           05 RMAST-OPERATOR-ID      PIC X(8).
           05 RMAST-REASON           PIC X(60).
           05 RMAST-CHANGED-TS       PIC X(26).

      *    Current version of each table - rewritten whole each run
       FD REF-VERSION-FILE.
       01 REF-VERSION-RECORD.
           05 RVER-TABLE-ID          PIC X(8).
           05 RVER-VERSION           PIC 9(5).
           05 RVER-CHANGED-TS        PIC X(26).

      *    Audit trail: one line per transaction with the master row
      *    as it stood before and after (spaces where there was none)
       FD REF-AUDIT-LOG.
       01 REF-AUDIT-RECORD.
           05 RAUD-TIMESTAMP         PIC X(26).
           05 RAUD-TABLE-ID          PIC X(8).
           05 RAUD-ACTION            PIC X(6).
           05 RAUD-EFFECTIVE-DATE    PIC X(8).
           05 RAUD-OPERATOR-ID       PIC X(8).
           05 RAUD-REASON            PIC X(60).
           05 RAUD-STATUS            PIC X(10).
           05 RAUD-MESSAGE           PIC X(60).
           05 RAUD-BEFORE-IMAGE.
               10 RAUD-BEFORE-VALUE      PIC X(100).
               10 RAUD-BEFORE-EFF-DATE   PIC X(8).
               10 RAUD-BEFORE-END-DATE   PIC X(8).
               10 RAUD-BEFORE-VERSION    PIC 9(5).
           05 RAUD-AFTER-IMAGE.
               10 RAUD-AFTER-VALUE       PIC X(100).
               10 RAUD-AFTER-EFF-DATE    PIC X(8).
               10 RAUD-AFTER-END-DATE    PIC X(8).
               10 RAUD-AFTER-VERSION     PIC 9(5).

      *    One record per table describing the flat file just cut -
      *    VALIDATE.cbl reads this to stamp its run history. Version
      *    zero means the table is not on the master yet, or its flat
      *    file could not be cut this run.
       FD REF-STAMP-FILE.
       01 REF-STAMP-RECORD.
           05 RSTP-TABLE-ID          PIC X(8).
           05 RSTP-VERSION           PIC 9(5).
           05 RSTP-AS-OF-DATE        PIC X(8).
           05 RSTP-ENTRY-COUNT       PIC 9(5).
           05 RSTP-GENERATED-TS      PIC X(26).

       FD ACCTTYPE-FILE.
       01 ACCTTYPE-RECORD.
           05 ACCTTYPE-VALUE         PIC X(20).

       FD CATEGORY-FILE.
       01 CATEGORY-RECORD.
           05 CATEGORY-VALUE         PIC X(50).

       FD FORMULARY-FILE.
       01 FORMULARY-RECORD.
           05 FORMULARY-VALUE        PIC X(100).

       FD COVTYPE-FILE.
       01 COVTYPE-RECORD.
           05 COVTYPE-VALUE          PIC X(30).

       FD BLOODGP-FILE.
       01 BLOODGP-RECORD.
           05 BLOODGP-VALUE          PIC X(5).

       FD CLMTYPE-FILE.
       01 CLMTYPE-RECORD.
           05 CLMTYPE-VALUE          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RMAST-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-RVER-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RAUD-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RSTP-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-FLAT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-FLAG             PIC X(1) VALUE 'N'.
       01 WS-MAST-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-TRAN-OK-FLAG         PIC X(1) VALUE 'Y'.
       01 WS-TRAN-COUNT           PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON        PIC X(60) VALUE SPACES.
       01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01 WS-COMMAND-LINE         PIC X(20) VALUE SPACES.

      * ================================================================
      * TABLE DEFINITIONS - table ID as keyed on the transactions and
      * the master (the DD suffix of its flat file), the width of
      * the value VALIDATE reads, how many leading characters of it
      * identify an entry (the rest, if any, is a numeric amount),
      * and how many entries VALIDATE's table holds (keep in step
      * with the OCCURS of its WS-ACCTTYPE-ENTRY, WS-CATEGORY-ENTRY,
      * WS-FORMULARY-ENTRY, WS-COVTYPE-ENTRY, WS-BLOODGP-ENTRY and
      * WS-CLAIM-TYPE-ENTRY). A value wider than its table is
      * rejected rather than silently cut short.
      * ================================================================
       01 WS-TABLE-DEF-VALUES.
           05 FILLER PIC X(8)  VALUE 'ACCTTYP'.
           05 FILLER PIC 9(3)  VALUE 020.
           05 FILLER PIC 9(3)  VALUE 020.
           05 FILLER PIC 9(5)  VALUE 00100.
           05 FILLER PIC X(8)  VALUE 'ECOMCAT'.
           05 FILLER PIC 9(3)  VALUE 050.
           05 FILLER PIC 9(3)  VALUE 050.
           05 FILLER PIC 9(5)  VALUE 00200.
           05 FILLER PIC X(8)  VALUE 'MEDFORM'.
           05 FILLER PIC 9(3)  VALUE 100.
           05 FILLER PIC 9(3)  VALUE 100.
           05 FILLER PIC 9(5)  VALUE 01000.
           05 FILLER PIC X(8)  VALUE 'COVTYP'.
           05 FILLER PIC 9(3)  VALUE 030.
           05 FILLER PIC 9(3)  VALUE 030.
           05 FILLER PIC 9(5)  VALUE 00050.
           05 FILLER PIC X(8)  VALUE 'BLOODGP'.
           05 FILLER PIC 9(3)  VALUE 005.
           05 FILLER PIC 9(3)  VALUE 005.
           05 FILLER PIC 9(5)  VALUE 00020.
           05 FILLER PIC X(8)  VALUE 'CLMTYP'.
           05 FILLER PIC 9(3)  VALUE 030.
           05 FILLER PIC 9(3)  VALUE 020.
           05 FILLER PIC 9(5)  VALUE 00100.
       01 WS-TABLE-DEFS REDEFINES WS-TABLE-DEF-VALUES.
           05 WS-TABLE-DEF OCCURS 6 TIMES.
               10 WS-TABLE-ID             PIC X(8).
               10 WS-TABLE-WIDTH          PIC 9(3).
               10 WS-TABLE-KEY-WIDTH      PIC 9(3).
               10 WS-TABLE-CAPACITY       PIC 9(5).

      *    Per-table run state: version on file, whether this run has
      *    already moved it to its next version, and what was cut
       01 WS-TABLE-STATE-AREA.
           05 WS-TABLE-STATE OCCURS 6 TIMES.
               10 WS-TABLE-VERSION        PIC 9(5).
               10 WS-TABLE-BUMPED-FLAG    PIC X(1).
               10 WS-TABLE-APPLIED-COUNT  PIC 9(5).
               10 WS-TABLE-ENTRY-COUNT    PIC 9(5).
               10 WS-TABLE-ON-MASTER-FLAG PIC X(1).
       01 WS-TBL-IDX              PIC 9(1) VALUE 0.
       01 WS-SCAN-IDX             PIC 9(1) VALUE 0.
      *    Key and amount widths of the transaction's table
       01 WS-KEY-WIDTH            PIC 9(3) VALUE 0.
       01 WS-AMOUNT-WIDTH         PIC 9(3) VALUE 0.

      *    Master rows located for the transaction in hand
       01 WS-CURRENT-ROW-FLAG     PIC X(1) VALUE 'N'.
       01 WS-CURRENT-ROW          PIC X(228) VALUE SPACES.
       01 WS-OVERLAP-FLAG         PIC X(1) VALUE 'N'.
       01 WS-REOPEN-OK-FLAG       PIC X(1) VALUE 'Y'.
       01 WS-SEARCH-VALUE         PIC X(100) VALUE SPACES.
       01 WS-SEARCH-DATE          PIC X(8) VALUE SPACES.
       01 WS-NEW-VERSION          PIC 9(5) VALUE 0.
       01 WS-OPEN-ROW-COUNT       PIC 9(5) VALUE 0.

      *    Run-level outcomes beyond rejected transactions
       01 WS-VERSION-FAIL-FLAG    PIC X(1) VALUE 'N'.
       01 WS-TABLE-WARN-FLAG      PIC X(1) VALUE 'N'.

      *    Before/after images for the audit line
       01 WS-BEFORE-IMAGE.
           05 WS-BEFORE-VALUE         PIC X(100).
           05 WS-BEFORE-EFF-DATE      PIC X(8).
           05 WS-BEFORE-END-DATE      PIC X(8).
           05 WS-BEFORE-VERSION       PIC 9(5).
       01 WS-AFTER-IMAGE.
           05 WS-AFTER-VALUE          PIC X(100).
           05 WS-AFTER-EFF-DATE       PIC X(8).
           05 WS-AFTER-END-DATE       PIC X(8).
           05 WS-AFTER-VERSION        PIC 9(5).

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY             PIC X(4).
           05 WS-CDT-MM               PIC X(2).
           05 WS-CDT-DD               PIC X(2).
           05 WS-CDT-HH               PIC X(2).
           05 WS-CDT-MIN              PIC X(2).
           05 WS-CDT-SS               PIC X(2).
           05 FILLER                  PIC X(7).
       01 WS-CDT-DATE REDEFINES WS-CURRENT-DATE-TIME PIC X(8).
       01 WS-TIMESTAMP            PIC X(26) VALUE SPACES.
       01 WS-DATE-CHECK           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-EXECUTION.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM PROCESS-TRANSACTIONS.
           PERFORM WRITE-VERSION-FILE.
           PERFORM GENERATE-FLAT-FILES.
           PERFORM GENERATE-SUMMARY.
           PERFORM CLOSE-FILES.
           EVALUATE TRUE
               WHEN WS-VERSION-FAIL-FLAG = 'Y'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > 0
                       OR WS-TABLE-WARN-FLAG = 'Y'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "REFMAINT Reference Table Maintenance Starting".
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF WS-COMMAND-LINE = SPACES
               MOVE WS-CDT-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-COMMAND-LINE (1:8) TO WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY "Run date must be YYYYMMDD - " WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY "Run date is not a calendar date - "
                   WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Tables generated as in force on " WS-RUN-DATE.

      *    Same create-if-missing idea as VALIDATE's indexed files -
      *    the first run builds an empty master.
           OPEN I-O REF-MASTER.
           IF WS-RMAST-FILE-STATUS = '35'
               OPEN OUTPUT REF-MASTER
               CLOSE REF-MASTER
               OPEN I-O REF-MASTER
           END-IF.
           IF WS-RMAST-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open REF-MASTER - status "
                   WS-RMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND REF-AUDIT-LOG.
           IF WS-RAUD-FILE-STATUS = '35'
               OPEN OUTPUT REF-AUDIT-LOG
           END-IF.

           PERFORM LOAD-VERSION-FILE.

      *    Current version of every table; a missing file means no
      *    table has been maintained here yet.
       LOAD-VERSION-FILE.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1 UNTIL WS-TBL-IDX > 6
               MOVE 0 TO WS-TABLE-VERSION (WS-TBL-IDX)
               MOVE 'N' TO WS-TABLE-BUMPED-FLAG (WS-TBL-IDX)
               MOVE 0 TO WS-TABLE-APPLIED-COUNT (WS-TBL-IDX)
               MOVE 0 TO WS-TABLE-ENTRY-COUNT (WS-TBL-IDX)
               MOVE 'N' TO WS-TABLE-ON-MASTER-FLAG (WS-TBL-IDX)
           END-PERFORM.
           OPEN INPUT REF-VERSION-FILE.
           IF WS-RVER-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ REF-VERSION-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM FIND-VERSION-TABLE
                           IF WS-TBL-IDX > 0
                               MOVE RVER-VERSION
                                   TO WS-TABLE-VERSION (WS-TBL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-VERSION-FILE
           ELSE
               DISPLAY "No table version file - all tables at 0"
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.

       FIND-VERSION-TABLE.
           MOVE 0 TO WS-TBL-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 6
               IF WS-TABLE-ID (WS-SCAN-IDX) = RVER-TABLE-ID
                   MOVE WS-SCAN-IDX TO WS-TBL-IDX
               END-IF
           END-PERFORM.

       PROCESS-TRANSACTIONS.
           OPEN INPUT REF-TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY "No transactions - flat files regenerated only"
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ REF-TRANSACTION-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRAN-COUNT
                           PERFORM APPLY-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE REF-TRANSACTION-FILE
           END-IF.

       APPLY-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-OK-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE 0 TO WS-BEFORE-VERSION.
           MOVE 0 TO WS-AFTER-VERSION.
           PERFORM EDIT-TRANSACTION.
           IF WS-TRAN-OK-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN RTRN-ADD
                       PERFORM APPLY-ADD
                   WHEN RTRN-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN RTRN-RETIRE
                       PERFORM APPLY-RETIRE
               END-EVALUATE
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
               ADD 1 TO WS-TABLE-APPLIED-COUNT (WS-TBL-IDX)
               PERFORM WRITE-AUDIT-APPLIED
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-AUDIT-REJECTED
           END-IF.

      *    Everything a transaction must carry before the master is
      *    touched: a known table and action, who and why, a real
      *    effective date, and values that fit the table.
       EDIT-TRANSACTION.
           MOVE 0 TO WS-TBL-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 6
               IF WS-TABLE-ID (WS-SCAN-IDX) = RTRN-TABLE-ID
                   MOVE WS-SCAN-IDX TO WS-TBL-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-TBL-IDX = 0
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Unknown table ID" TO WS-REJECT-REASON
               WHEN NOT RTRN-ADD AND NOT RTRN-CHANGE
                       AND NOT RTRN-RETIRE
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Action must be ADD, CHANGE or RETIRE"
                       TO WS-REJECT-REASON
               WHEN RTRN-OPERATOR-ID = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Operator ID missing" TO WS-REJECT-REASON
               WHEN RTRN-REASON = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Reason missing" TO WS-REJECT-REASON
               WHEN RTRN-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Effective date must be YYYYMMDD"
                       TO WS-REJECT-REASON
               WHEN RTRN-VALUE = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Value missing" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-TRAN-OK-FLAG = 'Y'
               MOVE RTRN-EFFECTIVE-DATE TO WS-DATE-CHECK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Effective date is not a calendar date"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y'
                   AND WS-TABLE-WIDTH (WS-TBL-IDX) < 100
               IF RTRN-VALUE (WS-TABLE-WIDTH (WS-TBL-IDX) + 1:)
                       NOT = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Value wider than the table allows"
                       TO WS-REJECT-REASON
               END-IF
               IF RTRN-CHANGE
                   IF RTRN-NEW-VALUE
                           (WS-TABLE-WIDTH (WS-TBL-IDX) + 1:)
                           NOT = SPACES
                       MOVE 'N' TO WS-TRAN-OK-FLAG
                       MOVE "New value wider than the table allows"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
      *    A table whose key is shorter than its value carries an
      *    amount after the key - both parts must be there.
           IF WS-TRAN-OK-FLAG = 'Y'
               MOVE WS-TABLE-KEY-WIDTH (WS-TBL-IDX) TO WS-KEY-WIDTH
               COMPUTE WS-AMOUNT-WIDTH =
                   WS-TABLE-WIDTH (WS-TBL-IDX) - WS-KEY-WIDTH
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y' AND WS-AMOUNT-WIDTH > 0
               IF RTRN-VALUE (1:WS-KEY-WIDTH) = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Value key missing" TO WS-REJECT-REASON
               END-IF
               IF RTRN-VALUE (WS-KEY-WIDTH + 1:WS-AMOUNT-WIDTH)
                       NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Value amount must be numeric"
                       TO WS-REJECT-REASON
               END-IF
               IF RTRN-CHANGE
                   IF RTRN-NEW-VALUE (1:WS-KEY-WIDTH) = SPACES
                       MOVE 'N' TO WS-TRAN-OK-FLAG
                       MOVE "New value key missing" TO WS-REJECT-REASON
                   END-IF
                   IF RTRN-NEW-VALUE
                           (WS-KEY-WIDTH + 1:WS-AMOUNT-WIDTH)
                           NOT NUMERIC
                       MOVE 'N' TO WS-TRAN-OK-FLAG
                       MOVE "New value amount must be numeric"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y' AND RTRN-CHANGE
               IF RTRN-NEW-VALUE = SPACES
                       OR RTRN-NEW-VALUE = RTRN-VALUE
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "CHANGE needs a different new value"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    A value may come into force only if no row for it is in
      *    force on or after the effective date - a value retired
      *    from a future date must wait for that date - and only if
      *    VALIDATE has room for one more. CHANGE ends one row for
      *    every row it opens, so only ADD can fill a table.
       APPLY-ADD.
           MOVE RTRN-VALUE TO WS-SEARCH-VALUE.
           PERFORM CHECK-VALUE-OVERLAP.
           IF WS-OVERLAP-FLAG = 'Y'
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE "Value already in force on that date"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM COUNT-OPEN-ROWS
               IF WS-OPEN-ROW-COUNT >= WS-TABLE-CAPACITY (WS-TBL-IDX)
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Table full" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y'
               PERFORM SET-NEW-VERSION
               PERFORM WRITE-NEW-ROW
               IF WS-TRAN-OK-FLAG = 'Y'
                   PERFORM BUMP-TABLE-VERSION
               END-IF
           END-IF.

      *    A change is a retire of the old value and an add of the
      *    new one on the same date - both edits must pass before
      *    either is applied, and an old row closed for a new row
      *    that then cannot be written is put back as it was.
       APPLY-CHANGE.
           MOVE RTRN-VALUE TO WS-SEARCH-VALUE.
           PERFORM FIND-CURRENT-ROW.
           IF WS-CURRENT-ROW-FLAG = 'N'
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE "Value not in force - nothing to change"
                   TO WS-REJECT-REASON
           ELSE
               IF RMAST-EFF-DATE > RTRN-EFFECTIVE-DATE
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Effective date before value came into force"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y'
               MOVE RTRN-NEW-VALUE TO WS-SEARCH-VALUE
               PERFORM CHECK-VALUE-OVERLAP
               IF WS-OVERLAP-FLAG = 'Y'
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "New value already in force on that date"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y'
               PERFORM SET-NEW-VERSION
               MOVE RTRN-VALUE TO WS-SEARCH-VALUE
               PERFORM FIND-CURRENT-ROW
               PERFORM CLOSE-CURRENT-ROW
               IF WS-TRAN-OK-FLAG = 'Y'
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM WRITE-NEW-ROW
                   IF WS-TRAN-OK-FLAG = 'N'
                       PERFORM REOPEN-CURRENT-ROW
                   END-IF
               END-IF
               IF WS-TRAN-OK-FLAG = 'Y'
                   PERFORM BUMP-TABLE-VERSION
               END-IF
           END-IF.

       APPLY-RETIRE.
           MOVE RTRN-VALUE TO WS-SEARCH-VALUE.
           PERFORM FIND-CURRENT-ROW.
           IF WS-CURRENT-ROW-FLAG = 'N'
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE "Value not in force - nothing to retire"
                   TO WS-REJECT-REASON
           ELSE
               IF RMAST-EFF-DATE > RTRN-EFFECTIVE-DATE
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Effective date before value came into force"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y'
               PERFORM SET-NEW-VERSION
               PERFORM CLOSE-CURRENT-ROW
               IF WS-TRAN-OK-FLAG = 'Y'
                   PERFORM BUMP-TABLE-VERSION
               END-IF
           END-IF.

      *    The first change applied to a table in a run moves it to
      *    its next version; every row this run touches carries it.
      *    SET-NEW-VERSION gives the version the rows are stamped
      *    with; the table only moves to it, in BUMP-TABLE-VERSION,
      *    once the master has taken the change.
       SET-NEW-VERSION.
           IF WS-TABLE-BUMPED-FLAG (WS-TBL-IDX) = 'N'
               COMPUTE WS-NEW-VERSION =
                   WS-TABLE-VERSION (WS-TBL-IDX) + 1
           ELSE
               MOVE WS-TABLE-VERSION (WS-TBL-IDX) TO WS-NEW-VERSION
           END-IF.

       BUMP-TABLE-VERSION.
           MOVE WS-NEW-VERSION TO WS-TABLE-VERSION (WS-TBL-IDX).
           MOVE 'Y' TO WS-TABLE-BUMPED-FLAG (WS-TBL-IDX).

      *    Position on the first row for table + WS-SEARCH-VALUE and
      *    read forward through that value's rows. FIND-CURRENT-ROW
      *    wants the open-ended one (left in the record area);
      *    CHECK-VALUE-OVERLAP wants any row ending after the
      *    transaction's effective date, or starting on it - even
      *    one retired the day it began holds that row's key. The
      *    overlap is judged on the table's key, so a claim type
      *    cannot be in force with two limits; the open row a CHANGE
      *    is about to end does not count against its new value.
       FIND-CURRENT-ROW.
           MOVE 'N' TO WS-CURRENT-ROW-FLAG.
           PERFORM START-VALUE-ROWS.
           PERFORM UNTIL WS-MAST-EOF-FLAG = 'Y'
               READ REF-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-MAST-EOF-FLAG
                   NOT AT END
                       IF RMAST-TABLE-ID NOT = RTRN-TABLE-ID
                               OR RMAST-VALUE NOT = WS-SEARCH-VALUE
                           MOVE 'Y' TO WS-MAST-EOF-FLAG
                       ELSE
                           IF RMAST-OPEN-ENDED
                               MOVE 'Y' TO WS-CURRENT-ROW-FLAG
                               MOVE REF-MASTER-RECORD
                                   TO WS-CURRENT-ROW
                               MOVE 'Y' TO WS-MAST-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CURRENT-ROW-FLAG = 'Y'
               MOVE WS-CURRENT-ROW TO REF-MASTER-RECORD
           END-IF.

       CHECK-VALUE-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-FLAG.
           PERFORM START-KEY-ROWS.
           PERFORM UNTIL WS-MAST-EOF-FLAG = 'Y'
               READ REF-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-MAST-EOF-FLAG
                   NOT AT END
                       IF RMAST-TABLE-ID NOT = RTRN-TABLE-ID
                               OR RMAST-VALUE (1:WS-KEY-WIDTH)
                                   NOT = WS-SEARCH-VALUE
                                       (1:WS-KEY-WIDTH)
                           MOVE 'Y' TO WS-MAST-EOF-FLAG
                       ELSE
                           IF RTRN-CHANGE AND RMAST-OPEN-ENDED
                                   AND RMAST-VALUE = RTRN-VALUE
                               CONTINUE
                           ELSE
                               IF RMAST-END-DATE > RTRN-EFFECTIVE-DATE
                                       OR RMAST-EFF-DATE
                                           = RTRN-EFFECTIVE-DATE
                                   MOVE 'Y' TO WS-OVERLAP-FLAG
                                   MOVE 'Y' TO WS-MAST-EOF-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Rows of the transaction's table still open-ended - what
      *    the flat file will hold once every dated change has come
      *    into force.
       COUNT-OPEN-ROWS.
           MOVE 0 TO WS-OPEN-ROW-COUNT.
           PERFORM START-TABLE-ROWS.
           PERFORM UNTIL WS-MAST-EOF-FLAG = 'Y'
               READ REF-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-MAST-EOF-FLAG
                   NOT AT END
                       IF RMAST-TABLE-ID NOT = WS-TABLE-ID (WS-TBL-IDX)
                           MOVE 'Y' TO WS-MAST-EOF-FLAG
                       ELSE
                           IF RMAST-OPEN-ENDED
                               ADD 1 TO WS-OPEN-ROW-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       START-VALUE-ROWS.
           MOVE 'N' TO WS-MAST-EOF-FLAG.
           MOVE RTRN-TABLE-ID TO RMAST-TABLE-ID.
           MOVE WS-SEARCH-VALUE TO RMAST-VALUE.
           MOVE LOW-VALUES TO RMAST-EFF-DATE.
           START REF-MASTER KEY IS NOT LESS THAN RMAST-KEY
               INVALID KEY MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-START.

      *    First row of any value sharing WS-SEARCH-VALUE's key
       START-KEY-ROWS.
           MOVE 'N' TO WS-MAST-EOF-FLAG.
           MOVE RTRN-TABLE-ID TO RMAST-TABLE-ID.
           MOVE LOW-VALUES TO RMAST-VALUE.
           MOVE WS-SEARCH-VALUE (1:WS-KEY-WIDTH)
               TO RMAST-VALUE (1:WS-KEY-WIDTH).
           MOVE LOW-VALUES TO RMAST-EFF-DATE.
           START REF-MASTER KEY IS NOT LESS THAN RMAST-KEY
               INVALID KEY MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-START.

      *    End the row in the record area on the effective date. The
      *    row stays on the master - only its end date and the
      *    version that ended it change.
       CLOSE-CURRENT-ROW.
           MOVE RMAST-VALUE TO WS-BEFORE-VALUE.
           MOVE RMAST-EFF-DATE TO WS-BEFORE-EFF-DATE.
           MOVE RMAST-END-DATE TO WS-BEFORE-END-DATE.
           MOVE RMAST-ADDED-VERSION TO WS-BEFORE-VERSION.
           PERFORM SET-TIMESTAMP.
           MOVE RTRN-EFFECTIVE-DATE TO RMAST-END-DATE.
           MOVE WS-NEW-VERSION TO RMAST-ENDED-VERSION.
           MOVE RTRN-OPERATOR-ID TO RMAST-OPERATOR-ID.
           MOVE RTRN-REASON TO RMAST-REASON.
           MOVE WS-TIMESTAMP TO RMAST-CHANGED-TS.
           REWRITE REF-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Master rewrite failed" TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-TRAN-OK-FLAG = 'Y'
               MOVE RMAST-VALUE TO WS-AFTER-VALUE
               MOVE RMAST-EFF-DATE TO WS-AFTER-EFF-DATE
               MOVE RMAST-END-DATE TO WS-AFTER-END-DATE
               MOVE RMAST-ENDED-VERSION TO WS-AFTER-VERSION
           END-IF.

      *    Put the row CLOSE-CURRENT-ROW ended back as FIND-CURRENT-ROW
      *    found it, so a failed CHANGE leaves the master untouched and
      *    its audit line shows no change. Should the master refuse,
      *    the images are left showing the closed row it still holds.
       REOPEN-CURRENT-ROW.
           MOVE WS-CURRENT-ROW TO REF-MASTER-RECORD.
           MOVE 'Y' TO WS-REOPEN-OK-FLAG.
           REWRITE REF-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REOPEN-OK-FLAG
                   MOVE "New row failed and old row not reopened"
                       TO WS-REJECT-REASON
           END-REWRITE.
           IF WS-REOPEN-OK-FLAG = 'Y'
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE 0 TO WS-BEFORE-VERSION
               MOVE 0 TO WS-AFTER-VERSION
           END-IF.

      *    New open-ended row for WS-SEARCH-VALUE's successor: ADD's
      *    value, or CHANGE's new value
       WRITE-NEW-ROW.
           PERFORM SET-TIMESTAMP.
           MOVE SPACES TO REF-MASTER-RECORD.
           MOVE RTRN-TABLE-ID TO RMAST-TABLE-ID.
           IF RTRN-CHANGE
               MOVE RTRN-NEW-VALUE TO RMAST-VALUE
           ELSE
               MOVE RTRN-VALUE TO RMAST-VALUE
           END-IF.
           MOVE RTRN-EFFECTIVE-DATE TO RMAST-EFF-DATE.
           MOVE '99999999' TO RMAST-END-DATE.
           MOVE WS-NEW-VERSION TO RMAST-ADDED-VERSION.
           MOVE 0 TO RMAST-ENDED-VERSION.
           MOVE RTRN-OPERATOR-ID TO RMAST-OPERATOR-ID.
           MOVE RTRN-REASON TO RMAST-REASON.
           MOVE WS-TIMESTAMP TO RMAST-CHANGED-TS.
           WRITE REF-MASTER-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Row for that value and date already on master"
                       TO WS-REJECT-REASON
           END-WRITE.
           IF WS-TRAN-OK-FLAG = 'Y'
               MOVE RMAST-VALUE TO WS-AFTER-VALUE
               MOVE RMAST-EFF-DATE TO WS-AFTER-EFF-DATE
               MOVE RMAST-END-DATE TO WS-AFTER-END-DATE
               MOVE RMAST-ADDED-VERSION TO WS-AFTER-VERSION
           END-IF.

       SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
                   WS-CDT-HH "." WS-CDT-MIN "." WS-CDT-SS ".000000"
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

       WRITE-AUDIT-APPLIED.
           MOVE 'APPLIED' TO RAUD-STATUS.
           MOVE SPACES TO RAUD-MESSAGE.
           PERFORM WRITE-AUDIT-LINE.
           DISPLAY "APPLIED  " RTRN-TABLE-ID " " RTRN-ACTION " "
               RTRN-VALUE (1:30) " eff " RTRN-EFFECTIVE-DATE
               " v" WS-NEW-VERSION.

       WRITE-AUDIT-REJECTED.
           MOVE 'REJECTED' TO RAUD-STATUS.
           MOVE WS-REJECT-REASON TO RAUD-MESSAGE.
           PERFORM WRITE-AUDIT-LINE.
           DISPLAY "REJECTED " RTRN-TABLE-ID " " RTRN-ACTION " "
               RTRN-VALUE (1:30) " - " WS-REJECT-REASON.

       WRITE-AUDIT-LINE.
           PERFORM SET-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RAUD-TIMESTAMP.
           MOVE RTRN-TABLE-ID TO RAUD-TABLE-ID.
           MOVE RTRN-ACTION TO RAUD-ACTION.
           MOVE RTRN-EFFECTIVE-DATE TO RAUD-EFFECTIVE-DATE.
           MOVE RTRN-OPERATOR-ID TO RAUD-OPERATOR-ID.
           MOVE RTRN-REASON TO RAUD-REASON.
           MOVE WS-BEFORE-IMAGE TO RAUD-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO RAUD-AFTER-IMAGE.
           WRITE REF-AUDIT-RECORD.

       WRITE-VERSION-FILE.
      *    Losing this file would hand this run's version numbers out
      *    again next run - the summary shows what it should hold.
           OPEN OUTPUT REF-VERSION-FILE.
           IF WS-RVER-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open REF-VERSION-FILE - status "
                   WS-RVER-FILE-STATUS
                   " - table versions not saved"
               MOVE 'Y' TO WS-VERSION-FAIL-FLAG
           ELSE
               PERFORM SET-TIMESTAMP
               PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                       UNTIL WS-TBL-IDX > 6
                   MOVE WS-TABLE-ID (WS-TBL-IDX) TO RVER-TABLE-ID
                   MOVE WS-TABLE-VERSION (WS-TBL-IDX) TO RVER-VERSION
                   MOVE WS-TIMESTAMP TO RVER-CHANGED-TS
                   WRITE REF-VERSION-RECORD
               END-PERFORM
               CLOSE REF-VERSION-FILE
           END-IF.

      * ================================================================
      * FLAT FILE GENERATION - each table's values in force on the
      * run date (effective on or before it, ending after it), in
      * master key order, followed by the stamp record VALIDATE
      * records on its run history.
      * ================================================================
       GENERATE-FLAT-FILES.
           OPEN OUTPUT REF-STAMP-FILE.
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1 UNTIL WS-TBL-IDX > 6
               PERFORM GENERATE-ONE-TABLE
               PERFORM WRITE-STAMP-RECORD
           END-PERFORM.
           CLOSE REF-STAMP-FILE.

      *    A table with no rows on the master is not maintained here
      *    yet - its existing dataset is left untouched, not emptied.
      *    A flat file that will not open is skipped the same way and
      *    stamped version 0, so no run history names contents that
      *    were never cut.
       GENERATE-ONE-TABLE.
           MOVE 0 TO WS-TABLE-ENTRY-COUNT (WS-TBL-IDX).
           MOVE 'N' TO WS-TABLE-ON-MASTER-FLAG (WS-TBL-IDX).
           PERFORM START-TABLE-ROWS.
           IF WS-MAST-EOF-FLAG = 'N'
               READ REF-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-MAST-EOF-FLAG
               END-READ
           END-IF.
           IF WS-MAST-EOF-FLAG = 'N'
                   AND RMAST-TABLE-ID = WS-TABLE-ID (WS-TBL-IDX)
               MOVE 'Y' TO WS-TABLE-ON-MASTER-FLAG (WS-TBL-IDX)
           END-IF.
           IF WS-TABLE-ON-MASTER-FLAG (WS-TBL-IDX) = 'N'
               DISPLAY "Table " WS-TABLE-ID (WS-TBL-IDX)
                   " not on master - dataset left as is"
           ELSE
               PERFORM OPEN-FLAT-FILE
           END-IF.
           IF WS-TABLE-ON-MASTER-FLAG (WS-TBL-IDX) = 'Y'
               PERFORM UNTIL WS-MAST-EOF-FLAG = 'Y'
                   IF RMAST-TABLE-ID NOT = WS-TABLE-ID (WS-TBL-IDX)
                       MOVE 'Y' TO WS-MAST-EOF-FLAG
                   ELSE
                       IF RMAST-EFF-DATE <= WS-RUN-DATE
                               AND RMAST-END-DATE > WS-RUN-DATE
                           PERFORM WRITE-FLAT-ENTRY
                       END-IF
                       READ REF-MASTER NEXT RECORD
                           AT END MOVE 'Y' TO WS-MAST-EOF-FLAG
                       END-READ
                   END-IF
               END-PERFORM
               PERFORM CLOSE-FLAT-FILE
               DISPLAY "Table " WS-TABLE-ID (WS-TBL-IDX)
                   " version " WS-TABLE-VERSION (WS-TBL-IDX)
                   ": " WS-TABLE-ENTRY-COUNT (WS-TBL-IDX)
                   " entries in force"
               IF WS-TABLE-ENTRY-COUNT (WS-TBL-IDX)
                       > WS-TABLE-CAPACITY (WS-TBL-IDX)
                   DISPLAY "Table " WS-TABLE-ID (WS-TBL-IDX)
                       " has more entries than VALIDATE holds ("
                       WS-TABLE-CAPACITY (WS-TBL-IDX)
                       ") - the excess will not be loaded"
                   MOVE 'Y' TO WS-TABLE-WARN-FLAG
               END-IF
           END-IF.

       START-TABLE-ROWS.
           MOVE 'N' TO WS-MAST-EOF-FLAG.
           MOVE LOW-VALUES TO RMAST-KEY.
           MOVE WS-TABLE-ID (WS-TBL-IDX) TO RMAST-TABLE-ID.
           START REF-MASTER KEY IS NOT LESS THAN RMAST-KEY
               INVALID KEY MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-START.

       OPEN-FLAT-FILE.
           EVALUATE WS-TBL-IDX
               WHEN 1 OPEN OUTPUT ACCTTYPE-FILE
               WHEN 2 OPEN OUTPUT CATEGORY-FILE
               WHEN 3 OPEN OUTPUT FORMULARY-FILE
               WHEN 4 OPEN OUTPUT COVTYPE-FILE
               WHEN 5 OPEN OUTPUT BLOODGP-FILE
               WHEN 6 OPEN OUTPUT CLMTYPE-FILE
           END-EVALUATE.
           IF WS-FLAT-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open flat file for table "
                   WS-TABLE-ID (WS-TBL-IDX) " - status "
                   WS-FLAT-FILE-STATUS " - table skipped, stamped 0"
               MOVE 'N' TO WS-TABLE-ON-MASTER-FLAG (WS-TBL-IDX)
               MOVE 'Y' TO WS-TABLE-WARN-FLAG
           END-IF.

       WRITE-FLAT-ENTRY.
           EVALUATE WS-TBL-IDX
               WHEN 1
                   MOVE RMAST-VALUE TO ACCTTYPE-VALUE
                   WRITE ACCTTYPE-RECORD
               WHEN 2
                   MOVE RMAST-VALUE TO CATEGORY-VALUE
                   WRITE CATEGORY-RECORD
               WHEN 3
                   MOVE RMAST-VALUE TO FORMULARY-VALUE
                   WRITE FORMULARY-RECORD
               WHEN 4
                   MOVE RMAST-VALUE TO COVTYPE-VALUE
                   WRITE COVTYPE-RECORD
               WHEN 5
                   MOVE RMAST-VALUE TO BLOODGP-VALUE
                   WRITE BLOODGP-RECORD
               WHEN 6
                   MOVE RMAST-VALUE TO CLMTYPE-VALUE
                   WRITE CLMTYPE-RECORD
           END-EVALUATE.
           ADD 1 TO WS-TABLE-ENTRY-COUNT (WS-TBL-IDX).

       CLOSE-FLAT-FILE.
           EVALUATE WS-TBL-IDX
               WHEN 1 CLOSE ACCTTYPE-FILE
               WHEN 2 CLOSE CATEGORY-FILE
               WHEN 3 CLOSE FORMULARY-FILE
               WHEN 4 CLOSE COVTYPE-FILE
               WHEN 5 CLOSE BLOODGP-FILE
               WHEN 6 CLOSE CLMTYPE-FILE
           END-EVALUATE.

       WRITE-STAMP-RECORD.
           PERFORM SET-TIMESTAMP.
           MOVE WS-TABLE-ID (WS-TBL-IDX) TO RSTP-TABLE-ID.
           IF WS-TABLE-ON-MASTER-FLAG (WS-TBL-IDX) = 'Y'
               MOVE WS-TABLE-VERSION (WS-TBL-IDX) TO RSTP-VERSION
           ELSE
               MOVE 0 TO RSTP-VERSION
           END-IF.
           MOVE WS-RUN-DATE TO RSTP-AS-OF-DATE.
           MOVE WS-TABLE-ENTRY-COUNT (WS-TBL-IDX) TO RSTP-ENTRY-COUNT.
           MOVE WS-TIMESTAMP TO RSTP-GENERATED-TS.
           WRITE REF-STAMP-RECORD.

       GENERATE-SUMMARY.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "REFERENCE TABLE MAINTENANCE SUMMARY".
           DISPLAY "==========================================".
           DISPLAY "Run date:                   " WS-RUN-DATE.
           DISPLAY "Transactions Read:          " WS-TRAN-COUNT.
           DISPLAY "Transactions Applied:       " WS-APPLIED-COUNT.
           DISPLAY "Transactions Rejected:      " WS-REJECTED-COUNT.
           DISPLAY "------------------------------------------".
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1 UNTIL WS-TBL-IDX > 6
               DISPLAY "  " WS-TABLE-ID (WS-TBL-IDX)
                   "  version " WS-TABLE-VERSION (WS-TBL-IDX)
                   "  applied " WS-TABLE-APPLIED-COUNT (WS-TBL-IDX)
                   "  in force " WS-TABLE-ENTRY-COUNT (WS-TBL-IDX)
           END-PERFORM.
           DISPLAY "==========================================".

       CLOSE-FILES.
           CLOSE REF-MASTER.
           CLOSE REF-AUDIT-LOG.
           DISPLAY "REFMAINT terminated".
