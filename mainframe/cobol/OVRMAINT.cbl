       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRMAINT.
       AUTHOR. AI Data Validation Team.
       DATE-WRITTEN. October 15, 2026.

      * ================================================================
      * OVRMAINT - Business Override Maintenance and Audit Report
      * ================================================================
      * Purpose: Maintain the overrides VALIDATE honours when a record
      *   fails a FATAL rule the business has decided to accept - a
      *   RETIREMENT account opened early under an approved scheme,
      *   a genuine policy that is not on POLICY-MASTER yet because
      *   the master runs a day behind - and report on them for
      *   audit.
      *
      *   Each UT-S-OVRTRAN transaction carries an action
      *     ADD     - enter an override for a RECORD-ID and FATAL
      *               rule code with the approver it goes to, a
      *               reason and an expiry date. It is PENDING until
      *               approved.
      *     APPROVE - the named approver approves it. Whoever entered
      *               an override can never approve it.
      *     REVOKE  - withdraw a pending or approved override.
      *   with the user ID of whoever keyed it. The override master
      *   (UT-S-OVRMAST, keyed RECORD-ID + rule code + time entered)
      *   keeps who entered, approved and revoked each override and
      *   when. An override re-entered after the last one for the
      *   record and rule was revoked or expired is a new row; rows
      *   are never replaced or deleted, and APPROVE, REVOKE and
      *   VALIDATE act on the latest. An override expires by date,
      *   not by a transaction - VALIDATE stops honouring it the day
      *   after its expiry date. Every transaction, applied or rejected,
      *   is logged on UT-S-OVRAUDT with the status before and after.
      *
      *   VALIDATE logs each use on UT-S-OVRUSED - one row per
      *   override per record it released. The monthly report reads
      *   that log with the master and shows, by approver:
      *     ACTIVE  - approved and still in force after month end
      *     USED    - overrides that released a record in the month
      *               (USES counts the records released)
      *     EXPIRED - overrides whose expiry date fell in the month
      *     REVOKED - approved overrides revoked in the month
      *   with a detail line for every override counted.
      *
      *   Command line:
      *     YYYYMMDD        maintenance run as of that date (blank
      *                     means today)
      *     REPORT [YYYYMM] monthly report; blank month means the
      *                     month before the current one
      *
      * Return codes:
      *   0 - every transaction applied / report produced
      *   4 - one or more transactions rejected (see UT-S-OVRAUDT)
      *  16 - master file could not be opened, or bad date or month
      *
      * Version: 1.0.0
      * ================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional - a maintenance run with no transactions only
      *    prints the master's counts.
           SELECT OVERRIDE-TRANSACTION-FILE ASSIGN TO UT-S-OVRTRAN
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT OVERRIDE-MASTER ASSIGN TO UT-S-OVRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVR-KEY
               FILE STATUS IS WS-OVRMAST-FILE-STATUS.
           SELECT OVERRIDE-AUDIT-LOG ASSIGN TO UT-S-OVRAUDT
               FILE STATUS IS WS-OAUD-FILE-STATUS.
      *    Optional - no usage log yet means nothing has been used.
           SELECT OVERRIDE-USAGE-LOG ASSIGN TO UT-S-OVRUSED
               FILE STATUS IS WS-OUSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERRIDE-TRANSACTION-FILE.
       01 OVERRIDE-TRANSACTION-RECORD.
           05 OTRN-ACTION            PIC X(8).
               88 OTRN-ADD               VALUE 'ADD'.
               88 OTRN-APPROVE           VALUE 'APPROVE'.
               88 OTRN-REVOKE            VALUE 'REVOKE'.
           05 OTRN-USER-ID           PIC X(8).
           05 OTRN-RECORD-ID         PIC X(20).
           05 OTRN-RULE-CODE         PIC X(12).
      *    ADD only - who is to approve it and until when it holds
           05 OTRN-APPROVER-ID       PIC X(8).
           05 OTRN-EXPIRY-DATE       PIC X(8).
      *    ADD and REVOKE
           05 OTRN-REASON            PIC X(60).

      *    One row per override entered for a RECORD-ID and rule
      *    code, the latest last. VALIDATE.cbl reads this layout -
      *    keep the two in step.
       FD OVERRIDE-MASTER.
       01 OVERRIDE-MASTER-RECORD.
           05 OVR-KEY.
               10 OVR-RECORD-ID      PIC X(20).
               10 OVR-RULE-CODE      PIC X(12).
               10 OVR-ENTERED-TS     PIC X(26).
           05 OVR-STATUS             PIC X(1).
               88 OVR-PENDING            VALUE 'P'.
               88 OVR-APPROVED           VALUE 'A'.
               88 OVR-REVOKED            VALUE 'R'.
           05 OVR-EXPIRY-DATE        PIC X(8).
           05 OVR-ENTERED-BY         PIC X(8).
           05 OVR-APPROVER-ID        PIC X(8).
           05 OVR-APPROVED-TS        PIC X(26).
           05 OVR-REASON             PIC X(60).
           05 OVR-REVOKED-BY         PIC X(8).
           05 OVR-REVOKED-TS         PIC X(26).
           05 FILLER                 PIC X(20).

      *    Audit trail: one line per transaction with the override's
      *    status before and after (space where there was no row)
       FD OVERRIDE-AUDIT-LOG.
       01 OVERRIDE-AUDIT-RECORD.
           05 OAUD-TIMESTAMP         PIC X(26).
           05 OAUD-ACTION            PIC X(8).
           05 OAUD-USER-ID           PIC X(8).
           05 OAUD-RECORD-ID         PIC X(20).
           05 OAUD-RULE-CODE         PIC X(12).
           05 OAUD-APPROVER-ID       PIC X(8).
           05 OAUD-EXPIRY-DATE       PIC X(8).
           05 OAUD-REASON            PIC X(60).
           05 OAUD-STATUS            PIC X(10).
           05 OAUD-MESSAGE           PIC X(60).
           05 OAUD-BEFORE-STATUS     PIC X(1).
           05 OAUD-AFTER-STATUS      PIC X(1).

      *    Written by VALIDATE.cbl - one row per override per record
      *    it released, naming the master row by its time entered
       FD OVERRIDE-USAGE-LOG.
       01 OVERRIDE-USAGE-RECORD.
           05 OUSE-USED-DATE         PIC X(8).
           05 OUSE-RECORD-ID         PIC X(20).
           05 OUSE-RULE-CODE         PIC X(12).
           05 OUSE-APPROVER-ID       PIC X(8).
           05 OUSE-DOMAIN            PIC X(20).
           05 OUSE-RUN-MODE          PIC X(10).
           05 OUSE-BATCH-NUMBER      PIC 9(6).
           05 OUSE-TIMESTAMP         PIC X(26).
           05 OUSE-ENTERED-TS        PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-OVRMAST-FILE-STATUS  PIC XX VALUE '00'.
       01 WS-OAUD-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-OUSE-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-FLAG             PIC X(1) VALUE 'N'.
       01 WS-MAST-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-TRAN-OK-FLAG         PIC X(1) VALUE 'Y'.
       01 WS-ROW-FOUND-FLAG       PIC X(1) VALUE 'N'.
       01 WS-TRAN-COUNT           PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON        PIC X(60) VALUE SPACES.
       01 WS-BEFORE-STATUS        PIC X(1) VALUE SPACE.
       01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01 WS-COMMAND-LINE         PIC X(20) VALUE SPACES.
       01 WS-PARM-WORD-1          PIC X(8) VALUE SPACES.
       01 WS-PARM-WORD-2          PIC X(8) VALUE SPACES.
       01 WS-RUN-MODE             PIC X(8) VALUE SPACES.
           88 WS-REPORT-RUN           VALUE 'REPORT'.

      *    The latest row for the transaction's record and rule, held
      *    while READ-OVERRIDE-ROW reads past it
       01 WS-LATEST-ROW           PIC X(223) VALUE SPACES.

      *    FATAL rule codes an override may be entered against - keep
      *    in step with VALIDATE.cbl's WS-RULE-CATALOGUE. A WARNING
      *    never rejects a record, and GEN-DOMAIN rejects one no
      *    domain rules have run on, so neither is overridable.
       01 WS-FATAL-RULE-VALUES.
           05 FILLER PIC X(12) VALUE 'BNK-AGE'.
           05 FILLER PIC X(12) VALUE 'BNK-INCOME'.
           05 FILLER PIC X(12) VALUE 'BNK-CREDIT'.
           05 FILLER PIC X(12) VALUE 'BNK-SSN-FMT'.
           05 FILLER PIC X(12) VALUE 'BNK-CUSTMAST'.
           05 FILLER PIC X(12) VALUE 'BNK-ACCTTYPE'.
           05 FILLER PIC X(12) VALUE 'BNK-XFIELD'.
           05 FILLER PIC X(12) VALUE 'HLT-AGE'.
           05 FILLER PIC X(12) VALUE 'HLT-BLOODGP'.
           05 FILLER PIC X(12) VALUE 'ECM-PRICE'.
           05 FILLER PIC X(12) VALUE 'ECM-STOCK'.
           05 FILLER PIC X(12) VALUE 'INS-PREMIUM'.
           05 FILLER PIC X(12) VALUE 'INS-COVTYPE'.
           05 FILLER PIC X(12) VALUE 'INS-POLNUM'.
           05 FILLER PIC X(12) VALUE 'INS-POLMAST'.
           05 FILLER PIC X(12) VALUE 'INS-XFIELD'.
           05 FILLER PIC X(12) VALUE 'CLM-REQFLD'.
           05 FILLER PIC X(12) VALUE 'CLM-DATES'.
           05 FILLER PIC X(12) VALUE 'CLM-POLMAST'.
           05 FILLER PIC X(12) VALUE 'CLM-COVPER'.
           05 FILLER PIC X(12) VALUE 'CLM-TYPE'.
           05 FILLER PIC X(12) VALUE 'CLM-AMOUNT'.
           05 FILLER PIC X(12) VALUE 'CLM-DUP'.
       01 WS-FATAL-RULE-TABLE REDEFINES WS-FATAL-RULE-VALUES.
           05 WS-FATAL-RULE-CODE      PIC X(12) OCCURS 23 TIMES.
       01 WS-FATAL-RULE-COUNT     PIC 9(3) VALUE 23.
       01 WS-FATAL-RULE-IDX       PIC 9(3) VALUE 0.

      *    Master counts by status for the maintenance summary
       01 WS-MASTER-COUNTS.
           05 WS-MAST-PENDING-COUNT   PIC 9(7) VALUE 0.
           05 WS-MAST-ACTIVE-COUNT    PIC 9(7) VALUE 0.
           05 WS-MAST-EXPIRED-COUNT   PIC 9(7) VALUE 0.
           05 WS-MAST-REVOKED-COUNT   PIC 9(7) VALUE 0.

      * ================================================================
      * MONTHLY REPORT WORK AREAS - the month reported, the
      * overrides used in it (off the usage log) and the counts by
      * approver.
      * ================================================================
       01 WS-REPORT-MONTH         PIC X(6) VALUE SPACES.
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-RPT-YEAR             PIC 9(4).
           05 WS-RPT-MONTH            PIC 9(2).
       01 WS-MONTH-START          PIC X(8) VALUE SPACES.
       01 WS-MONTH-END            PIC X(8) VALUE SPACES.
       01 WS-NEXT-MONTH-START     PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
           05 WS-NXT-YEAR             PIC 9(4).
           05 WS-NXT-MONTH            PIC 9(2).
           05 WS-NXT-DAY              PIC 9(2).
       01 WS-MONTH-END-DIGITS     PIC 9(8) VALUE 0.
       01 WS-DATE-INTEGER         PIC 9(7) VALUE 0.

      *    Overrides used in the month and how many records each
      *    released - a linear table like VALIDATE's reference tables
       01 WS-USED-TABLE.
           05 WS-USED-ENTRY OCCURS 2000 TIMES.
               10 WS-USED-KEY         PIC X(58).
               10 WS-USED-USES        PIC 9(5).
       01 WS-USED-COUNT           PIC 9(4) VALUE 0.
       01 WS-USED-IDX             PIC 9(4) VALUE 0.
       01 WS-USED-MAX             PIC 9(4) VALUE 2000.
       01 WS-USAGE-READ-COUNT     PIC 9(7) VALUE 0.
       01 WS-USAGE-MONTH-COUNT    PIC 9(7) VALUE 0.

       01 WS-APPROVER-TABLE.
           05 WS-APPR-ENTRY OCCURS 100 TIMES.
               10 WS-APPR-ID          PIC X(8).
               10 WS-APPR-ACTIVE      PIC 9(5).
               10 WS-APPR-USED        PIC 9(5).
               10 WS-APPR-USES        PIC 9(7).
               10 WS-APPR-EXPIRED     PIC 9(5).
               10 WS-APPR-REVOKED     PIC 9(5).
       01 WS-APPR-COUNT           PIC 9(3) VALUE 0.
       01 WS-APPR-IDX             PIC 9(3) VALUE 0.
       01 WS-APPR-MAX             PIC 9(3) VALUE 100.

       01 WS-REPORT-TOTALS.
           05 WS-TOT-ACTIVE           PIC 9(5) VALUE 0.
           05 WS-TOT-USED             PIC 9(5) VALUE 0.
           05 WS-TOT-USES             PIC 9(7) VALUE 0.
           05 WS-TOT-EXPIRED          PIC 9(5) VALUE 0.
           05 WS-TOT-REVOKED          PIC 9(5) VALUE 0.

      *    How the override in hand stands for the month
       01 WS-OVERRIDE-STANDING.
           05 WS-APPROVED-DATE        PIC X(8).
           05 WS-REVOKED-DATE         PIC X(8).
           05 WS-IS-ACTIVE-FLAG       PIC X(1).
           05 WS-IS-USED-FLAG         PIC X(1).
           05 WS-IS-EXPIRED-FLAG      PIC X(1).
           05 WS-IS-REVOKED-FLAG      PIC X(1).
           05 WS-ROW-USES             PIC 9(5).
           05 WS-STANDING-TEXT        PIC X(16).

      *    Displayed record ids are masked to their last four
      *    characters, as across the rest of the suite's reports
       01 WS-MASK-ID-IN           PIC X(20) VALUE SPACES.
       01 WS-MASKED-ID            PIC X(20) VALUE SPACES.

       01 WS-TS-IN                PIC X(26) VALUE SPACES.
       01 WS-TS-DATE              PIC X(8) VALUE SPACES.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY             PIC X(4).
           05 WS-CDT-MM               PIC X(2).
           05 WS-CDT-DD               PIC X(2).
           05 WS-CDT-HH               PIC X(2).
           05 WS-CDT-MIN              PIC X(2).
           05 WS-CDT-SS               PIC X(2).
           05 WS-CDT-HS               PIC X(2).
           05 FILLER                  PIC X(5).
       01 WS-CDT-DATE REDEFINES WS-CURRENT-DATE-TIME PIC X(8).
       01 WS-TIMESTAMP            PIC X(26) VALUE SPACES.
       01 WS-DATE-CHECK           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-EXECUTION.
           PERFORM INITIALIZE-PROGRAM.
           IF WS-REPORT-RUN
               PERFORM GENERATE-MONTHLY-REPORT
           ELSE
               PERFORM PROCESS-TRANSACTIONS
               PERFORM COUNT-MASTER-STATUS
               PERFORM GENERATE-SUMMARY
           END-IF.
           PERFORM CLOSE-FILES.
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "OVRMAINT Business Override Maintenance Starting".
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-WORD-1 WS-PARM-WORD-2.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF WS-PARM-WORD-1 = 'REPORT'
               MOVE 'REPORT' TO WS-RUN-MODE
               PERFORM SET-REPORT-MONTH
           ELSE
               PERFORM SET-RUN-DATE
           END-IF.

      *    The report only reads the master; maintenance builds an
      *    empty one the first time, same as REFMAINT's.
           IF WS-REPORT-RUN
               OPEN INPUT OVERRIDE-MASTER
           ELSE
               OPEN I-O OVERRIDE-MASTER
               IF WS-OVRMAST-FILE-STATUS = '35'
                   OPEN OUTPUT OVERRIDE-MASTER
                   CLOSE OVERRIDE-MASTER
                   OPEN I-O OVERRIDE-MASTER
               END-IF
           END-IF.
           IF WS-OVRMAST-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open OVERRIDE-MASTER - status "
                   WS-OVRMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT WS-REPORT-RUN
               OPEN EXTEND OVERRIDE-AUDIT-LOG
               IF WS-OAUD-FILE-STATUS = '35'
                   OPEN OUTPUT OVERRIDE-AUDIT-LOG
               END-IF
           END-IF.

       SET-RUN-DATE.
           IF WS-PARM-WORD-1 = SPACES
               MOVE WS-CDT-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-PARM-WORD-1 TO WS-RUN-DATE
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
           DISPLAY "Overrides maintained as of " WS-RUN-DATE.

      *    The month reported runs from its first day to its last;
      *    the last is the day before the next month's first.
       SET-REPORT-MONTH.
           IF WS-PARM-WORD-2 = SPACES
               MOVE WS-CDT-DATE (1:6) TO WS-REPORT-MONTH
               IF WS-RPT-MONTH = 1
                   SUBTRACT 1 FROM WS-RPT-YEAR
                   MOVE 12 TO WS-RPT-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MONTH
               END-IF
           ELSE
               MOVE WS-PARM-WORD-2 (1:6) TO WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH NOT NUMERIC
                   OR WS-PARM-WORD-2 (7:2) NOT = SPACES
               DISPLAY "Report month must be YYYYMM - "
                   WS-PARM-WORD-2
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
               DISPLAY "Report month must be YYYYMM - "
                   WS-REPORT-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING WS-REPORT-MONTH "01" DELIMITED BY SIZE
               INTO WS-MONTH-START.
           MOVE WS-RPT-YEAR TO WS-NXT-YEAR.
           MOVE WS-RPT-MONTH TO WS-NXT-MONTH.
           MOVE 1 TO WS-NXT-DAY.
           IF WS-NXT-MONTH = 12
               ADD 1 TO WS-NXT-YEAR
               MOVE 1 TO WS-NXT-MONTH
           ELSE
               ADD 1 TO WS-NXT-MONTH
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START)
               TO WS-DATE-INTEGER.
           SUBTRACT 1 FROM WS-DATE-INTEGER.
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               TO WS-MONTH-END-DIGITS.
           MOVE WS-MONTH-END-DIGITS TO WS-MONTH-END.

       PROCESS-TRANSACTIONS.
           OPEN INPUT OVERRIDE-TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY "No transactions - master counts only"
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ OVERRIDE-TRANSACTION-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRAN-COUNT
                           PERFORM APPLY-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-TRANSACTION-FILE
           END-IF.

       APPLY-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-OK-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACE TO WS-BEFORE-STATUS.
           MOVE 'N' TO WS-ROW-FOUND-FLAG.
           PERFORM EDIT-TRANSACTION.
           IF WS-TRAN-OK-FLAG = 'Y'
               PERFORM READ-OVERRIDE-ROW
               EVALUATE TRUE
                   WHEN OTRN-ADD
                       PERFORM APPLY-ADD
                   WHEN OTRN-APPROVE
                       PERFORM APPLY-APPROVE
                   WHEN OTRN-REVOKE
                       PERFORM APPLY-REVOKE
               END-EVALUATE
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-AUDIT-APPLIED
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-AUDIT-REJECTED
           END-IF.

      *    Everything a transaction must carry before the master is
      *    touched. An ADD names an approver other than the user
      *    entering it, and an expiry no earlier than the run date.
       EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT OTRN-ADD AND NOT OTRN-APPROVE
                       AND NOT OTRN-REVOKE
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Action must be ADD, APPROVE or REVOKE"
                       TO WS-REJECT-REASON
               WHEN OTRN-USER-ID = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "User ID missing" TO WS-REJECT-REASON
               WHEN OTRN-RECORD-ID = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "RECORD-ID missing" TO WS-REJECT-REASON
               WHEN OTRN-RULE-CODE = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Rule code missing" TO WS-REJECT-REASON
               WHEN OTRN-APPROVE
                   CONTINUE
               WHEN OTRN-REASON = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Reason missing" TO WS-REJECT-REASON
               WHEN OTRN-REVOKE
                   CONTINUE
               WHEN OTRN-APPROVER-ID = SPACES
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Approver ID missing" TO WS-REJECT-REASON
               WHEN OTRN-APPROVER-ID = OTRN-USER-ID
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Approver must not be the user entering it"
                       TO WS-REJECT-REASON
               WHEN OTRN-EXPIRY-DATE NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Expiry date must be YYYYMMDD"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-TRAN-OK-FLAG = 'Y' AND OTRN-ADD
               PERFORM CHECK-FATAL-RULE-CODE
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y' AND OTRN-ADD
               MOVE OTRN-EXPIRY-DATE TO WS-DATE-CHECK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Expiry date is not a calendar date"
                       TO WS-REJECT-REASON
               ELSE
                   IF OTRN-EXPIRY-DATE < WS-RUN-DATE
                       MOVE 'N' TO WS-TRAN-OK-FLAG
                       MOVE "Expiry date is already past"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *    An override can only be entered against a rule that
      *    rejects the record.
       CHECK-FATAL-RULE-CODE.
           PERFORM VARYING WS-FATAL-RULE-IDX FROM 1 BY 1
                   UNTIL WS-FATAL-RULE-IDX > WS-FATAL-RULE-COUNT
                      OR WS-FATAL-RULE-CODE (WS-FATAL-RULE-IDX)
                          = OTRN-RULE-CODE
               CONTINUE
           END-PERFORM.
           IF WS-FATAL-RULE-IDX > WS-FATAL-RULE-COUNT
               MOVE 'N' TO WS-TRAN-OK-FLAG
               MOVE "Rule code is not an overridable FATAL rule"
                   TO WS-REJECT-REASON
           END-IF.

      *    Rows for one record and rule sort by time entered, so the
      *    last one read is the latest; it is left in the record area.
       READ-OVERRIDE-ROW.
           MOVE OTRN-RECORD-ID TO OVR-RECORD-ID.
           MOVE OTRN-RULE-CODE TO OVR-RULE-CODE.
           MOVE LOW-VALUES TO OVR-ENTERED-TS.
           MOVE 'N' TO WS-MAST-EOF-FLAG.
           START OVERRIDE-MASTER KEY IS NOT LESS THAN OVR-KEY
               INVALID KEY MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-MAST-EOF-FLAG = 'Y'
               READ OVERRIDE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-MAST-EOF-FLAG
                   NOT AT END
                       IF OVR-RECORD-ID = OTRN-RECORD-ID
                               AND OVR-RULE-CODE = OTRN-RULE-CODE
                           MOVE 'Y' TO WS-ROW-FOUND-FLAG
                           MOVE OVERRIDE-MASTER-RECORD TO WS-LATEST-ROW
                       ELSE
                           MOVE 'Y' TO WS-MAST-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ROW-FOUND-FLAG = 'Y'
               MOVE WS-LATEST-ROW TO OVERRIDE-MASTER-RECORD
               MOVE OVR-STATUS TO WS-BEFORE-STATUS
           END-IF.

      *    A live override - pending, or approved and not yet expired
      *    - must be revoked before another is entered for the same
      *    record and rule. Once it is revoked or expired a new row
      *    is added beside it, so the monthly report still counts it.
       APPLY-ADD.
           IF WS-ROW-FOUND-FLAG = 'Y'
               IF OVR-PENDING
                       OR (OVR-APPROVED
                           AND OVR-EXPIRY-DATE >= WS-RUN-DATE)
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Override already on file for record and rule"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-OK-FLAG = 'Y'
               PERFORM SET-TIMESTAMP
               MOVE SPACES TO OVERRIDE-MASTER-RECORD
               MOVE OTRN-RECORD-ID TO OVR-RECORD-ID
               MOVE OTRN-RULE-CODE TO OVR-RULE-CODE
               SET OVR-PENDING TO TRUE
               MOVE OTRN-EXPIRY-DATE TO OVR-EXPIRY-DATE
               MOVE OTRN-USER-ID TO OVR-ENTERED-BY
               MOVE WS-TIMESTAMP TO OVR-ENTERED-TS
               MOVE OTRN-APPROVER-ID TO OVR-APPROVER-ID
               MOVE OTRN-REASON TO OVR-REASON
               WRITE OVERRIDE-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-FLAG
                       MOVE "Override row could not be added"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.

      *    Only the approver the override was entered for may approve
      *    it, and never the user who entered it.
       APPLY-APPROVE.
           EVALUATE TRUE
               WHEN WS-ROW-FOUND-FLAG = 'N'
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "No override on file for record and rule"
                       TO WS-REJECT-REASON
               WHEN NOT OVR-PENDING
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Override is not awaiting approval"
                       TO WS-REJECT-REASON
               WHEN OTRN-USER-ID = OVR-ENTERED-BY
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Override cannot be approved by its enterer"
                       TO WS-REJECT-REASON
               WHEN OTRN-USER-ID NOT = OVR-APPROVER-ID
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "User is not the approver named on override"
                       TO WS-REJECT-REASON
               WHEN OVR-EXPIRY-DATE < WS-RUN-DATE
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Override expired before it was approved"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-TRAN-OK-FLAG = 'Y'
               PERFORM SET-TIMESTAMP
               SET OVR-APPROVED TO TRUE
               MOVE WS-TIMESTAMP TO OVR-APPROVED-TS
               REWRITE OVERRIDE-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-FLAG
                       MOVE "Override row could not be updated"
                           TO WS-REJECT-REASON
               END-REWRITE
           END-IF.

       APPLY-REVOKE.
           EVALUATE TRUE
               WHEN WS-ROW-FOUND-FLAG = 'N'
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "No override on file for record and rule"
                       TO WS-REJECT-REASON
               WHEN OVR-REVOKED
                   MOVE 'N' TO WS-TRAN-OK-FLAG
                   MOVE "Override is already revoked"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-TRAN-OK-FLAG = 'Y'
               PERFORM SET-TIMESTAMP
               SET OVR-REVOKED TO TRUE
               MOVE OTRN-USER-ID TO OVR-REVOKED-BY
               MOVE WS-TIMESTAMP TO OVR-REVOKED-TS
               REWRITE OVERRIDE-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-FLAG
                       MOVE "Override row could not be updated"
                           TO WS-REJECT-REASON
               END-REWRITE
           END-IF.

       SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
                   WS-CDT-HH "." WS-CDT-MIN "." WS-CDT-SS "."
                   WS-CDT-HS "0000"
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

       WRITE-AUDIT-APPLIED.
           MOVE 'APPLIED' TO OAUD-STATUS.
           MOVE SPACES TO OAUD-MESSAGE.
           MOVE OVR-STATUS TO OAUD-AFTER-STATUS.
           PERFORM WRITE-AUDIT-LINE.
           MOVE OTRN-RECORD-ID TO WS-MASK-ID-IN.
           PERFORM MASK-RECORD-ID.
           DISPLAY "APPLIED  " OTRN-ACTION " " WS-MASKED-ID " "
               OTRN-RULE-CODE " by " OTRN-USER-ID.

       WRITE-AUDIT-REJECTED.
           MOVE 'REJECTED' TO OAUD-STATUS.
           MOVE WS-REJECT-REASON TO OAUD-MESSAGE.
           MOVE WS-BEFORE-STATUS TO OAUD-AFTER-STATUS.
           PERFORM WRITE-AUDIT-LINE.
           MOVE OTRN-RECORD-ID TO WS-MASK-ID-IN.
           PERFORM MASK-RECORD-ID.
           DISPLAY "REJECTED " OTRN-ACTION " " WS-MASKED-ID " "
               OTRN-RULE-CODE " - " WS-REJECT-REASON.

      *    The approver and expiry logged are the override's own when
      *    there is a row, so an APPROVE line shows what was approved.
       WRITE-AUDIT-LINE.
           PERFORM SET-TIMESTAMP.
           MOVE WS-TIMESTAMP TO OAUD-TIMESTAMP.
           MOVE OTRN-ACTION TO OAUD-ACTION.
           MOVE OTRN-USER-ID TO OAUD-USER-ID.
           MOVE OTRN-RECORD-ID TO OAUD-RECORD-ID.
           MOVE OTRN-RULE-CODE TO OAUD-RULE-CODE.
           IF OTRN-ADD OR WS-ROW-FOUND-FLAG = 'N'
               MOVE OTRN-APPROVER-ID TO OAUD-APPROVER-ID
               MOVE OTRN-EXPIRY-DATE TO OAUD-EXPIRY-DATE
           ELSE
               MOVE OVR-APPROVER-ID TO OAUD-APPROVER-ID
               MOVE OVR-EXPIRY-DATE TO OAUD-EXPIRY-DATE
           END-IF.
           MOVE OTRN-REASON TO OAUD-REASON.
           MOVE WS-BEFORE-STATUS TO OAUD-BEFORE-STATUS.
           WRITE OVERRIDE-AUDIT-RECORD.

       MASK-RECORD-ID.
           MOVE ALL '*' TO WS-MASKED-ID.
           MOVE WS-MASK-ID-IN (17:4) TO WS-MASKED-ID (17:4).

      *    Where the master stands after this run's transactions
       COUNT-MASTER-STATUS.
           PERFORM START-MASTER-SCAN.
           PERFORM UNTIL WS-MAST-EOF-FLAG = 'Y'
               READ OVERRIDE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-MAST-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OVR-PENDING
                               ADD 1 TO WS-MAST-PENDING-COUNT
                           WHEN OVR-REVOKED
                               ADD 1 TO WS-MAST-REVOKED-COUNT
                           WHEN OVR-EXPIRY-DATE < WS-RUN-DATE
                               ADD 1 TO WS-MAST-EXPIRED-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-MAST-ACTIVE-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

       START-MASTER-SCAN.
           MOVE 'N' TO WS-MAST-EOF-FLAG.
           MOVE LOW-VALUES TO OVR-KEY.
           START OVERRIDE-MASTER KEY IS NOT LESS THAN OVR-KEY
               INVALID KEY MOVE 'Y' TO WS-MAST-EOF-FLAG
           END-START.

       GENERATE-SUMMARY.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "BUSINESS OVERRIDE MAINTENANCE SUMMARY".
           DISPLAY "==========================================".
           DISPLAY "Run date:                   " WS-RUN-DATE.
           DISPLAY "Transactions Read:          " WS-TRAN-COUNT.
           DISPLAY "Transactions Applied:       " WS-APPLIED-COUNT.
           DISPLAY "Transactions Rejected:      " WS-REJECTED-COUNT.
           DISPLAY "------------------------------------------".
           DISPLAY "Overrides pending approval: " WS-MAST-PENDING-COUNT.
           DISPLAY "Overrides in force:         " WS-MAST-ACTIVE-COUNT.
           DISPLAY "Overrides expired:          " WS-MAST-EXPIRED-COUNT.
           DISPLAY "Overrides revoked:          " WS-MAST-REVOKED-COUNT.
           DISPLAY "==========================================".

      * ================================================================
      * MONTHLY AUDIT REPORT - the usage log is read first so each
      * master row can be told whether it released anything in the
      * month; the master is then read in key order, one detail line
      * per override that counts under any heading, and the counts
      * are totalled by approver.
      * ================================================================
       GENERATE-MONTHLY-REPORT.
           PERFORM LOAD-MONTH-USAGE.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "BUSINESS OVERRIDE AUDIT REPORT".
           DISPLAY "==========================================".
           DISPLAY "Month:                      " WS-REPORT-MONTH.
           DISPLAY "Period:                     " WS-MONTH-START
               " - " WS-MONTH-END.
           DISPLAY "Usage rows in month:        " WS-USAGE-MONTH-COUNT.
           DISPLAY "------------------------------------------".
           DISPLAY "RECORD-ID            RULE         APPROVER "
               "APPROVED EXPIRES   USES STANDING".
           PERFORM START-MASTER-SCAN.
           PERFORM UNTIL WS-MAST-EOF-FLAG = 'Y'
               READ OVERRIDE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-MAST-EOF-FLAG
                   NOT AT END PERFORM CLASSIFY-OVERRIDE
               END-READ
           END-PERFORM.
           DISPLAY "------------------------------------------".
           DISPLAY "APPROVER   ACTIVE   USED    USES  EXPIRED REVOKED".
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                   UNTIL WS-APPR-IDX > WS-APPR-COUNT
               DISPLAY WS-APPR-ID (WS-APPR-IDX)
                   "   " WS-APPR-ACTIVE (WS-APPR-IDX)
                   "  " WS-APPR-USED (WS-APPR-IDX)
                   " " WS-APPR-USES (WS-APPR-IDX)
                   "   " WS-APPR-EXPIRED (WS-APPR-IDX)
                   "   " WS-APPR-REVOKED (WS-APPR-IDX)
           END-PERFORM.
           DISPLAY "------------------------------------------".
           DISPLAY "TOTAL      " WS-TOT-ACTIVE
               "  " WS-TOT-USED
               " " WS-TOT-USES
               "   " WS-TOT-EXPIRED
               "   " WS-TOT-REVOKED.
           DISPLAY "==========================================".

      *    Uses dated inside the month, summed per override
       LOAD-MONTH-USAGE.
           OPEN INPUT OVERRIDE-USAGE-LOG.
           IF WS-OUSE-FILE-STATUS NOT = '00'
               DISPLAY "No override usage log - nothing used"
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ OVERRIDE-USAGE-LOG
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-USAGE-READ-COUNT
                           IF OUSE-USED-DATE (1:6) = WS-REPORT-MONTH
                               ADD 1 TO WS-USAGE-MONTH-COUNT
                               PERFORM ADD-MONTH-USE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-USAGE-LOG
           END-IF.

       ADD-MONTH-USE.
           MOVE OUSE-RECORD-ID TO OVR-RECORD-ID.
           MOVE OUSE-RULE-CODE TO OVR-RULE-CODE.
           MOVE OUSE-ENTERED-TS TO OVR-ENTERED-TS.
           PERFORM FIND-USED-KEY.
           IF WS-USED-IDX = 0
               IF WS-USED-COUNT < WS-USED-MAX
                   ADD 1 TO WS-USED-COUNT
                   MOVE WS-USED-COUNT TO WS-USED-IDX
                   MOVE OVR-KEY TO WS-USED-KEY (WS-USED-IDX)
                   MOVE 0 TO WS-USED-USES (WS-USED-IDX)
               ELSE
                   MOVE OUSE-RECORD-ID TO WS-MASK-ID-IN
                   PERFORM MASK-RECORD-ID
                   DISPLAY "Usage table full - " WS-MASKED-ID " "
                       OUSE-RULE-CODE " not counted"
               END-IF
           END-IF.
           IF WS-USED-IDX > 0
               ADD 1 TO WS-USED-USES (WS-USED-IDX)
           END-IF.

      *    Looks up OVR-KEY; WS-USED-IDX 0 means not used in month
       FIND-USED-KEY.
           PERFORM VARYING WS-USED-IDX FROM 1 BY 1
                   UNTIL WS-USED-IDX > WS-USED-COUNT
                      OR WS-USED-KEY (WS-USED-IDX) = OVR-KEY
               CONTINUE
           END-PERFORM.
           IF WS-USED-IDX > WS-USED-COUNT
               MOVE 0 TO WS-USED-IDX
           END-IF.

      *    An override counts for the month only once approved on or
      *    before its last day. Active means still in force after
      *    the month; an expiry date inside the month is expired in
      *    it, whatever the override did before.
       CLASSIFY-OVERRIDE.
           MOVE SPACES TO WS-OVERRIDE-STANDING.
           MOVE 'N' TO WS-IS-ACTIVE-FLAG.
           MOVE 'N' TO WS-IS-USED-FLAG.
           MOVE 'N' TO WS-IS-EXPIRED-FLAG.
           MOVE 'N' TO WS-IS-REVOKED-FLAG.
           MOVE 0 TO WS-ROW-USES.
           IF OVR-APPROVED-TS NOT = SPACES
               MOVE OVR-APPROVED-TS TO WS-TS-IN
               PERFORM TS-TO-DATE
               MOVE WS-TS-DATE TO WS-APPROVED-DATE
           END-IF.
           IF OVR-REVOKED-TS NOT = SPACES
               MOVE OVR-REVOKED-TS TO WS-TS-IN
               PERFORM TS-TO-DATE
               MOVE WS-TS-DATE TO WS-REVOKED-DATE
           END-IF.
           IF WS-APPROVED-DATE NOT = SPACES
                   AND WS-APPROVED-DATE <= WS-MONTH-END
               IF OVR-EXPIRY-DATE > WS-MONTH-END
                       AND (WS-REVOKED-DATE = SPACES
                            OR WS-REVOKED-DATE > WS-MONTH-END)
                   MOVE 'Y' TO WS-IS-ACTIVE-FLAG
               END-IF
               IF OVR-EXPIRY-DATE >= WS-MONTH-START
                       AND OVR-EXPIRY-DATE <= WS-MONTH-END
                       AND (WS-REVOKED-DATE = SPACES
                            OR WS-REVOKED-DATE > OVR-EXPIRY-DATE)
                   MOVE 'Y' TO WS-IS-EXPIRED-FLAG
               END-IF
               IF WS-REVOKED-DATE >= WS-MONTH-START
                       AND WS-REVOKED-DATE <= WS-MONTH-END
                   MOVE 'Y' TO WS-IS-REVOKED-FLAG
               END-IF
               PERFORM FIND-USED-KEY
               IF WS-USED-IDX > 0
                   MOVE 'Y' TO WS-IS-USED-FLAG
                   MOVE WS-USED-USES (WS-USED-IDX) TO WS-ROW-USES
               END-IF
               IF WS-IS-ACTIVE-FLAG = 'Y' OR WS-IS-USED-FLAG = 'Y'
                       OR WS-IS-EXPIRED-FLAG = 'Y'
                       OR WS-IS-REVOKED-FLAG = 'Y'
                   PERFORM COUNT-FOR-APPROVER
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-IF.

       COUNT-FOR-APPROVER.
           PERFORM FIND-APPROVER.
           IF WS-APPR-IDX > 0
               IF WS-IS-ACTIVE-FLAG = 'Y'
                   ADD 1 TO WS-APPR-ACTIVE (WS-APPR-IDX)
                   ADD 1 TO WS-TOT-ACTIVE
               END-IF
               IF WS-IS-USED-FLAG = 'Y'
                   ADD 1 TO WS-APPR-USED (WS-APPR-IDX)
                   ADD WS-ROW-USES TO WS-APPR-USES (WS-APPR-IDX)
                   ADD 1 TO WS-TOT-USED
                   ADD WS-ROW-USES TO WS-TOT-USES
               END-IF
               IF WS-IS-EXPIRED-FLAG = 'Y'
                   ADD 1 TO WS-APPR-EXPIRED (WS-APPR-IDX)
                   ADD 1 TO WS-TOT-EXPIRED
               END-IF
               IF WS-IS-REVOKED-FLAG = 'Y'
                   ADD 1 TO WS-APPR-REVOKED (WS-APPR-IDX)
                   ADD 1 TO WS-TOT-REVOKED
               END-IF
           END-IF.

      *    A new approver takes the next slot; a full table is noted
      *    and the override left out of the approver lines.
       FIND-APPROVER.
           MOVE 0 TO WS-APPR-IDX.
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                   UNTIL WS-APPR-IDX > WS-APPR-COUNT
                      OR WS-APPR-ID (WS-APPR-IDX) = OVR-APPROVER-ID
               CONTINUE
           END-PERFORM.
           IF WS-APPR-IDX > WS-APPR-COUNT
               IF WS-APPR-COUNT < WS-APPR-MAX
                   ADD 1 TO WS-APPR-COUNT
                   MOVE WS-APPR-COUNT TO WS-APPR-IDX
                   MOVE OVR-APPROVER-ID TO WS-APPR-ID (WS-APPR-IDX)
                   MOVE 0 TO WS-APPR-ACTIVE (WS-APPR-IDX)
                   MOVE 0 TO WS-APPR-USED (WS-APPR-IDX)
                   MOVE 0 TO WS-APPR-USES (WS-APPR-IDX)
                   MOVE 0 TO WS-APPR-EXPIRED (WS-APPR-IDX)
                   MOVE 0 TO WS-APPR-REVOKED (WS-APPR-IDX)
               ELSE
                   DISPLAY "Approver table full - " OVR-APPROVER-ID
                       " not totalled"
                   MOVE 0 TO WS-APPR-IDX
               END-IF
           END-IF.

       WRITE-REPORT-DETAIL.
           EVALUATE TRUE
               WHEN WS-IS-REVOKED-FLAG = 'Y'
                   MOVE 'REVOKED' TO WS-STANDING-TEXT
               WHEN WS-IS-EXPIRED-FLAG = 'Y'
                   MOVE 'EXPIRED' TO WS-STANDING-TEXT
               WHEN WS-IS-ACTIVE-FLAG = 'Y'
                   MOVE 'ACTIVE' TO WS-STANDING-TEXT
               WHEN OTHER
                   MOVE 'USED' TO WS-STANDING-TEXT
           END-EVALUATE.
           MOVE OVR-RECORD-ID TO WS-MASK-ID-IN.
           PERFORM MASK-RECORD-ID.
           DISPLAY WS-MASKED-ID " " OVR-RULE-CODE " " OVR-APPROVER-ID
               " " WS-APPROVED-DATE " " OVR-EXPIRY-DATE " "
               WS-ROW-USES " " WS-STANDING-TEXT.

      *    YYYY-MM-DD-HH.MM.SS.NNNNNN to YYYYMMDD
       TS-TO-DATE.
           MOVE SPACES TO WS-TS-DATE.
           STRING WS-TS-IN (1:4) WS-TS-IN (6:2) WS-TS-IN (9:2)
               DELIMITED BY SIZE INTO WS-TS-DATE.

       CLOSE-FILES.
           CLOSE OVERRIDE-MASTER.
           IF NOT WS-REPORT-RUN
               CLOSE OVERRIDE-AUDIT-LOG
           END-IF.
           DISPLAY "OVRMAINT terminated".
