      *   - Updates DB2 validation results
      *   - Sends response back to Python system
      *
      * Run modes (first word of the PARM):
      *   (blank)    nightly run of VALIDATION-INPUT
      *   RESTART    resume an abended nightly run off the checkpoint
      *   REVALIDATE rerun the corrected records on SUSPENSE-FILE
      *   SIMULATE   what-if replay - second word INPUT (default) or
      *              SUSPENSE. Runs the night allocated to UT-S-VALJOB,
      *              or the suspense file, under whatever candidate
      *              BANKPARM and reference tables the step allocates
      *              (REFMAINT cuts candidates with a future as-of),
      *              and compares each outcome with its production
      *              row on VALIDATION-OUTPUT. Writes only the impact
      *              file UT-S-VALSIMR and its report - no result,
      *              DB2, response, exception, suspense, checkpoint,
      *              run history or snapshot update.
      *
      * Parallel nights: VALSPLIT partitions UT-S-VALJOB and each of
      *   the VALIDATE1-5 steps runs this program, in any of the modes
      *   above, over one partition with its own checkpoint, batch,
      *   seen-ID, response, report and history DDs; VALMERGE then
      *   puts those back together. Cross-partition duplicates and the
      *   night-to-night batch check are VALSPLIT's.
      *
      * Business overrides: a FATAL hit with an approved, unexpired
      *   override on UT-S-OVRMAST (OVRMAINT) for its RECORD-ID and
      *   rule code passes flagged - severity 'O' on the result, DB2
      *   row, response and rule-violation row, approver named in the
      *   message. Each use is logged on UT-S-OVRUSED.
      *
      * Claims: DOMAIN 'claims' records (CLAIMS-REC) are checked
      *   against the policy they are made on - the policy master for
      *   the policy and its coverage period, the policy's coverage
      *   type for the claim types it allows and their limits - and
      *   against the claim register UT-S-CLMREG for a claim number
      *   already accepted under another RECORD-ID.
      *
      * Date: April 12, 2026
      * Version: 2.0.0
      * ================================================================
      *    suspense file so that queue holds only correctable rejects.
           SELECT WARNINGS-REPORT ASSIGN TO UT-S-VALWARN
               FILE STATUS IS WS-WARN-FILE-STATUS.
      *    One row per rule hit, fatal or warning, coded against the
      *    rule catalogue - every reason a record failed, not just the
      *    last one, so the clerk can fix them all in one SUSPCORR pass.
           SELECT RULE-VIOLATION-FILE ASSIGN TO UT-S-VALRULV
               FILE STATUS IS WS-RULV-FILE-STATUS.
      *    Reference tables, one value per record, loaded at startup
      *    by LOAD-REFERENCE-TABLES so adding a product category or a
      *    drug is a table update, not a recompile. Coverage types and
               FILE STATUS IS WS-COVTYPE-FILE-STATUS.
           SELECT BLOODGP-FILE ASSIGN TO UT-S-BLOODGP
               FILE STATUS IS WS-BLOODGP-FILE-STATUS.
      *    Claim types each coverage type allows, with the limit of
      *    each - falls back to the compiled-in list like coverage
      *    types and blood groups.
           SELECT CLMTYPE-FILE ASSIGN TO UT-S-CLMTYP
               FILE STATUS IS WS-CLMTYPE-FILE-STATUS.
      *    Written by REFMAINT alongside the tables it generates -
      *    the version and as-of date of each table, carried onto the
      *    run history so any night can be tied to the exact table
      *    contents it validated against. Optional: hand-kept tables
      *    have no stamp.
           SELECT REF-STAMP-FILE ASSIGN TO UT-S-REFSTMP
               FILE STATUS IS WS-RSTP-FILE-STATUS.
      *    Keyed master files supplied by the owning systems - a
      *    well-formed policy number or SSN must also exist on its
      *    master before the record passes. A missing master file
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMAST-SSN
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
      *    Last accepted values per banking SSN and per policy
      *    number, carried night to night so a value that moves when
      *    it should not (an age going backwards, a claim count
      *    shrinking, an income or premium swinging wildly) is caught
      *    even though each night's record passes its own edits.
      *    Created empty on first use, like the result files.
           SELECT SSN-SNAPSHOT ASSIGN TO UT-S-SSNSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-SSN
               FILE STATUS IS WS-SSNSNAP-FILE-STATUS.
           SELECT POLICY-SNAPSHOT ASSIGN TO UT-S-POLSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSNP-POLICY-NUMBER
               FILE STATUS IS WS-POLSNAP-FILE-STATUS.
      *    Every claim number accepted so far, night to night, with
      *    the RECORD-ID that carried it - another record under the
      *    same claim number is a duplicate claim. Created empty on
      *    first use and, like the snapshots, added to only from
      *    accepted records.
           SELECT CLAIM-REGISTER ASSIGN TO UT-S-CLMREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREG-CLAIM-NUMBER
               FILE STATUS IS WS-CLMREG-FILE-STATUS.
      *    One row per cross-night variance beyond tolerance; the
      *    severe ones are also WARNING hits on the record's result.
           SELECT VARIANCE-REPORT ASSIGN TO UT-S-VALVARR
               FILE STATUS IS WS-VARR-FILE-STATUS.
      *    Optional tolerances for the cross-night comparison - the
      *    compiled-in defaults apply when no file is supplied.
           SELECT CHANGE-PARM-FILE ASSIGN TO UT-S-CHGPARM
               FILE STATUS IS WS-CHGPARM-FILE-STATUS.
      *    SIMULATE run output - one row per record whose simulated
      *    outcome differs from its production result row. The only
      *    file a SIMULATE run writes.
           SELECT SIMULATION-IMPACT ASSIGN TO UT-S-VALSIMR
               FILE STATUS IS WS-SIMR-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO UT-S-VALCKPT
               FILE STATUS IS WS-CKPT-FILE-STATUS.
      *    Business overrides maintained by OVRMAINT. Optional - no
      *    master means no overrides, and every FATAL hit stands.
           SELECT OVERRIDE-MASTER ASSIGN TO UT-S-OVRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVR-KEY
               FILE STATUS IS WS-OVRMAST-FILE-STATUS.
      *    Append-only log of every override that released a record,
      *    read by OVRMAINT's monthly report. On a parallel night
      *    each stream logs to its own dataset.
           SELECT OVERRIDE-USAGE-LOG ASSIGN TO UT-S-OVRUSED
               FILE STATUS IS WS-OUSE-FILE-STATUS.
      *    Records a REVALIDATE pass released from suspense under an
      *    override - they are on no night's feed, so VALEXTR picks
      *    them up from here.
           SELECT OVERRIDE-RELEASE ASSIGN TO UT-S-OVRRLSE
               FILE STATUS IS WS-ORLS-FILE-STATUS.
      *    Invalid records are routed here keyed by RECORD-ID so a
      *    corrected record can be re-read and re-validated on its own,
      *    without reprocessing the whole nightly batch.
               10 INS-COVERAGE-TYPE        PIC X(30).
               10 INS-CLAIM-HISTORY-COUNT  PIC 9(3).
               10 FILLER                   PIC X(435).
      *    A claim carries the policy number it is made on where
      *    INSURANCE-REC carries it, so the policy number edit, its
      *    masking and the policy master read serve both domains.
      *    Dates are YYYYMMDD.
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
      *    Control-record view of the same 566-byte record. The feed
      *    carries a header (feed date, batch number, source system)
           05 RESULT-ID            PIC X(20).
           05 IS-VALID             PIC 9(1).
           05 VALIDATION-ERRORS    PIC X(500).
      *    Structured view of the error area: how many rules the
      *    record hit, the catalogue codes of the first twelve, then
      *    the messages of every hit run together, '; ' between.
           05 RESULT-RULE-HITS REDEFINES VALIDATION-ERRORS.
               10 RESULT-RULE-COUNT    PIC 9(2).
               10 RESULT-RULE-CODE     PIC X(12) OCCURS 12 TIMES.
               10 RESULT-ERROR-TEXT    PIC X(354).
           05 QUALITY-SCORE        PIC 9(3)V99.
      *    Severity of the worst rule hit: 'F' fatal (record
      *    rejected), 'O' fatal hits all covered by approved business
      *    overrides (record valid, flagged), 'W' warnings only
      *    (record still valid, flagged), space for a clean record.
           05 RESULT-SEVERITY      PIC X(1).
               88 RESULT-FATAL         VALUE 'F'.
               88 RESULT-WARNINGS-ONLY VALUE 'W'.
               88 RESULT-OVERRIDDEN    VALUE 'O'.
               88 RESULT-CLEAN         VALUE ' '.
      *    Stamped every time the row is written or rewritten, so
      *    VALPURGE can age rows off the live file - a row revisited
      *    by RESTART/REVALIDATE counts as recent again.
           05 RESULT-TIMESTAMP     PIC X(26).
      *    Lineage - the HDR of the batch that delivered the
      *    record: source system, feed date and batch number
           05 RESULT-LINEAGE.
               10 RESULT-SOURCE-SYSTEM  PIC X(20).
               10 RESULT-FEED-DATE      PIC X(8).
               10 RESULT-BATCH-NUMBER   PIC 9(6).

       FD DB2-FILE.
       01 DB2-RECORD.
           05 DB2-RESULT-ID          PIC X(20).
           05 DB2-IS-VALID           PIC 9(1).
           05 DB2-VALIDATION-ERRORS  PIC X(500).
           05 DB2-RULE-HITS REDEFINES DB2-VALIDATION-ERRORS.
               10 DB2-RULE-COUNT       PIC 9(2).
               10 DB2-RULE-CODE        PIC X(12) OCCURS 12 TIMES.
               10 DB2-ERROR-TEXT       PIC X(354).
           05 DB2-QUALITY-SCORE      PIC 9(3)V99.
           05 DB2-SEVERITY           PIC X(1).
           05 DB2-TIMESTAMP          PIC X(26).
           05 DB2-LINEAGE.
               10 DB2-SOURCE-SYSTEM  PIC X(20).
               10 DB2-FEED-DATE      PIC X(8).
               10 DB2-BATCH-NUMBER   PIC 9(6).

      *    Response record sent back to the Python system, in the
      *    layout agreed with that team: 'D' details carrying the
           05 RESP-SEVERITY          PIC X(1).
           05 RESP-QUALITY-SCORE     PIC 9(3)V99.
           05 RESP-VALIDATION-ERRORS PIC X(500).
      *    Same rule-hit structure as RESULT-RULE-HITS - the Python
      *    side reads the count and codes, not the message text.
           05 RESP-RULE-HITS REDEFINES RESP-VALIDATION-ERRORS.
               10 RESP-RULE-COUNT      PIC 9(2).
               10 RESP-RULE-CODE       PIC X(12) OCCURS 12 TIMES.
               10 RESP-ERROR-TEXT      PIC X(354).
       01 RESPONSE-TRAILER-RECORD.
           05 RESP-TRL-RECORD-TYPE   PIC X(1).
           05 RESP-TRL-RECORD-COUNT  PIC 9(7).
           05 EXCP-DOMAIN            PIC X(20).
           05 EXCP-TIMESTAMP         PIC X(26).
           05 EXCP-VALIDATION-ERRORS PIC X(500).
           05 EXCP-LINEAGE.
               10 EXCP-SOURCE-SYSTEM  PIC X(20).
               10 EXCP-FEED-DATE      PIC X(8).
               10 EXCP-BATCH-NUMBER   PIC 9(6).

      *    Checkpoint file - holds the record count reached as of the
      *    last checkpoint (so a restart can skip past it) plus the
               10 CKPT-INS-POLNUM-FAIL-COUNT   PIC 9(7).
               10 CKPT-INS-XFIELD-FAIL-CNT     PIC 9(7).
               10 CKPT-INS-POLMAST-FAIL-CNT    PIC 9(7).
      *    Same order as WS-CLM-STATS
           05 CKPT-CLM-STATS.
               10 CKPT-CLM-VALID-COUNT         PIC 9(7).
               10 CKPT-CLM-ERROR-COUNT         PIC 9(7).
               10 CKPT-CLM-REQFLD-FAIL-CNT     PIC 9(7).
               10 CKPT-CLM-DATES-FAIL-CNT      PIC 9(7).
               10 CKPT-CLM-POLMAST-FAIL-CNT    PIC 9(7).
               10 CKPT-CLM-COVPER-FAIL-CNT     PIC 9(7).
               10 CKPT-CLM-TYPE-FAIL-CNT       PIC 9(7).
               10 CKPT-CLM-AMOUNT-FAIL-CNT     PIC 9(7).
               10 CKPT-CLM-DUP-FAIL-CNT        PIC 9(7).
      *    Batch position as of the checkpoint - how many batches
      *    completed, which batch was in flight and its running
      *    control totals (including the hash), so a RESTART resumes
               10 CKPT-HEALTH-QUAL-SUM     PIC 9(10)V99.
               10 CKPT-ECOM-QUAL-SUM       PIC 9(10)V99.
               10 CKPT-INS-QUAL-SUM        PIC 9(10)V99.
               10 CKPT-CLM-QUAL-SUM        PIC 9(10)V99.

      *    One line per WARNING-severity rule hit, itemized so the
      *    owning team can chase the source without the record ever
           05 WARN-DOMAIN            PIC X(20).
           05 WARN-TEXT              PIC X(100).

      *    One row per rule hit. The value is what the failing field
      *    held, masked when the field is an identifier (SSN to its
      *    last four digits, policy number to its prefix and last
      *    four) - this file is read by people, not the owning system.
       FD RULE-VIOLATION-FILE.
       01 RULE-VIOLATION-RECORD.
           05 RULV-RECORD-ID         PIC X(20).
           05 RULV-BATCH-NUMBER      PIC 9(6).
           05 RULV-DOMAIN            PIC X(20).
           05 RULV-RULE-CODE         PIC X(12).
           05 RULV-FIELD-NAME        PIC X(24).
           05 RULV-FIELD-VALUE       PIC X(50).
           05 RULV-SEVERITY          PIC X(1).
               88 RULV-FATAL             VALUE 'F'.
               88 RULV-WARNING           VALUE 'W'.
               88 RULV-OVERRIDDEN        VALUE 'O'.
           05 RULV-TIMESTAMP         PIC X(26).

       FD SEEN-ID-FILE.
       01 SEEN-ID-RECORD.
           05 SEEN-RECORD-ID         PIC X(20).
           05 HIST-VALID-COUNT       PIC 9(7).
           05 HIST-ERROR-COUNT       PIC 9(7).
           05 HIST-WARN-COUNT        PIC 9(7).
           05 HIST-DOMAIN-STATS      PIC X(280).
           05 HIST-BANK-QUAL-SUM     PIC 9(10)V99.
           05 HIST-HEALTH-QUAL-SUM   PIC 9(10)V99.
           05 HIST-ECOM-QUAL-SUM     PIC 9(10)V99.
           05 HIST-INS-QUAL-SUM      PIC 9(10)V99.
           05 HIST-CLM-QUAL-SUM      PIC 9(10)V99.
      *    Reference table versions in force for the run, in the
      *    order ACCTTYP, ECOMCAT, MEDFORM, COVTYP, BLOODGP, CLMTYP -
      *    zero for a table not maintained through REFMAINT
           05 HIST-REF-AS-OF-DATE    PIC X(8).
           05 HIST-REF-VERSION       PIC 9(5) OCCURS 6 TIMES.

       FD ACCTTYPE-FILE.
       01 ACCTTYPE-RECORD.
       01 BLOODGP-RECORD.
           05 BLOODGP-VALUE          PIC X(5).

       FD CLMTYPE-FILE.
       01 CLMTYPE-RECORD.
           05 CLMTYPE-COVERAGE       PIC X(10).
           05 CLMTYPE-CLAIM-TYPE     PIC X(10).
           05 CLMTYPE-LIMIT          PIC 9(8)V99.

      *    Same layout as REFMAINT.cbl
       FD REF-STAMP-FILE.
       01 REF-STAMP-RECORD.
           05 RSTP-TABLE-ID          PIC X(8).
           05 RSTP-VERSION           PIC 9(5).
           05 RSTP-AS-OF-DATE        PIC X(8).
           05 RSTP-ENTRY-COUNT       PIC 9(5).
           05 RSTP-GENERATED-TS      PIC X(26).

      *    Master extracts in the layouts agreed with the owning
      *    systems - only the key is read here, the rest of each
      *    record belongs to them. Claims also read the policy's
      *    coverage: its type and the period it runs (YYYYMMDD, end
      *    blank while the policy is open-ended).
       FD POLICY-MASTER.
       01 POLICY-MASTER-RECORD.
           05 PMAST-POLICY-NUMBER    PIC X(20).
           05 PMAST-COVERAGE-TYPE    PIC X(30).
           05 PMAST-COVERAGE-START   PIC X(8).
           05 PMAST-COVERAGE-END     PIC X(8).
           05 FILLER                 PIC X(14).

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-RECORD.
           05 SUSP-ACCOUNT-DATA      PIC X(500).
           05 SUSP-TIMESTAMP         PIC X(26).
           05 SUSP-VALIDATION-ERRORS PIC X(500).
           05 SUSP-LINEAGE.
               10 SUSP-SOURCE-SYSTEM  PIC X(20).
               10 SUSP-FEED-DATE      PIC X(8).
               10 SUSP-BATCH-NUMBER   PIC 9(6).

       FD SSN-SNAPSHOT.
       01 SSN-SNAPSHOT-RECORD.
           05 SNAP-SSN               PIC X(11).
           05 SNAP-RECORD-ID         PIC X(20).
           05 SNAP-BANK-AGE          PIC 9(3).
           05 SNAP-BANK-INCOME       PIC 9(10)V99.
           05 SNAP-BANK-CREDIT-SCORE PIC 9(4).
           05 SNAP-FEED-DATE         PIC X(8).
           05 SNAP-TIMESTAMP         PIC X(26).

       FD POLICY-SNAPSHOT.
       01 POLICY-SNAPSHOT-RECORD.
           05 PSNP-POLICY-NUMBER     PIC X(20).
           05 PSNP-RECORD-ID         PIC X(20).
           05 PSNP-PREMIUM-AMOUNT    PIC 9(10)V99.
           05 PSNP-COVERAGE-TYPE     PIC X(30).
           05 PSNP-CLAIM-COUNT       PIC 9(3).
           05 PSNP-FEED-DATE         PIC X(8).
           05 PSNP-TIMESTAMP         PIC X(26).

       FD CLAIM-REGISTER.
       01 CLAIM-REGISTER-RECORD.
           05 CREG-CLAIM-NUMBER      PIC X(15).
           05 CREG-RECORD-ID         PIC X(20).
           05 CREG-POLICY-NUMBER     PIC X(20).
           05 CREG-LOSS-DATE         PIC X(8).
           05 CREG-CLAIMED-AMOUNT    PIC 9(10)V99.
           05 CREG-FEED-DATE         PIC X(8).
           05 CREG-TIMESTAMP         PIC X(26).

       FD VARIANCE-REPORT.
       01 VARIANCE-RECORD.
           05 VARR-RECORD-ID         PIC X(20).
           05 VARR-DOMAIN            PIC X(20).
      *    Masked SSN or policy number - the entity compared
           05 VARR-ENTITY-KEY        PIC X(20).
           05 VARR-FIELD-NAME        PIC X(24).
           05 VARR-PRIOR-VALUE       PIC X(20).
           05 VARR-CURRENT-VALUE     PIC X(20).
      *    Size of the move as a percentage of the prior value;
      *    zero for the must-not-go-backwards checks
           05 VARR-CHANGE-PCT        PIC 9(5)V99.
           05 VARR-SEVERITY          PIC X(1).
               88 VARR-SEVERE            VALUE 'S'.
               88 VARR-REPORTED          VALUE 'R'.
           05 VARR-PRIOR-FEED-DATE   PIC X(8).
           05 VARR-FEED-DATE         PIC X(8).
           05 VARR-TIMESTAMP         PIC X(26).

      *    Production and simulated outcome side by side. The change
      *    type is the most significant difference found.
       FD SIMULATION-IMPACT.
       01 SIMULATION-IMPACT-RECORD.
           05 SIMR-RECORD-ID         PIC X(20).
           05 SIMR-DOMAIN            PIC X(20).
           05 SIMR-CHANGE-TYPE       PIC X(12).
               88 SIMR-TO-INVALID        VALUE 'TO-INVALID'.
               88 SIMR-TO-VALID          VALUE 'TO-VALID'.
               88 SIMR-NEW-WARNING       VALUE 'NEW-WARNING'.
               88 SIMR-WARN-CLEARED      VALUE 'WARN-CLEARED'.
               88 SIMR-RULES-CHANGED     VALUE 'RULES'.
               88 SIMR-QUALITY-MOVED     VALUE 'QUALITY'.
               88 SIMR-NO-PRODUCTION     VALUE 'NO-PROD-ROW'.
           05 SIMR-PROD-IS-VALID     PIC 9(1).
           05 SIMR-SIM-IS-VALID      PIC 9(1).
           05 SIMR-PROD-SEVERITY     PIC X(1).
           05 SIMR-SIM-SEVERITY      PIC X(1).
           05 SIMR-PROD-QUALITY      PIC 9(3)V99.
           05 SIMR-SIM-QUALITY       PIC 9(3)V99.
           05 SIMR-QUALITY-MOVE      PIC S9(3)V99
                                     SIGN LEADING SEPARATE.
           05 SIMR-PROD-RULE-COUNT   PIC 9(2).
           05 SIMR-PROD-RULE-CODE    PIC X(12) OCCURS 12 TIMES.
           05 SIMR-SIM-RULE-COUNT    PIC 9(2).
           05 SIMR-SIM-RULE-CODE     PIC X(12) OCCURS 12 TIMES.
           05 SIMR-LINEAGE           PIC X(34).

      *    OVRMAINT's override master - only the key, status,
      *    expiry and approver are read here. A record and rule can
      *    have several rows; the latest entered is the one that
      *    counts.
       FD OVERRIDE-MASTER.
       01 OVERRIDE-MASTER-RECORD.
           05 OVR-KEY.
               10 OVR-RECORD-ID      PIC X(20).
               10 OVR-RULE-CODE      PIC X(12).
               10 OVR-ENTERED-TS     PIC X(26).
           05 OVR-STATUS             PIC X(1).
               88 OVR-APPROVED           VALUE 'A'.
           05 OVR-EXPIRY-DATE        PIC X(8).
           05 FILLER                 PIC X(8).
           05 OVR-APPROVER-ID        PIC X(8).
           05 FILLER                 PIC X(140).

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

      *    The released record as validated, in the input layout
       FD OVERRIDE-RELEASE.
       01 OVERRIDE-RELEASE-RECORD.
           05 ORLS-VALIDATION-RECORD PIC X(566).
           05 ORLS-TIMESTAMP         PIC X(26).

       FD CHANGE-PARM-FILE.
       01 CHANGE-PARM-RECORD.
           05 CPARM-INCOME-PCT        PIC 9(3)V9.
           05 CPARM-INCOME-SEVERE-PCT PIC 9(3)V9.
           05 CPARM-PREMIUM-PCT       PIC 9(3)V9.
           05 CPARM-PREMIUM-SEVERE-PCT PIC 9(3)V9.

       WORKING-STORAGE SECTION.
       01 WS-RECORD-COUNT         PIC 9(7) VALUE 0.
               10 WS-INS-POLNUM-FAIL-COUNT    PIC 9(7) VALUE 0.
               10 WS-INS-XFIELD-FAIL-COUNT    PIC 9(7) VALUE 0.
               10 WS-INS-POLMAST-FAIL-COUNT   PIC 9(7) VALUE 0.
           05 WS-CLM-STATS.
               10 WS-CLM-VALID-COUNT          PIC 9(7) VALUE 0.
               10 WS-CLM-ERROR-COUNT          PIC 9(7) VALUE 0.
               10 WS-CLM-REQFLD-FAIL-COUNT    PIC 9(7) VALUE 0.
               10 WS-CLM-DATES-FAIL-COUNT     PIC 9(7) VALUE 0.
               10 WS-CLM-POLMAST-FAIL-COUNT   PIC 9(7) VALUE 0.
               10 WS-CLM-COVPER-FAIL-COUNT    PIC 9(7) VALUE 0.
               10 WS-CLM-TYPE-FAIL-COUNT      PIC 9(7) VALUE 0.
               10 WS-CLM-AMOUNT-FAIL-COUNT    PIC 9(7) VALUE 0.
               10 WS-CLM-DUP-FAIL-COUNT       PIC 9(7) VALUE 0.
       01 WS-EOF-FLAG             PIC X(1) VALUE 'N'.
       01 WS-EXCP-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ERROR-MSG            PIC X(100).
           05 WS-FEED-BATCH-NUMBER    PIC 9(6) VALUE 0.
           05 WS-BATCHES-DONE-COUNT   PIC 9(3) VALUE 0.
           05 WS-HASH-CHAR-POS        PIC 9(2) VALUE 0.
      *    Lineage of the batch being read, taken off its HDR and
      *    stamped on every result, DB2, exception and suspense row
      *    the batch produces. A REVALIDATE pass takes it from the
      *    suspense row instead, so a record keeps its original feed.
           05 WS-FEED-LINEAGE.
               10 WS-FEED-SOURCE-SYSTEM   PIC X(20) VALUE SPACES.
               10 WS-FEED-DATE            PIC X(8) VALUE SPACES.
               10 WS-FEED-LINEAGE-BATCH   PIC 9(6) VALUE 0.

      *    Control totals of the batch currently being read, reset at
      *    each header and compared against that batch's trailer
           05 WS-FORMULARY-FILE-STATUS PIC XX VALUE '00'.
           05 WS-COVTYPE-FILE-STATUS   PIC XX VALUE '00'.
           05 WS-BLOODGP-FILE-STATUS   PIC XX VALUE '00'.
           05 WS-CLMTYPE-FILE-STATUS   PIC XX VALUE '00'.
           05 WS-REF-EOF-FLAG          PIC X(1) VALUE 'N'.
           05 WS-REF-FOUND-FLAG        PIC X(1) VALUE 'N'.
           05 WS-REF-SCAN              PIC 9(4) VALUE 0.
      *    Table sizes - keep in step with WS-TABLE-CAPACITY in
      *    REFMAINT.cbl, which refuses to fill a table past them
           05 WS-ACCTTYPE-COUNT        PIC 9(3) VALUE 0.
           05 WS-ACCTTYPE-ENTRY        PIC X(20) OCCURS 100 TIMES.
           05 WS-CATEGORY-COUNT        PIC 9(3) VALUE 0.
           05 WS-COVTYPE-ENTRY         PIC X(30) OCCURS 50 TIMES.
           05 WS-BLOODGP-COUNT         PIC 9(3) VALUE 0.
           05 WS-BLOODGP-ENTRY         PIC X(5) OCCURS 20 TIMES.
           05 WS-CLAIM-TYPE-COUNT      PIC 9(3) VALUE 0.
           05 WS-CLAIM-TYPE-ENTRY      OCCURS 100 TIMES.
               10 WS-CTYP-COVERAGE     PIC X(10).
               10 WS-CTYP-CLAIM-TYPE   PIC X(10).
               10 WS-CTYP-LIMIT        PIC 9(8)V99.
      *    Table versions from the REFMAINT stamp file, same order
      *    as HIST-REF-VERSION
           05 WS-RSTP-FILE-STATUS      PIC XX VALUE '00'.
           05 WS-REF-AS-OF-DATE        PIC X(8) VALUE SPACES.
           05 WS-REF-TABLE-IDS.
               10 FILLER               PIC X(8) VALUE 'ACCTTYP'.
               10 FILLER               PIC X(8) VALUE 'ECOMCAT'.
               10 FILLER               PIC X(8) VALUE 'MEDFORM'.
               10 FILLER               PIC X(8) VALUE 'COVTYP'.
               10 FILLER               PIC X(8) VALUE 'BLOODGP'.
               10 FILLER               PIC X(8) VALUE 'CLMTYP'.
           05 WS-REF-TABLE-ID-TABLE REDEFINES WS-REF-TABLE-IDS.
               10 WS-REF-TABLE-ID      PIC X(8) OCCURS 6 TIMES.
           05 WS-REF-VERSION-AREA.
               10 WS-REF-VERSION       PIC 9(5) OCCURS 6 TIMES.
           05 WS-REF-IDX               PIC 9(1) VALUE 0.

      * ================================================================
      * MASTER FILE MATCHING - a policy number or SSN that looks
           05 WS-CUSTMAST-AVAIL-FLAG   PIC X(1) VALUE 'N'.
           05 WS-MASTER-FOUND-FLAG     PIC X(1) VALUE 'N'.

      * ================================================================
      * BUSINESS OVERRIDES - an APPROVED override for the RECORD-ID
      * and rule code, on or before its expiry date, turns that
      * FATAL hit into a flagged pass. The overrides a record used
      * are held here until its outcome is known: only a record that
      * passes logs them - one still rejected on another rule was
      * not released by them.
      * ================================================================
       01 WS-OVERRIDE-CONTROL.
           05 WS-OVRMAST-FILE-STATUS   PIC XX VALUE '00'.
           05 WS-OUSE-FILE-STATUS      PIC XX VALUE '00'.
           05 WS-ORLS-FILE-STATUS      PIC XX VALUE '00'.
           05 WS-OVRMAST-AVAIL-FLAG    PIC X(1) VALUE 'N'.
           05 WS-OVR-FOUND-FLAG        PIC X(1) VALUE 'N'.
           05 WS-OVR-SCAN-EOF-FLAG     PIC X(1) VALUE 'N'.
           05 WS-OVR-LATEST-ROW        PIC X(223) VALUE SPACES.
           05 WS-OVR-TODAY             PIC X(8) VALUE SPACES.
           05 WS-OVR-MSG-WORK          PIC X(100) VALUE SPACES.
           05 WS-OVERRIDE-COUNT        PIC 9(7) VALUE 0.
           05 WS-OVR-USE-COUNT         PIC 9(7) VALUE 0.
           05 WS-OVR-RELEASE-COUNT     PIC 9(7) VALUE 0.
           05 WS-OVR-HIT-COUNT         PIC 9(2) VALUE 0.
           05 WS-OVR-HIT-IDX           PIC 9(2) VALUE 0.
           05 WS-OVR-HIT OCCURS 12 TIMES.
               10 WS-OVR-HIT-CODE       PIC X(12).
               10 WS-OVR-HIT-APPROVER   PIC X(8).
               10 WS-OVR-HIT-ENTERED-TS PIC X(26).

      * ================================================================
      * CROSS-NIGHT CHANGE DETECTION - each accepted banking or
      * insurance record is compared with the entity's last accepted
      * values, then becomes them. Age dropping and claim count
      * falling are always severe; income and premium moves beyond
      * the first tolerance are reported, beyond the second severe.
      * Severe variances are WARNING hits on the record; nothing
      * here rejects a record.
      * ================================================================
       01 WS-CHANGE-CONTROL.
           05 WS-SSNSNAP-FILE-STATUS   PIC XX VALUE '00'.
           05 WS-POLSNAP-FILE-STATUS   PIC XX VALUE '00'.
           05 WS-VARR-FILE-STATUS      PIC XX VALUE '00'.
           05 WS-CHGPARM-FILE-STATUS   PIC XX VALUE '00'.
           05 WS-SNAP-FOUND-FLAG       PIC X(1) VALUE 'N'.
           05 WS-SSNSNAP-AVAIL-FLAG    PIC X(1) VALUE 'Y'.
           05 WS-POLSNAP-AVAIL-FLAG    PIC X(1) VALUE 'Y'.
           05 WS-INCOME-PCT            PIC 9(3)V9 VALUE 25.0.
           05 WS-INCOME-SEVERE-PCT     PIC 9(3)V9 VALUE 50.0.
           05 WS-PREMIUM-PCT           PIC 9(3)V9 VALUE 20.0.
           05 WS-PREMIUM-SEVERE-PCT    PIC 9(3)V9 VALUE 40.0.
           05 WS-CHANGE-AMOUNT         PIC S9(10)V99 VALUE 0.
           05 WS-CHANGE-PCT            PIC 9(5)V99 VALUE 0.
           05 WS-VAR-SEVERE-FLAG       PIC X(1) VALUE 'N'.
           05 WS-VAR-ENTITY-KEY        PIC X(20) VALUE SPACES.
           05 WS-VAR-FIELD-NAME        PIC X(24) VALUE SPACES.
           05 WS-VAR-PRIOR-VALUE       PIC X(20) VALUE SPACES.
           05 WS-VAR-CURRENT-VALUE     PIC X(20) VALUE SPACES.
           05 WS-VAR-PRIOR-FEED-DATE   PIC X(8) VALUE SPACES.
           05 WS-VAR-PCT-EDIT          PIC ZZZZ9.99.
           05 WS-VARIANCE-COUNT        PIC 9(7) VALUE 0.
           05 WS-SEVERE-VAR-COUNT      PIC 9(7) VALUE 0.

      * ================================================================
      * CLAIMS - the claim types each coverage type allows and the
      * most that may be claimed under each. The policy's coverage
      * type is taken from its last accepted INSURANCE-REC on the
      * policy snapshot, or from the policy master when the policy
      * has not yet come through the feed.
      * ================================================================
       01 WS-CLAIM-CONTROL.
           05 WS-CLMREG-FILE-STATUS    PIC XX VALUE '00'.
           05 WS-CLMREG-AVAIL-FLAG     PIC X(1) VALUE 'Y'.
           05 WS-CLMREG-FOUND-FLAG     PIC X(1) VALUE 'N'.
           05 WS-CLM-DATES-OK-FLAG     PIC X(1) VALUE 'Y'.
           05 WS-CLM-DATE-CHECK        PIC 9(8) VALUE 0.
           05 WS-CLM-TODAY             PIC X(8) VALUE SPACES.
           05 WS-CLM-COVERAGE-TYPE     PIC X(30) VALUE SPACES.
           05 WS-CLM-TYPE-FOUND-FLAG   PIC X(1) VALUE 'N'.
           05 WS-CLM-TYPE-IDX          PIC 9(3) VALUE 0.
           05 WS-CLM-LIMIT             PIC 9(8)V99 VALUE 0.
           05 WS-CLM-LIMIT-EDIT        PIC Z(7)9.99.

      *    SSN broken into its three groups for the format edit:
      *    999-99-9999, area not 000/666/9xx, group/serial not zero
       01 WS-SSN-WORK.
      *    SUSPCORR corrects; it never travels through report or log
      *    datasets in the clear.
       01 WS-MASKED-SSN               PIC X(11) VALUE SPACES.
      *    Policy number image for the rule-violation file - the
      *    two-letter line-of-business prefix and the last four digits.
       01 WS-MASKED-POLICY            PIC X(20) VALUE SPACES.

      * ================================================================
      * RULE CATALOGUE - one entry per rule this program applies: its
      * code, domain, the field it edits and its severity. 'F' fatal
      * rejects the record, 'W' warning flags it and lets it pass.
      * RECORD-RULE-HIT takes the severity from here, so the
      * catalogue is the one place a rule's weight is decided.
      * ================================================================
       01 WS-RULE-CATALOGUE-VALUES.
           05 FILLER PIC X(12) VALUE 'BNK-AGE'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(24) VALUE 'BANK-AGE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'BNK-INCOME'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(24) VALUE 'BANK-INCOME'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'BNK-CREDIT'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(24) VALUE 'BANK-CREDIT-SCORE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'BNK-SSN-FMT'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(24) VALUE 'BANK-SSN'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'BNK-CUSTMAST'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(24) VALUE 'BANK-SSN'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'BNK-ACCTTYPE'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(24) VALUE 'BANK-ACCT-TYPE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'BNK-XFIELD'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(24) VALUE 'BANK-ACCT-TYPE/BANK-AGE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'HLT-AGE'.
           05 FILLER PIC X(10) VALUE 'healthcare'.
           05 FILLER PIC X(24) VALUE 'HEALTH-AGE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'HLT-BLOODGP'.
           05 FILLER PIC X(10) VALUE 'healthcare'.
           05 FILLER PIC X(24) VALUE 'HEALTH-BLOOD-GROUP'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'HLT-FORMLRY'.
           05 FILLER PIC X(10) VALUE 'healthcare'.
           05 FILLER PIC X(24) VALUE 'HEALTH-MEDICATION'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'HLT-HRATE'.
           05 FILLER PIC X(10) VALUE 'healthcare'.
           05 FILLER PIC X(24) VALUE 'HEALTH-HEART-RATE'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'HLT-XFIELD'.
           05 FILLER PIC X(10) VALUE 'healthcare'.
           05 FILLER PIC X(24) VALUE 'HEALTH-CHOLESTEROL'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'ECM-PRICE'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC X(24) VALUE 'ECOM-PRICE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'ECM-STOCK'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC X(24) VALUE 'ECOM-STOCK'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'ECM-RATING'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC X(24) VALUE 'ECOM-RATING'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'ECM-CATEGORY'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC X(24) VALUE 'ECOM-CATEGORY'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'ECM-XFIELD'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC X(24) VALUE 'ECOM-PRICE'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'INS-PREMIUM'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC X(24) VALUE 'INS-PREMIUM-AMOUNT'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'INS-COVTYPE'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC X(24) VALUE 'INS-COVERAGE-TYPE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'INS-POLNUM'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC X(24) VALUE 'INS-POLICY-NUMBER'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'INS-POLMAST'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC X(24) VALUE 'INS-POLICY-NUMBER'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'INS-CLAIMS'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC X(24) VALUE 'INS-CLAIM-HISTORY-COUNT'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'INS-XFIELD'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC X(24) VALUE 'INS-PREMIUM-AMOUNT'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'GEN-DOMAIN'.
           05 FILLER PIC X(10) VALUE 'other'.
           05 FILLER PIC X(24) VALUE 'DOMAIN'.
           05 FILLER PIC X(1)  VALUE 'F'.
      *    Cross-night variances against the entity snapshots
           05 FILLER PIC X(12) VALUE 'BNK-AGEDROP'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(24) VALUE 'BANK-AGE'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'BNK-INCSWING'.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(24) VALUE 'BANK-INCOME'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'INS-CLMDROP'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC X(24) VALUE 'INS-CLAIM-HISTORY-COUNT'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'INS-PREMSWNG'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC X(24) VALUE 'INS-PREMIUM-AMOUNT'.
           05 FILLER PIC X(1)  VALUE 'W'.
           05 FILLER PIC X(12) VALUE 'CLM-REQFLD'.
           05 FILLER PIC X(10) VALUE 'claims'.
           05 FILLER PIC X(24) VALUE 'CLM-CLAIM-NUMBER/CAUSE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'CLM-DATES'.
           05 FILLER PIC X(10) VALUE 'claims'.
           05 FILLER PIC X(24) VALUE 'CLM-LOSS-DATE/CLAIM-DATE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'CLM-POLMAST'.
           05 FILLER PIC X(10) VALUE 'claims'.
           05 FILLER PIC X(24) VALUE 'CLM-POLICY-NUMBER'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'CLM-COVPER'.
           05 FILLER PIC X(10) VALUE 'claims'.
           05 FILLER PIC X(24) VALUE 'CLM-LOSS-DATE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'CLM-TYPE'.
           05 FILLER PIC X(10) VALUE 'claims'.
           05 FILLER PIC X(24) VALUE 'CLM-CLAIM-TYPE'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'CLM-AMOUNT'.
           05 FILLER PIC X(10) VALUE 'claims'.
           05 FILLER PIC X(24) VALUE 'CLM-CLAIMED-AMOUNT'.
           05 FILLER PIC X(1)  VALUE 'F'.
           05 FILLER PIC X(12) VALUE 'CLM-DUP'.
           05 FILLER PIC X(10) VALUE 'claims'.
           05 FILLER PIC X(24) VALUE 'CLM-CLAIM-NUMBER'.
           05 FILLER PIC X(1)  VALUE 'F'.
       01 WS-RULE-CATALOGUE REDEFINES WS-RULE-CATALOGUE-VALUES.
           05 WS-RULE-ENTRY OCCURS 35 TIMES.
               10 WS-RULE-CODE           PIC X(12).
               10 WS-RULE-DOMAIN         PIC X(10).
               10 WS-RULE-FIELD          PIC X(24).
               10 WS-RULE-SEVERITY       PIC X(1).
       01 WS-RULE-CATALOGUE-COUNT     PIC 9(3) VALUE 35.

      *    Set by the failing rule before RECORD-RULE-HIT: the rule's
      *    catalogue code and the field value (already masked where it
      *    is an identifier). WS-ERROR-MSG carries the message text.
       01 WS-RULE-HIT-WORK.
           05 WS-RULV-FILE-STATUS     PIC XX VALUE '00'.
           05 WS-RULE-IDX             PIC 9(3) VALUE 0.
           05 WS-HIT-RULE-CODE        PIC X(12) VALUE SPACES.
           05 WS-HIT-SEVERITY         PIC X(1) VALUE SPACE.
           05 WS-HIT-FIELD-NAME       PIC X(24) VALUE SPACES.
           05 WS-HIT-VALUE            PIC X(50) VALUE SPACES.
           05 WS-HIT-AMOUNT-EDIT      PIC Z(9)9.99.
           05 WS-HIT-RATING-EDIT      PIC 9.99.
           05 WS-ERR-TEXT-PTR         PIC 9(3) VALUE 1.
           05 WS-ERR-MSG-LEN          PIC 9(3) VALUE 0.
           05 WS-RULV-COUNT           PIC 9(7) VALUE 0.

      * ================================================================
      * BANKING RULES ENGINE CALL AREA - must match BANKING-CALL-AREA
      * CHECKPOINT/RESTART VARIABLES
      * ================================================================
       01 WS-RUN-MODE             PIC X(10) VALUE SPACES.
      *    Command line: run mode, then for SIMULATE what to replay
       01 WS-COMMAND-LINE         PIC X(30) VALUE SPACES.
       01 WS-SIM-SOURCE           PIC X(10) VALUE SPACES.
           88 SIM-FROM-INPUT          VALUE 'INPUT'.
           88 SIM-FROM-SUSPENSE       VALUE 'SUSPENSE'.
       01 WS-CKPT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RESTART-COUNT        PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNTER         PIC 9(7) VALUE 0.
           05 WS-HEALTH-QUAL-SUM      PIC 9(10)V99 VALUE 0.
           05 WS-ECOM-QUAL-SUM        PIC 9(10)V99 VALUE 0.
           05 WS-INS-QUAL-SUM         PIC 9(10)V99 VALUE 0.
           05 WS-CLM-QUAL-SUM         PIC 9(10)V99 VALUE 0.

      * ================================================================
      * SIMULATE - a what-if replay of a night's input or of the
      * suspense file against candidate thresholds and tables. Each
      * record's production row is read before it is re-run and the
      * two outcomes compared; totals are kept by domain and by
      * catalogue rule (same index as WS-RULE-ENTRY).
      * ================================================================
       01 WS-SIMULATION-CONTROL.
           05 WS-SIMR-FILE-STATUS     PIC XX VALUE '00'.
           05 WS-PROD-FOUND-FLAG      PIC X(1) VALUE 'N'.
           05 WS-SIM-DIFF-FLAG        PIC X(1) VALUE 'N'.
           05 WS-SIM-DOM-IDX          PIC 9(1) VALUE 0.
           05 WS-SIM-CODE-IDX         PIC 9(2) VALUE 0.
           05 WS-SIM-RULE-IDX         PIC 9(3) VALUE 0.
           05 WS-SIM-QUALITY-MOVE     PIC S9(3)V99 VALUE 0.
           05 WS-SIM-RECORD-COUNT     PIC 9(7) VALUE 0.
           05 WS-SIM-NO-PROD-COUNT    PIC 9(7) VALUE 0.
           05 WS-SIM-CHANGED-COUNT    PIC 9(7) VALUE 0.
           05 WS-SIM-HIT-CODE         PIC X(12) VALUE SPACES.
       01 WS-PROD-RESULT.
           05 PROD-RESULT-ID          PIC X(20).
           05 PROD-IS-VALID           PIC 9(1).
           05 PROD-RULE-HITS.
               10 PROD-RULE-LIST.
                   15 PROD-RULE-COUNT  PIC 9(2).
                   15 PROD-RULE-CODE   PIC X(12) OCCURS 12 TIMES.
               10 PROD-ERROR-TEXT      PIC X(354).
           05 PROD-QUALITY-SCORE      PIC 9(3)V99.
           05 PROD-SEVERITY           PIC X(1).
           05 PROD-TIMESTAMP          PIC X(26).
           05 PROD-LINEAGE            PIC X(34).
       01 WS-SIM-DOMAIN-NAMES.
           05 FILLER PIC X(10) VALUE 'banking'.
           05 FILLER PIC X(10) VALUE 'healthcare'.
           05 FILLER PIC X(10) VALUE 'ecommerce'.
           05 FILLER PIC X(10) VALUE 'insurance'.
           05 FILLER PIC X(10) VALUE 'claims'.
           05 FILLER PIC X(10) VALUE 'other'.
       01 WS-SIM-DOMAIN-TABLE REDEFINES WS-SIM-DOMAIN-NAMES.
           05 WS-SIM-DOMAIN-NAME      PIC X(10) OCCURS 6 TIMES.
       01 WS-SIM-DOMAIN-COUNT     PIC 9(1) VALUE 6.
       01 WS-SIM-DOMAIN-TOTALS.
           05 WS-SIM-DOMAIN OCCURS 6 TIMES.
               10 WS-SIMD-RECORDS      PIC 9(7).
               10 WS-SIMD-COMPARED     PIC 9(7).
               10 WS-SIMD-PROD-VALID   PIC 9(7).
               10 WS-SIMD-SIM-VALID    PIC 9(7).
               10 WS-SIMD-TO-INVALID   PIC 9(7).
               10 WS-SIMD-TO-VALID     PIC 9(7).
               10 WS-SIMD-NEW-WARN     PIC 9(7).
               10 WS-SIMD-WARN-CLEARED PIC 9(7).
               10 WS-SIMD-PROD-QUAL    PIC 9(10)V99.
               10 WS-SIMD-SIM-QUAL     PIC 9(10)V99.
       01 WS-SIM-RULE-TOTALS.
           05 WS-SIM-RULE OCCURS 40 TIMES.
               10 WS-SIMR-PROD-HITS    PIC 9(7).
               10 WS-SIMR-SIM-HITS     PIC 9(7).
       01 WS-SIM-EDIT-AVG-PROD    PIC ZZ9.99.
       01 WS-SIM-EDIT-AVG-SIM     PIC ZZ9.99.
       01 WS-SIM-EDIT-CHANGE      PIC -(6)9.
       01 WS-SIM-AVG-WORK         PIC 9(3)V99 VALUE 0.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY             PIC X(4).
       PROCEDURE DIVISION.
       PROGRAM-EXECUTION.
           PERFORM INITIALIZE-PROGRAM.
           EVALUATE TRUE
               WHEN WS-RUN-MODE = 'REVALIDATE'
                   PERFORM REVALIDATE-SUSPENSE-RECORDS
               WHEN WS-RUN-MODE = 'SIMULATE' AND SIM-FROM-SUSPENSE
                   PERFORM SIMULATE-SUSPENSE-RECORDS
               WHEN OTHER
                   PERFORM PROCESS-VALIDATIONS
           END-EVALUATE.
           PERFORM GENERATE-REPORT.
           IF WS-RUN-MODE = 'SIMULATE'
               PERFORM GENERATE-IMPACT-REPORT
           END-IF.
           PERFORM CLOSE-FILES.
           STOP RUN.

           MOVE 0 TO WS-VALID-COUNT.
           MOVE 0 TO WS-ERROR-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-SIM-SOURCE.
           IF WS-RUN-MODE = 'SIMULATE'
               PERFORM OPEN-SIMULATE-FILES
           ELSE
               MOVE SPACES TO WS-SIM-SOURCE
               PERFORM OPEN-RESULT-FILES
           END-IF.
           PERFORM LOAD-REFERENCE-TABLES.
           PERFORM OPEN-MASTER-FILES.
           PERFORM OPEN-CHANGE-FILES.
           PERFORM OPEN-CLAIM-REGISTER.

      *    A REVALIDATE run only re-reads corrected suspense records -
      *    it never touches VALIDATION-INPUT or the checkpoint.
      *    A SIMULATE of the suspense file reads it in place of input.
           IF WS-RUN-MODE = 'REVALIDATE'
               DISPLAY "Re-validation run - processing suspense file"
           END-IF.
           IF WS-RUN-MODE NOT = 'REVALIDATE' AND NOT SIM-FROM-SUSPENSE
               OPEN INPUT VALIDATION-INPUT
               IF WS-RUN-MODE NOT = 'SIMULATE'
                   PERFORM OPEN-SEEN-FILES
               END-IF

      *        On a RESTART run, read the last checkpoint first - the
      *        skip phase must know it is winding past batches that
      *        already processed (and are on BATCH-CONTROL-FILE), not
      *        meeting them fresh.
               IF WS-RUN-MODE = 'RESTART'
                   PERFORM READ-CHECKPOINT
                   IF WS-RESTART-COUNT > 0
                       MOVE 'Y' TO WS-SKIP-PHASE-FLAG
                   END-IF
               END-IF

      *        The first record of the dataset is always a header -
      *        read and verify it, opening the first batch.
               PERFORM READ-FEED-HEADER

      *        Skip past the details already processed, then restore
      *        the in-flight batch's control totals off the
      *        checkpoint so a mid-run abend doesn't cost the whole
      *        batch window - and resumes inside the correct batch.
               IF WS-SKIP-PHASE-FLAG = 'Y'
                   PERFORM SKIP-PROCESSED-RECORDS
                   MOVE WS-RESTART-COUNT TO WS-RECORD-COUNT
                   PERFORM RESTORE-BATCH-STATE
                   MOVE 'N' TO WS-SKIP-PHASE-FLAG
               END-IF
           END-IF.

      *    The production run's result, report and control files.
       OPEN-RESULT-FILES.

      *    WRITE-RESULT/WRITE-DB2-RESULT REWRITE in place whenever a
      *    RECORD-ID is already on file (a RESTART/REVALIDATE revisits
               IF WS-DUPS-FILE-STATUS = '35'
                   OPEN OUTPUT DUPLICATES-REPORT
               END-IF
               OPEN EXTEND RULE-VIOLATION-FILE
               IF WS-RULV-FILE-STATUS = '35'
                   OPEN OUTPUT RULE-VIOLATION-FILE
               END-IF
               OPEN EXTEND VARIANCE-REPORT
               IF WS-VARR-FILE-STATUS = '35'
                   OPEN OUTPUT VARIANCE-REPORT
               END-IF
           ELSE
               OPEN OUTPUT RESPONSE-FILE
               OPEN OUTPUT WARNINGS-REPORT
               OPEN OUTPUT DUPLICATES-REPORT
               OPEN OUTPUT RULE-VIOLATION-FILE
               OPEN OUTPUT VARIANCE-REPORT
           END-IF.

      *    Append to the exception log if it already exists, otherwise
               OPEN OUTPUT EXCEPTION-LOG
           END-IF.

      *    Override usage and releases accumulate the same way until
      *    OVRMAINT reports on them / VALEXTR extracts them.
           OPEN EXTEND OVERRIDE-USAGE-LOG.
           IF WS-OUSE-FILE-STATUS = '35'
               OPEN OUTPUT OVERRIDE-USAGE-LOG
           END-IF.
           IF WS-RUN-MODE = 'REVALIDATE'
               OPEN EXTEND OVERRIDE-RELEASE
               IF WS-ORLS-FILE-STATUS = '35'
                   OPEN OUTPUT OVERRIDE-RELEASE
               END-IF
           END-IF.

           PERFORM OPEN-SUSPENSE-FILE.

      *    A SIMULATE run writes nothing the production night owns -
      *    result rows are only read, for the comparison, and the
      *    suspense file only when it is the replay source. The
      *    candidate BANKPARM thresholds and reference tables are
      *    whatever datasets the step allocates to those files.
       OPEN-SIMULATE-FILES.
           IF WS-SIM-SOURCE = SPACES
               MOVE 'INPUT' TO WS-SIM-SOURCE
           END-IF.
           IF NOT SIM-FROM-INPUT AND NOT SIM-FROM-SUSPENSE
               DISPLAY "SIMULATE replays INPUT or SUSPENSE, not '"
                   WS-SIM-SOURCE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "SIMULATE run - replaying " WS-SIM-SOURCE
               " - no production file is updated".
           OPEN INPUT VALIDATION-OUTPUT.
           IF WS-VALOUT-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open production VALIDATION-OUTPUT - "
                   "status " WS-VALOUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SIM-FROM-SUSPENSE
               OPEN INPUT SUSPENSE-FILE
               IF WS-SUSP-FILE-STATUS NOT = '00'
                   DISPLAY "Cannot open SUSPENSE-FILE - status "
                       WS-SUSP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT SIMULATION-IMPACT.

      *    The masters stay open for keyed reads per record instead of
      *    loading into storage - a policy master runs to millions of
           ELSE
               DISPLAY "No customer master - check skipped"
           END-IF.
      *    An override is in force up to and including its expiry
      *    date, taken against the day the run starts.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD DELIMITED BY SIZE
               INTO WS-OVR-TODAY.
           OPEN INPUT OVERRIDE-MASTER.
           IF WS-OVRMAST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-OVRMAST-AVAIL-FLAG
           ELSE
               DISPLAY "No override master - no overrides applied"
           END-IF.
           MOVE WS-OVR-TODAY TO WS-CLM-TODAY.

      *    Snapshots are read and rewritten record by record, so they
      *    open I-O (created empty the first time); the tolerances
      *    come off the optional parameter file.
      *    A SIMULATE run compares against the snapshots but never
      *    refreshes them, so it opens them INPUT and skips the change
      *    checks if there are none yet.
       OPEN-CHANGE-FILES.
           IF WS-RUN-MODE = 'SIMULATE'
               OPEN INPUT SSN-SNAPSHOT
               IF WS-SSNSNAP-FILE-STATUS NOT = '00'
                   MOVE 'N' TO WS-SSNSNAP-AVAIL-FLAG
               END-IF
               OPEN INPUT POLICY-SNAPSHOT
               IF WS-POLSNAP-FILE-STATUS NOT = '00'
                   MOVE 'N' TO WS-POLSNAP-AVAIL-FLAG
               END-IF
           ELSE
               OPEN I-O SSN-SNAPSHOT
               IF WS-SSNSNAP-FILE-STATUS = '35'
                   OPEN OUTPUT SSN-SNAPSHOT
                   CLOSE SSN-SNAPSHOT
                   OPEN I-O SSN-SNAPSHOT
               END-IF
               OPEN I-O POLICY-SNAPSHOT
               IF WS-POLSNAP-FILE-STATUS = '35'
                   OPEN OUTPUT POLICY-SNAPSHOT
                   CLOSE POLICY-SNAPSHOT
                   OPEN I-O POLICY-SNAPSHOT
               END-IF
           END-IF.
           OPEN INPUT CHANGE-PARM-FILE.
           IF WS-CHGPARM-FILE-STATUS = '00'
               READ CHANGE-PARM-FILE
                   NOT AT END
                       MOVE CPARM-INCOME-PCT TO WS-INCOME-PCT
                       MOVE CPARM-INCOME-SEVERE-PCT
                           TO WS-INCOME-SEVERE-PCT
                       MOVE CPARM-PREMIUM-PCT TO WS-PREMIUM-PCT
                       MOVE CPARM-PREMIUM-SEVERE-PCT
                           TO WS-PREMIUM-SEVERE-PCT
               END-READ
               CLOSE CHANGE-PARM-FILE
           END-IF.

      *    Same open rules as the snapshots - read-only under
      *    SIMULATE, where a missing register skips the check.
       OPEN-CLAIM-REGISTER.
           IF WS-RUN-MODE = 'SIMULATE'
               OPEN INPUT CLAIM-REGISTER
               IF WS-CLMREG-FILE-STATUS NOT = '00'
                   MOVE 'N' TO WS-CLMREG-AVAIL-FLAG
               END-IF
           ELSE
               OPEN I-O CLAIM-REGISTER
               IF WS-CLMREG-FILE-STATUS = '35'
                   OPEN OUTPUT CLAIM-REGISTER
                   CLOSE CLAIM-REGISTER
                   OPEN I-O CLAIM-REGISTER
               END-IF
           END-IF.

       LOAD-REFERENCE-TABLES.
           PERFORM LOAD-ACCTTYPE-TABLE.
           PERFORM LOAD-FORMULARY-TABLE.
           PERFORM LOAD-COVTYPE-TABLE.
           PERFORM LOAD-BLOODGP-TABLE.
           PERFORM LOAD-CLMTYPE-TABLE.
           PERFORM LOAD-REF-STAMP.

       LOAD-ACCTTYPE-TABLE.
           OPEN INPUT ACCTTYPE-FILE.
               MOVE 8 TO WS-BLOODGP-COUNT
           END-IF.

      *    Claim types and limits - the list the claims rules were
      *    written with is the fallback when no table is supplied.
       LOAD-CLMTYPE-TABLE.
           OPEN INPUT CLMTYPE-FILE.
           IF WS-CLMTYPE-FILE-STATUS = '00'
               MOVE 'N' TO WS-REF-EOF-FLAG
               PERFORM UNTIL WS-REF-EOF-FLAG = 'Y'
                   READ CLMTYPE-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF-FLAG
                       NOT AT END
                           IF WS-CLAIM-TYPE-COUNT < 100
                               ADD 1 TO WS-CLAIM-TYPE-COUNT
                               MOVE CLMTYPE-RECORD TO
                                   WS-CLAIM-TYPE-ENTRY
                                       (WS-CLAIM-TYPE-COUNT)
                           ELSE
                               DISPLAY "Claim type table full - "
                                   "remaining entries ignored"
                               MOVE 'Y' TO WS-REF-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLMTYPE-FILE
           END-IF.
           IF WS-CLAIM-TYPE-COUNT = 0
               MOVE 'LIFE' TO WS-CTYP-COVERAGE (1)
               MOVE 'DEATH' TO WS-CTYP-CLAIM-TYPE (1)
               MOVE 5000000.00 TO WS-CTYP-LIMIT (1)
               MOVE 'LIFE' TO WS-CTYP-COVERAGE (2)
               MOVE 'TERMINAL' TO WS-CTYP-CLAIM-TYPE (2)
               MOVE 1000000.00 TO WS-CTYP-LIMIT (2)
               MOVE 'HEALTH' TO WS-CTYP-COVERAGE (3)
               MOVE 'MEDICAL' TO WS-CTYP-CLAIM-TYPE (3)
               MOVE 500000.00 TO WS-CTYP-LIMIT (3)
               MOVE 'HEALTH' TO WS-CTYP-COVERAGE (4)
               MOVE 'HOSPITAL' TO WS-CTYP-CLAIM-TYPE (4)
               MOVE 500000.00 TO WS-CTYP-LIMIT (4)
               MOVE 'HEALTH' TO WS-CTYP-COVERAGE (5)
               MOVE 'DENTAL' TO WS-CTYP-CLAIM-TYPE (5)
               MOVE 25000.00 TO WS-CTYP-LIMIT (5)
               MOVE 'AUTO' TO WS-CTYP-COVERAGE (6)
               MOVE 'COLLISION' TO WS-CTYP-CLAIM-TYPE (6)
               MOVE 150000.00 TO WS-CTYP-LIMIT (6)
               MOVE 'AUTO' TO WS-CTYP-COVERAGE (7)
               MOVE 'THEFT' TO WS-CTYP-CLAIM-TYPE (7)
               MOVE 150000.00 TO WS-CTYP-LIMIT (7)
               MOVE 'AUTO' TO WS-CTYP-COVERAGE (8)
               MOVE 'LIABILITY' TO WS-CTYP-CLAIM-TYPE (8)
               MOVE 1000000.00 TO WS-CTYP-LIMIT (8)
               MOVE 'AUTO' TO WS-CTYP-COVERAGE (9)
               MOVE 'GLASS' TO WS-CTYP-CLAIM-TYPE (9)
               MOVE 5000.00 TO WS-CTYP-LIMIT (9)
               MOVE 'HOME' TO WS-CTYP-COVERAGE (10)
               MOVE 'FIRE' TO WS-CTYP-CLAIM-TYPE (10)
               MOVE 2000000.00 TO WS-CTYP-LIMIT (10)
               MOVE 'HOME' TO WS-CTYP-COVERAGE (11)
               MOVE 'FLOOD' TO WS-CTYP-CLAIM-TYPE (11)
               MOVE 1000000.00 TO WS-CTYP-LIMIT (11)
               MOVE 'HOME' TO WS-CTYP-COVERAGE (12)
               MOVE 'THEFT' TO WS-CTYP-CLAIM-TYPE (12)
               MOVE 250000.00 TO WS-CTYP-LIMIT (12)
               MOVE 'HOME' TO WS-CTYP-COVERAGE (13)
               MOVE 'LIABILITY' TO WS-CTYP-CLAIM-TYPE (13)
               MOVE 1000000.00 TO WS-CTYP-LIMIT (13)
               MOVE 'TRAVEL' TO WS-CTYP-COVERAGE (14)
               MOVE 'MEDICAL' TO WS-CTYP-CLAIM-TYPE (14)
               MOVE 250000.00 TO WS-CTYP-LIMIT (14)
               MOVE 'TRAVEL' TO WS-CTYP-COVERAGE (15)
               MOVE 'CANCEL' TO WS-CTYP-CLAIM-TYPE (15)
               MOVE 25000.00 TO WS-CTYP-LIMIT (15)
               MOVE 'TRAVEL' TO WS-CTYP-COVERAGE (16)
               MOVE 'BAGGAGE' TO WS-CTYP-CLAIM-TYPE (16)
               MOVE 10000.00 TO WS-CTYP-LIMIT (16)
               MOVE 16 TO WS-CLAIM-TYPE-COUNT
           END-IF.

      *    Table versions for the run history. No stamp file means
      *    every table is hand-kept - all versions stay zero.
       LOAD-REF-STAMP.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 6
               MOVE 0 TO WS-REF-VERSION (WS-REF-IDX)
           END-PERFORM.
           OPEN INPUT REF-STAMP-FILE.
           IF WS-RSTP-FILE-STATUS = '00'
               MOVE 'N' TO WS-REF-EOF-FLAG
               PERFORM UNTIL WS-REF-EOF-FLAG = 'Y'
                   READ REF-STAMP-FILE
                       AT END MOVE 'Y' TO WS-REF-EOF-FLAG
                       NOT AT END
                           MOVE RSTP-AS-OF-DATE TO WS-REF-AS-OF-DATE
                           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                                   UNTIL WS-REF-IDX > 6
                               IF WS-REF-TABLE-ID (WS-REF-IDX)
                                       = RSTP-TABLE-ID
                                   MOVE RSTP-VERSION
                                       TO WS-REF-VERSION (WS-REF-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE REF-STAMP-FILE
               DISPLAY "Reference tables as of " WS-REF-AS-OF-DATE
                   " versions " WS-REF-VERSION (1) " "
                   WS-REF-VERSION (2) " " WS-REF-VERSION (3) " "
                   WS-REF-VERSION (4) " " WS-REF-VERSION (5) " "
                   WS-REF-VERSION (6)
           ELSE
               DISPLAY "No reference table stamp - versions not kept"
           END-IF.

      *    The seen-key work files are cut fresh every run - they
      *    describe only this run's feed. A RESTART starts them fresh
      *    too: SKIP-PROCESSED-RECORDS re-enters the keys of every
                           TO WS-INS-XFIELD-FAIL-COUNT
                       MOVE CKPT-INS-POLMAST-FAIL-CNT
                           TO WS-INS-POLMAST-FAIL-COUNT
                       MOVE CKPT-CLM-STATS TO WS-CLM-STATS
                       MOVE CKPT-BATCHES-DONE
                           TO WS-BATCHES-DONE-COUNT
                       MOVE CKPT-BATCH-NUMBER TO WS-SAVED-BATCH-NUMBER
           MOVE WS-INS-POLNUM-FAIL-COUNT TO CKPT-INS-POLNUM-FAIL-COUNT.
           MOVE WS-INS-XFIELD-FAIL-COUNT TO CKPT-INS-XFIELD-FAIL-CNT.
           MOVE WS-INS-POLMAST-FAIL-COUNT TO CKPT-INS-POLMAST-FAIL-CNT.
           MOVE WS-CLM-STATS TO CKPT-CLM-STATS.
           MOVE WS-BATCHES-DONE-COUNT TO CKPT-BATCHES-DONE.
           MOVE WS-FEED-BATCH-NUMBER TO CKPT-BATCH-NUMBER.
           MOVE WS-BATCH-TOTALS TO CKPT-BATCH-TOTALS.
                           TO WS-ERROR-MSG
                       PERFORM ABEND-FEED-ERROR
                   END-IF
      *            A SIMULATE replay keeps no seen files - the
      *            duplicates were reported on the production night.
                   IF WS-RUN-MODE NOT = 'SIMULATE'
                       PERFORM CHECK-DUPLICATE-RECORD-ID
                       IF DOMAIN = 'banking'
                           PERFORM CHECK-DUPLICATE-SSN
                       END-IF
                   END-IF
                   PERFORM ACCUMULATE-RECORD-HASH
                   PERFORM COUNT-BATCH-DETAIL
                   ADD 1 TO WS-RECORD-COUNT
                   IF FUNCTION MOD(WS-RECORD-COUNT,
                       WS-CHECKPOINT-INTERVAL) = 0
                       AND WS-RUN-MODE NOT = 'SIMULATE'
                       PERFORM WRITE-CHECKPOINT
                   END-IF
           END-EVALUATE.
      *    processed, so the duplicate-batch check stands down.
       START-NEW-BATCH.
           MOVE HDR-BATCH-NUMBER TO WS-FEED-BATCH-NUMBER.
           MOVE HDR-SOURCE-SYSTEM TO WS-FEED-SOURCE-SYSTEM.
           MOVE HDR-FEED-DATE TO WS-FEED-DATE.
           MOVE HDR-BATCH-NUMBER TO WS-FEED-LINEAGE-BATCH.
           DISPLAY "Feed date: " HDR-FEED-DATE
               "  Batch: " HDR-BATCH-NUMBER
               "  Source: " HDR-SOURCE-SYSTEM.
           IF WS-SKIP-PHASE-FLAG = 'N' AND WS-RUN-MODE NOT = 'SIMULATE'
               PERFORM CHECK-DUPLICATE-BATCH
           END-IF.
           INITIALIZE WS-BATCH-TOTALS.
      *    here on its batch number counts as done, even if a later
      *    batch in the same dataset abends.
       CLOSE-CURRENT-BATCH.
           IF WS-RUN-MODE NOT = 'SIMULATE'
               PERFORM RECORD-PROCESSED-BATCH
           END-IF.
           ADD 1 TO WS-BATCHES-DONE-COUNT.
           DISPLAY "Batch " WS-FEED-BATCH-NUMBER " complete: "
               WS-FBAT-RECORD-COUNT " records, "


       VALIDATE-RECORD.
      *    A SIMULATE run fetches the production row first - the read
      *    lands in the same record area the new result is built in.
           IF WS-RUN-MODE = 'SIMULATE'
               PERFORM READ-PRODUCTION-RESULT
           END-IF.
           MOVE RECORD-ID TO RESULT-ID.
      *    Clear the previous record's error text so a valid record
      *    doesn't carry a stale message out to the result files and
      *    the response back to the Python system.
           MOVE SPACES TO VALIDATION-ERRORS.
           MOVE 0 TO RESULT-RULE-COUNT.
           MOVE 1 TO WS-ERR-TEXT-PTR.
           MOVE 'N' TO WS-WARNING-FLAG.
           MOVE 0 TO WS-OVR-HIT-COUNT.
           MOVE WS-FEED-LINEAGE TO RESULT-LINEAGE.
           MOVE 1 TO IS-VALID.
      *    Determine domain and validate accordingly
           EVALUATE DOMAIN
               WHEN 'banking'
                   PERFORM VALIDATE-ECOMMERCE
               WHEN 'insurance'
                   PERFORM VALIDATE-INSURANCE
               WHEN 'claims'
                   PERFORM VALIDATE-CLAIMS
               WHEN OTHER
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "Unknown domain: " DOMAIN DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 'GEN-DOMAIN' TO WS-HIT-RULE-CODE
                   MOVE DOMAIN TO WS-HIT-VALUE
                   PERFORM RECORD-RULE-HIT
                   MOVE 0 TO QUALITY-SCORE
      *            An approved override lets even this record through
                   IF IS-VALID = 0
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-VALID-COUNT
                   END-IF
           END-EVALUATE.

      *    Severity of the record as a whole: any fatal rule hit
      *    rejected it; a record whose fatal hits were all overridden
      *    is flagged as such ahead of any warnings it also carries;
      *    warning-only hits leave it valid but flagged.
           EVALUATE TRUE
               WHEN IS-VALID = 0
                   MOVE 'F' TO RESULT-SEVERITY
               WHEN WS-OVR-HIT-COUNT > 0
                   MOVE 'O' TO RESULT-SEVERITY
                   ADD 1 TO WS-OVERRIDE-COUNT
               WHEN WS-WARNING-FLAG = 'Y'
                   MOVE 'W' TO RESULT-SEVERITY
                   ADD 1 TO WS-WARN-COUNT
                   MOVE SPACE TO RESULT-SEVERITY
           END-EVALUATE.

           IF WS-RUN-MODE = 'SIMULATE'
               PERFORM COMPARE-SIMULATED-RESULT
           ELSE
               IF IS-VALID = 0
                   PERFORM WRITE-EXCEPTION-LOG
      *            A REVALIDATE pass reads straight from SUSPENSE-FILE
      *            already - don't re-route a still-bad record back
      *            into the same file it just came from.
                   IF WS-RUN-MODE NOT = 'REVALIDATE'
                       PERFORM WRITE-SUSPENSE-RECORD
                   END-IF
               END-IF
               IF RESULT-OVERRIDDEN
                   PERFORM WRITE-OVERRIDE-USAGE
               END-IF
               PERFORM WRITE-RESULT
           END-IF.

      *    One itemized line per WARNING rule hit; the record itself
      *    stays out of the suspense and exception files.
       WRITE-WARNING-RECORD.
           MOVE 'Y' TO WS-WARNING-FLAG.
           IF WS-RUN-MODE NOT = 'SIMULATE'
               MOVE RECORD-ID TO WARN-RECORD-ID
               MOVE DOMAIN TO WARN-DOMAIN
               MOVE WS-ERROR-MSG TO WARN-TEXT
               WRITE WARNING-RECORD
           END-IF.

      *    Every rule hit comes through here. The catalogue decides
      *    whether it rejects the record or only flags it; the code
      *    joins the record's rule list, the message is added to the
      *    record's text (earlier hits are kept, not overwritten) and
      *    one row goes to the rule-violation file. A record hitting
      *    more than twelve rules keeps its true count - only the code
      *    list stops at twelve.
       RECORD-RULE-HIT.
           PERFORM LOOKUP-RULE-CATALOGUE.
           IF WS-HIT-SEVERITY = 'F' AND WS-OVRMAST-AVAIL-FLAG = 'Y'
               PERFORM LOOKUP-OVERRIDE
           END-IF.
           IF RESULT-RULE-COUNT < 99
               ADD 1 TO RESULT-RULE-COUNT
           END-IF.
           IF RESULT-RULE-COUNT <= 12
               MOVE WS-HIT-RULE-CODE
                   TO RESULT-RULE-CODE (RESULT-RULE-COUNT)
           END-IF.
           IF WS-ERR-TEXT-PTR > 1
               STRING "; " DELIMITED BY SIZE
                   INTO RESULT-ERROR-TEXT
                   WITH POINTER WS-ERR-TEXT-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
      *    The message runs to its last non-space - edited amounts and
      *    padded codes leave double spaces inside it.
           PERFORM VARYING WS-ERR-MSG-LEN FROM 100 BY -1
                   UNTIL WS-ERR-MSG-LEN = 1
                   OR WS-ERROR-MSG (WS-ERR-MSG-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           STRING WS-ERROR-MSG (1:WS-ERR-MSG-LEN) DELIMITED BY SIZE
               INTO RESULT-ERROR-TEXT
               WITH POINTER WS-ERR-TEXT-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
           EVALUATE WS-HIT-SEVERITY
               WHEN 'W'
                   PERFORM WRITE-WARNING-RECORD
               WHEN 'O'
                   PERFORM WRITE-WARNING-RECORD
                   PERFORM HOLD-OVERRIDE-HIT
               WHEN OTHER
                   MOVE 0 TO IS-VALID
           END-EVALUATE.
           IF WS-RUN-MODE = 'SIMULATE'
               MOVE SPACES TO WS-HIT-VALUE
           ELSE
               PERFORM WRITE-RULE-VIOLATION
           END-IF.

      *    An unknown code is a programming slip - treat it as fatal
      *    rather than let a hit pass silently.
       LOOKUP-RULE-CATALOGUE.
           MOVE 'F' TO WS-HIT-SEVERITY.
           MOVE SPACES TO WS-HIT-FIELD-NAME.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-CATALOGUE-COUNT
               IF WS-RULE-CODE (WS-RULE-IDX) = WS-HIT-RULE-CODE
                   MOVE WS-RULE-SEVERITY (WS-RULE-IDX)
                       TO WS-HIT-SEVERITY
                   MOVE WS-RULE-FIELD (WS-RULE-IDX)
                       TO WS-HIT-FIELD-NAME
               END-IF
           END-PERFORM.

      *    A FATAL hit with an approved override still in date is
      *    downgraded to 'O'. The approver goes at the front of the
      *    message, so the result, response and warning line all say
      *    who let the record through.
       LOOKUP-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND-FLAG.
           MOVE SPACES TO WS-OVR-LATEST-ROW.
           MOVE RECORD-ID TO OVR-RECORD-ID.
           MOVE WS-HIT-RULE-CODE TO OVR-RULE-CODE.
           MOVE LOW-VALUES TO OVR-ENTERED-TS.
           MOVE 'N' TO WS-OVR-SCAN-EOF-FLAG.
           START OVERRIDE-MASTER KEY IS NOT LESS THAN OVR-KEY
               INVALID KEY MOVE 'Y' TO WS-OVR-SCAN-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-OVR-SCAN-EOF-FLAG = 'Y'
               READ OVERRIDE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-OVR-SCAN-EOF-FLAG
                   NOT AT END
                       IF OVR-RECORD-ID = RECORD-ID
                               AND OVR-RULE-CODE = WS-HIT-RULE-CODE
                           MOVE OVERRIDE-MASTER-RECORD
                               TO WS-OVR-LATEST-ROW
                       ELSE
                           MOVE 'Y' TO WS-OVR-SCAN-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OVR-LATEST-ROW NOT = SPACES
               MOVE WS-OVR-LATEST-ROW TO OVERRIDE-MASTER-RECORD
               IF OVR-APPROVED AND OVR-EXPIRY-DATE >= WS-OVR-TODAY
                   MOVE 'Y' TO WS-OVR-FOUND-FLAG
               END-IF
           END-IF.
           IF WS-OVR-FOUND-FLAG = 'Y'
               MOVE 'O' TO WS-HIT-SEVERITY
               MOVE WS-ERROR-MSG TO WS-OVR-MSG-WORK
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Overridden (" DELIMITED BY SIZE
                   OVR-APPROVER-ID DELIMITED BY SPACE
                   "): " WS-OVR-MSG-WORK DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       HOLD-OVERRIDE-HIT.
           IF WS-OVR-HIT-COUNT < 12
               ADD 1 TO WS-OVR-HIT-COUNT
               MOVE WS-HIT-RULE-CODE
                   TO WS-OVR-HIT-CODE (WS-OVR-HIT-COUNT)
               MOVE OVR-APPROVER-ID
                   TO WS-OVR-HIT-APPROVER (WS-OVR-HIT-COUNT)
               MOVE OVR-ENTERED-TS
                   TO WS-OVR-HIT-ENTERED-TS (WS-OVR-HIT-COUNT)
           END-IF.

      *    One usage row per override that released the record. A
      *    record a REVALIDATE pass lets out of suspense is on no
      *    feed VALEXTR will read again, so it also goes to the
      *    release file for VALEXTR to extract.
       WRITE-OVERRIDE-USAGE.
           PERFORM SET-RUN-TIMESTAMP.
           PERFORM VARYING WS-OVR-HIT-IDX FROM 1 BY 1
                   UNTIL WS-OVR-HIT-IDX > WS-OVR-HIT-COUNT
               MOVE SPACES TO OVERRIDE-USAGE-RECORD
               MOVE WS-OVR-TODAY TO OUSE-USED-DATE
               MOVE RECORD-ID TO OUSE-RECORD-ID
               MOVE WS-OVR-HIT-CODE (WS-OVR-HIT-IDX) TO OUSE-RULE-CODE
               MOVE WS-OVR-HIT-APPROVER (WS-OVR-HIT-IDX)
                   TO OUSE-APPROVER-ID
               MOVE DOMAIN TO OUSE-DOMAIN
               IF WS-RUN-MODE = SPACES
                   MOVE 'NIGHTLY' TO OUSE-RUN-MODE
               ELSE
                   MOVE WS-RUN-MODE TO OUSE-RUN-MODE
               END-IF
               MOVE WS-FEED-LINEAGE-BATCH TO OUSE-BATCH-NUMBER
               MOVE WS-RUN-TIMESTAMP TO OUSE-TIMESTAMP
               MOVE WS-OVR-HIT-ENTERED-TS (WS-OVR-HIT-IDX)
                   TO OUSE-ENTERED-TS
               WRITE OVERRIDE-USAGE-RECORD
               ADD 1 TO WS-OVR-USE-COUNT
           END-PERFORM.
           IF WS-RUN-MODE = 'REVALIDATE'
               MOVE VALIDATION-RECORD TO ORLS-VALIDATION-RECORD
               MOVE WS-RUN-TIMESTAMP TO ORLS-TIMESTAMP
               WRITE OVERRIDE-RELEASE-RECORD
               ADD 1 TO WS-OVR-RELEASE-COUNT
           END-IF.

       WRITE-RULE-VIOLATION.
           PERFORM SET-RUN-TIMESTAMP.
           MOVE SPACES TO RULE-VIOLATION-RECORD.
           MOVE RECORD-ID TO RULV-RECORD-ID.
           MOVE WS-FEED-LINEAGE-BATCH TO RULV-BATCH-NUMBER.
           MOVE DOMAIN TO RULV-DOMAIN.
           MOVE WS-HIT-RULE-CODE TO RULV-RULE-CODE.
           MOVE WS-HIT-FIELD-NAME TO RULV-FIELD-NAME.
           MOVE WS-HIT-VALUE TO RULV-FIELD-VALUE.
           MOVE WS-HIT-SEVERITY TO RULV-SEVERITY.
           MOVE WS-RUN-TIMESTAMP TO RULV-TIMESTAMP.
           WRITE RULE-VIOLATION-RECORD.
           ADD 1 TO WS-RULV-COUNT.
           MOVE SPACES TO WS-HIT-VALUE.

       WRITE-EXCEPTION-LOG.
           MOVE RECORD-ID TO EXCP-RECORD-ID.
           MOVE DOMAIN TO EXCP-DOMAIN.
           MOVE TIMESTAMP TO EXCP-TIMESTAMP.
           MOVE VALIDATION-ERRORS TO EXCP-VALIDATION-ERRORS.
           MOVE WS-FEED-LINEAGE TO EXCP-LINEAGE.
           WRITE EXCEPTION-RECORD.

      *    Routes a rejected record to the suspense file keyed by
           MOVE ACCOUNT-DATA TO SUSP-ACCOUNT-DATA.
           MOVE TIMESTAMP TO SUSP-TIMESTAMP.
           MOVE VALIDATION-ERRORS TO SUSP-VALIDATION-ERRORS.
           MOVE WS-FEED-LINEAGE TO SUSP-LINEAGE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Suspense record already on file for "
                       MOVE SUSP-DOMAIN TO DOMAIN
                       MOVE SUSP-ACCOUNT-DATA TO ACCOUNT-DATA
                       MOVE SUSP-TIMESTAMP TO TIMESTAMP
                       MOVE SUSP-LINEAGE TO WS-FEED-LINEAGE
                       PERFORM VALIDATE-RECORD
                       ADD 1 TO WS-RECORD-COUNT
                       IF IS-VALID = 1
               END-READ
           END-PERFORM.

      *    SIMULATE of the suspense file: the same reread as a
      *    REVALIDATE pass, but nothing is removed or refreshed - only
      *    compared with the record's production row.
       SIMULATE-SUSPENSE-RECORDS.
           MOVE 'N' TO WS-SUSP-EOF-FLAG.
           PERFORM UNTIL WS-SUSP-EOF-FLAG = 'Y'
               READ SUSPENSE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SUSP-EOF-FLAG
                   NOT AT END
                       MOVE SUSP-RECORD-ID TO RECORD-ID
                       MOVE SUSP-DOMAIN TO DOMAIN
                       MOVE SUSP-ACCOUNT-DATA TO ACCOUNT-DATA
                       MOVE SUSP-TIMESTAMP TO TIMESTAMP
                       MOVE SUSP-LINEAGE TO WS-FEED-LINEAGE
                       PERFORM VALIDATE-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM.

       VALIDATE-BANKING.
      *    Banking rules live in BANKING-VALIDATOR - the same engine
      *    the branch path runs - so the two paths cannot disagree.
           CALL 'BANKRULE' USING WS-BANKING-CALL-AREA.

           IF BCALL-AGE-VALID = 'N'
               MOVE BCALL-AGE-ERROR TO WS-ERROR-MSG
               MOVE 'BNK-AGE' TO WS-HIT-RULE-CODE
               MOVE BANK-AGE TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-BANK-AGE-FAIL-COUNT
           END-IF.

           IF BCALL-INCOME-VALID = 'N'
               MOVE BCALL-INCOME-ERROR TO WS-ERROR-MSG
               MOVE 'BNK-INCOME' TO WS-HIT-RULE-CODE
               MOVE BANK-INCOME TO WS-HIT-AMOUNT-EDIT
               MOVE WS-HIT-AMOUNT-EDIT TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-BANK-INCOME-FAIL-COUNT
           END-IF.

           IF BCALL-CREDIT-VALID = 'N'
               MOVE BCALL-CREDIT-ERROR TO WS-ERROR-MSG
               MOVE 'BNK-CREDIT' TO WS-HIT-RULE-CODE
               MOVE BANK-CREDIT-SCORE TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-BANK-CREDIT-FAIL-COUNT
           END-IF.
      *    matching, so this is fatal
           PERFORM CHECK-SSN-FORMAT.
           IF WS-FORMAT-OK-FLAG = 'N'
               PERFORM MASK-BANK-SSN
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Invalid SSN format: " WS-MASKED-SSN
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'BNK-SSN-FMT' TO WS-HIT-RULE-CODE
               MOVE WS-MASKED-SSN TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-BANK-SSN-FAIL-COUNT
           END-IF.
                   AND WS-FORMAT-OK-FLAG = 'Y'
               PERFORM MATCH-CUSTOMER-MASTER
               IF WS-MASTER-FOUND-FLAG = 'N'
                   PERFORM MASK-BANK-SSN
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "No such customer on master: " WS-MASKED-SSN
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'BNK-CUSTMAST' TO WS-HIT-RULE-CODE
                   MOVE WS-MASKED-SSN TO WS-HIT-VALUE
                   PERFORM RECORD-RULE-HIT
                   SUBTRACT 10 FROM WS-QUALITY-CALC
                   ADD 1 TO WS-BANK-CUSTMAST-FAIL-COUNT
               END-IF
           IF WS-ACCTTYPE-COUNT > 0
               PERFORM LOOKUP-ACCTTYPE
               IF WS-REF-FOUND-FLAG = 'N'
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "Unknown account type: " BANK-ACCT-TYPE
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'BNK-ACCTTYPE' TO WS-HIT-RULE-CODE
                   MOVE BANK-ACCT-TYPE TO WS-HIT-VALUE
                   PERFORM RECORD-RULE-HIT
                   SUBTRACT 10 FROM WS-QUALITY-CALC
                   ADD 1 TO WS-BANK-ACCTTYPE-FAIL-COUNT
               END-IF
           END-IF.

           PERFORM CROSS-CHECK-BANKING.
           PERFORM CHANGE-CHECK-BANKING.

      *    Calculate quality score - deduct points per rule violated,
      *    floor at zero so a record failing all rules doesn't go

      *    Check age (0-150)
           IF HEALTH-AGE < 0 OR HEALTH-AGE > 150
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Age must be between 0 and 150"
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'HLT-AGE' TO WS-HIT-RULE-CODE
               MOVE HEALTH-AGE TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-HEALTH-AGE-FAIL-COUNT
           END-IF.
      *    Check blood group against the reference table
           PERFORM LOOKUP-BLOODGP.
           IF WS-REF-FOUND-FLAG = 'N'
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Invalid blood group: " HEALTH-BLOOD-GROUP
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'HLT-BLOODGP' TO WS-HIT-RULE-CODE
               MOVE HEALTH-BLOOD-GROUP TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-HEALTH-BLOOD-FAIL-COUNT
           END-IF.
                   STRING "Medication not on formulary: "
                       HEALTH-MEDICATION(1:60)
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'HLT-FORMLRY' TO WS-HIT-RULE-CODE
                   MOVE HEALTH-MEDICATION TO WS-HIT-VALUE
                   PERFORM RECORD-RULE-HIT
                   SUBTRACT 5 FROM WS-QUALITY-CALC
                   ADD 1 TO WS-HEALTH-MED-FAIL-COUNT
               END-IF
           END-IF.

               MOVE SPACES TO WS-ERROR-MSG
               STRING "Heart rate must be between 40 and 200 BPM"
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'HLT-HRATE' TO WS-HIT-RULE-CODE
               MOVE HEALTH-HEART-RATE TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-HEALTH-HRATE-FAIL-COUNT
           END-IF.

           PERFORM CROSS-CHECK-HEALTHCARE.

      *    Check price (> 0)
           IF ECOM-PRICE <= 0
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Price must be greater than 0"
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'ECM-PRICE' TO WS-HIT-RULE-CODE
               MOVE ECOM-PRICE TO WS-HIT-AMOUNT-EDIT
               MOVE WS-HIT-AMOUNT-EDIT TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-ECOM-PRICE-FAIL-COUNT
           END-IF.

      *    Check stock (>= 0)
           IF ECOM-STOCK < 0
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Stock cannot be negative"
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'ECM-STOCK' TO WS-HIT-RULE-CODE
               MOVE ECOM-STOCK TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-ECOM-STOCK-FAIL-COUNT
           END-IF.
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Rating must be between 1 and 5"
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'ECM-RATING' TO WS-HIT-RULE-CODE
               MOVE ECOM-RATING TO WS-HIT-RATING-EDIT
               MOVE WS-HIT-RATING-EDIT TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-ECOM-RATING-FAIL-COUNT
           END-IF.

      *    Check category against the reference table - WARNING
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "Unknown category: " ECOM-CATEGORY
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'ECM-CATEGORY' TO WS-HIT-RULE-CODE
                   MOVE ECOM-CATEGORY TO WS-HIT-VALUE
                   PERFORM RECORD-RULE-HIT
                   SUBTRACT 10 FROM WS-QUALITY-CALC
                   ADD 1 TO WS-ECOM-CATEGORY-FAIL-COUNT
               END-IF
           END-IF.


      *    Check premium amount (> 0)
           IF INS-PREMIUM-AMOUNT <= 0
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Premium amount must be greater than 0"
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'INS-PREMIUM' TO WS-HIT-RULE-CODE
               MOVE INS-PREMIUM-AMOUNT TO WS-HIT-AMOUNT-EDIT
               MOVE WS-HIT-AMOUNT-EDIT TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-INS-PREMIUM-FAIL-COUNT
           END-IF.
      *    Check coverage type against the reference table
           PERFORM LOOKUP-COVTYPE.
           IF WS-REF-FOUND-FLAG = 'N'
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Invalid coverage type: " INS-COVERAGE-TYPE
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'INS-COVTYPE' TO WS-HIT-RULE-CODE
               MOVE INS-COVERAGE-TYPE TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-INS-COVERAGE-FAIL-COUNT
           END-IF.
      *    policy administration system
           PERFORM CHECK-POLICY-NUMBER.
           IF WS-FORMAT-OK-FLAG = 'N'
               PERFORM MASK-POLICY-NUMBER
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Invalid policy number: " WS-MASKED-POLICY
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'INS-POLNUM' TO WS-HIT-RULE-CODE
               MOVE WS-MASKED-POLICY TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-INS-POLNUM-FAIL-COUNT
           END-IF.
                   AND WS-FORMAT-OK-FLAG = 'Y'
               PERFORM MATCH-POLICY-MASTER
               IF WS-MASTER-FOUND-FLAG = 'N'
                   PERFORM MASK-POLICY-NUMBER
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "No such policy on master: "
                       WS-MASKED-POLICY
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'INS-POLMAST' TO WS-HIT-RULE-CODE
                   MOVE WS-MASKED-POLICY TO WS-HIT-VALUE
                   PERFORM RECORD-RULE-HIT
                   SUBTRACT 10 FROM WS-QUALITY-CALC
                   ADD 1 TO WS-INS-POLMAST-FAIL-COUNT
               END-IF
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Claim history count cannot exceed 50"
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'INS-CLAIMS' TO WS-HIT-RULE-CODE
               MOVE INS-CLAIM-HISTORY-COUNT TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-INS-CLAIM-FAIL-COUNT
           END-IF.

           PERFORM CROSS-CHECK-INSURANCE.
           PERFORM CHANGE-CHECK-INSURANCE.

      *    Calculate quality score - deduct points per rule violated,
      *    floor at zero so a record failing all rules doesn't go
               ADD 1 TO WS-INS-ERROR-COUNT
           END-IF.

       VALIDATE-CLAIMS.
      *    Claims validation rules
           MOVE 1 TO IS-VALID.
           MOVE 100 TO WS-QUALITY-CALC.

      *    Claim number and diagnosis/cause code are required - the
      *    claims system keys on the one and reserves on the other
           IF CLM-CLAIM-NUMBER = SPACES OR CLM-CAUSE-CODE = SPACES
               MOVE SPACES TO WS-ERROR-MSG
               IF CLM-CLAIM-NUMBER = SPACES
                   STRING "Claim number missing"
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
               ELSE
                   STRING "Diagnosis/cause code missing on claim "
                       CLM-CLAIM-NUMBER
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
               END-IF
               MOVE 'CLM-REQFLD' TO WS-HIT-RULE-CODE
               MOVE CLM-CLAIM-NUMBER TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-CLM-REQFLD-FAIL-COUNT
           END-IF.

      *    Loss and claim dates must be real dates, the loss no later
      *    than the claim and the claim no later than today
           PERFORM CHECK-CLAIM-DATES.
           IF WS-CLM-DATES-OK-FLAG = 'N'
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Invalid loss/claim dates: " CLM-LOSS-DATE
                   "/" CLM-CLAIM-DATE
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'CLM-DATES' TO WS-HIT-RULE-CODE
               MOVE SPACES TO WS-HIT-VALUE
               STRING CLM-LOSS-DATE "/" CLM-CLAIM-DATE
                   DELIMITED BY SIZE INTO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-CLM-DATES-FAIL-COUNT
           END-IF.

      *    The claim must be made on a well-formed policy that is on
      *    the policy master - the master read also brings back the
      *    coverage the next two rules check against
           MOVE 'N' TO WS-MASTER-FOUND-FLAG.
           PERFORM CHECK-POLICY-NUMBER.
           IF WS-FORMAT-OK-FLAG = 'Y' AND WS-POLMAST-AVAIL-FLAG = 'Y'
               PERFORM MATCH-POLICY-MASTER
           END-IF.
           IF WS-FORMAT-OK-FLAG = 'N'
                   OR (WS-POLMAST-AVAIL-FLAG = 'Y'
                       AND WS-MASTER-FOUND-FLAG = 'N')
               PERFORM MASK-POLICY-NUMBER
               MOVE SPACES TO WS-ERROR-MSG
               STRING "No such policy for claim: " WS-MASKED-POLICY
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'CLM-POLMAST' TO WS-HIT-RULE-CODE
               MOVE WS-MASKED-POLICY TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-CLM-POLMAST-FAIL-COUNT
           END-IF.

      *    The loss must fall inside the policy's coverage period
           IF WS-MASTER-FOUND-FLAG = 'Y' AND WS-CLM-DATES-OK-FLAG = 'Y'
               IF CLM-LOSS-DATE < PMAST-COVERAGE-START
                       OR (PMAST-COVERAGE-END NOT = SPACES
                           AND CLM-LOSS-DATE > PMAST-COVERAGE-END)
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "Loss date " CLM-LOSS-DATE
                       " outside coverage " PMAST-COVERAGE-START
                       "-" PMAST-COVERAGE-END
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'CLM-COVPER' TO WS-HIT-RULE-CODE
                   MOVE CLM-LOSS-DATE TO WS-HIT-VALUE
                   PERFORM RECORD-RULE-HIT
                   SUBTRACT 15 FROM WS-QUALITY-CALC
                   ADD 1 TO WS-CLM-COVPER-FAIL-COUNT
               END-IF
           END-IF.

      *    The claim type must be one the policy's coverage type
      *    allows - skipped when the coverage type is not known
           PERFORM SET-CLAIM-COVERAGE.
           MOVE 'N' TO WS-CLM-TYPE-FOUND-FLAG.
           IF WS-CLM-COVERAGE-TYPE NOT = SPACES
               PERFORM LOOKUP-CLAIM-TYPE
               IF WS-CLM-TYPE-FOUND-FLAG = 'N'
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "Claim type " CLM-CLAIM-TYPE
                       " not allowed on " WS-CLM-COVERAGE-TYPE
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'CLM-TYPE' TO WS-HIT-RULE-CODE
                   MOVE CLM-CLAIM-TYPE TO WS-HIT-VALUE
                   PERFORM RECORD-RULE-HIT
                   SUBTRACT 10 FROM WS-QUALITY-CALC
                   ADD 1 TO WS-CLM-TYPE-FAIL-COUNT
               END-IF
           END-IF.

      *    The claimed amount must be above zero and, once the claim
      *    type is known to be covered, within its limit
           IF CLM-CLAIMED-AMOUNT <= 0
                   OR (WS-CLM-TYPE-FOUND-FLAG = 'Y'
                       AND CLM-CLAIMED-AMOUNT > WS-CLM-LIMIT)
               MOVE SPACES TO WS-ERROR-MSG
               IF CLM-CLAIMED-AMOUNT <= 0
                   STRING "Claimed amount must be greater than 0"
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
               ELSE
                   MOVE WS-CLM-LIMIT TO WS-CLM-LIMIT-EDIT
                   STRING "Claimed amount over the " CLM-CLAIM-TYPE
                       " limit of " WS-CLM-LIMIT-EDIT
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
               END-IF
               MOVE 'CLM-AMOUNT' TO WS-HIT-RULE-CODE
               MOVE CLM-CLAIMED-AMOUNT TO WS-HIT-AMOUNT-EDIT
               MOVE WS-HIT-AMOUNT-EDIT TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 15 FROM WS-QUALITY-CALC
               ADD 1 TO WS-CLM-AMOUNT-FAIL-COUNT
           END-IF.

      *    A claim number already accepted under another RECORD-ID
      *    is a duplicate claim. The same RECORD-ID coming round
      *    again (a RESTART, a corrected claim under REVALIDATE) is
      *    the same claim.
           MOVE 'N' TO WS-CLMREG-FOUND-FLAG.
           IF CLM-CLAIM-NUMBER NOT = SPACES
                   AND WS-CLMREG-AVAIL-FLAG = 'Y'
               MOVE CLM-CLAIM-NUMBER TO CREG-CLAIM-NUMBER
               READ CLAIM-REGISTER
                   INVALID KEY MOVE 'N' TO WS-CLMREG-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO WS-CLMREG-FOUND-FLAG
               END-READ
               IF WS-CLMREG-FOUND-FLAG = 'Y'
                       AND CREG-RECORD-ID NOT = RECORD-ID
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "Duplicate claim " CLM-CLAIM-NUMBER
                       " - accepted off feed " CREG-FEED-DATE
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'CLM-DUP' TO WS-HIT-RULE-CODE
                   MOVE CLM-CLAIM-NUMBER TO WS-HIT-VALUE
                   PERFORM RECORD-RULE-HIT
                   SUBTRACT 15 FROM WS-QUALITY-CALC
                   ADD 1 TO WS-CLM-DUP-FAIL-COUNT
               END-IF
           END-IF.

      *    Calculate quality score - deduct points per rule violated,
      *    floor at zero so a record failing all rules doesn't go
      *    negative
           IF WS-QUALITY-CALC < 0
               MOVE 0 TO WS-QUALITY-CALC
           END-IF.
           MOVE WS-QUALITY-CALC TO QUALITY-SCORE.

           ADD WS-QUALITY-CALC TO WS-CLM-QUAL-SUM.

           IF IS-VALID = 1
               ADD 1 TO WS-VALID-COUNT
               ADD 1 TO WS-CLM-VALID-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               ADD 1 TO WS-CLM-ERROR-COUNT
           END-IF.

      *    An accepted claim goes on the register; a duplicate let
      *    through under an override leaves the first claim there.
           IF IS-VALID = 1 AND WS-RUN-MODE NOT = 'SIMULATE'
                   AND WS-CLMREG-AVAIL-FLAG = 'Y'
                   AND CLM-CLAIM-NUMBER NOT = SPACES
               IF WS-CLMREG-FOUND-FLAG = 'N'
                       OR CREG-RECORD-ID = RECORD-ID
                   PERFORM SAVE-CLAIM-REGISTER
               END-IF
           END-IF.

       CHECK-CLAIM-DATES.
           MOVE 'Y' TO WS-CLM-DATES-OK-FLAG.
           IF CLM-LOSS-DATE NOT NUMERIC OR CLM-CLAIM-DATE NOT NUMERIC
               MOVE 'N' TO WS-CLM-DATES-OK-FLAG
           ELSE
               MOVE CLM-LOSS-DATE TO WS-CLM-DATE-CHECK
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-CLM-DATE-CHECK)
                       NOT = 0
                   MOVE 'N' TO WS-CLM-DATES-OK-FLAG
               END-IF
               MOVE CLM-CLAIM-DATE TO WS-CLM-DATE-CHECK
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-CLM-DATE-CHECK)
                       NOT = 0
                   MOVE 'N' TO WS-CLM-DATES-OK-FLAG
               END-IF
               IF CLM-LOSS-DATE > CLM-CLAIM-DATE
                       OR CLM-CLAIM-DATE > WS-CLM-TODAY
                   MOVE 'N' TO WS-CLM-DATES-OK-FLAG
               END-IF
           END-IF.

      *    The policy's own record as last accepted off the feed
      *    decides its coverage type; the master's copy stands in
      *    for a policy not yet seen there.
       SET-CLAIM-COVERAGE.
           MOVE SPACES TO WS-CLM-COVERAGE-TYPE.
           IF WS-FORMAT-OK-FLAG = 'Y' AND WS-POLSNAP-AVAIL-FLAG = 'Y'
               MOVE CLM-POLICY-NUMBER TO PSNP-POLICY-NUMBER
               READ POLICY-SNAPSHOT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PSNP-COVERAGE-TYPE TO WS-CLM-COVERAGE-TYPE
               END-READ
           END-IF.
           IF WS-CLM-COVERAGE-TYPE = SPACES
                   AND WS-MASTER-FOUND-FLAG = 'Y'
               MOVE PMAST-COVERAGE-TYPE TO WS-CLM-COVERAGE-TYPE
           END-IF.

       LOOKUP-CLAIM-TYPE.
           MOVE 'N' TO WS-CLM-TYPE-FOUND-FLAG.
           MOVE 0 TO WS-CLM-TYPE-IDX.
           PERFORM UNTIL WS-CLM-TYPE-FOUND-FLAG = 'Y'
                   OR WS-CLM-TYPE-IDX >= WS-CLAIM-TYPE-COUNT
               ADD 1 TO WS-CLM-TYPE-IDX
               IF WS-CTYP-COVERAGE (WS-CLM-TYPE-IDX)
                       = WS-CLM-COVERAGE-TYPE
                       AND WS-CTYP-CLAIM-TYPE (WS-CLM-TYPE-IDX)
                           = CLM-CLAIM-TYPE
                   MOVE 'Y' TO WS-CLM-TYPE-FOUND-FLAG
                   MOVE WS-CTYP-LIMIT (WS-CLM-TYPE-IDX)
                       TO WS-CLM-LIMIT
               END-IF
           END-PERFORM.

       SAVE-CLAIM-REGISTER.
           PERFORM SET-RUN-TIMESTAMP.
           MOVE CLM-CLAIM-NUMBER TO CREG-CLAIM-NUMBER.
           MOVE RECORD-ID TO CREG-RECORD-ID.
           MOVE CLM-POLICY-NUMBER TO CREG-POLICY-NUMBER.
           MOVE CLM-LOSS-DATE TO CREG-LOSS-DATE.
           MOVE CLM-CLAIMED-AMOUNT TO CREG-CLAIMED-AMOUNT.
           MOVE WS-FEED-DATE TO CREG-FEED-DATE.
           MOVE WS-RUN-TIMESTAMP TO CREG-TIMESTAMP.
           IF WS-CLMREG-FOUND-FLAG = 'Y'
               REWRITE CLAIM-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Could not refresh claim register for "
                           RECORD-ID
               END-REWRITE
           ELSE
               WRITE CLAIM-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Could not add claim register for "
                           RECORD-ID
               END-WRITE
           END-IF.

      * ================================================================
      * CROSS-FIELD CONSISTENCY EDITS
      * Relationship rules the per-field edits cannot catch - fields
      *    age is a mistyped type or a mistyped age either way - fatal.
       CROSS-CHECK-BANKING.
           IF BANK-ACCT-TYPE = 'RETIREMENT' AND BANK-AGE < 59
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Account type RETIREMENT inconsistent with "
                   "age " BANK-AGE
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'BNK-XFIELD' TO WS-HIT-RULE-CODE
               MOVE SPACES TO WS-HIT-VALUE
               STRING "RETIREMENT/" BANK-AGE
                   DELIMITED BY SIZE INTO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-BANK-XFIELD-FAIL-COUNT
           END-IF.
               STRING "Cholesterol " HEALTH-CHOLESTEROL
                   " inconsistent with age " HEALTH-AGE
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'HLT-XFIELD' TO WS-HIT-RULE-CODE
               MOVE HEALTH-CHOLESTEROL TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-HEALTH-XFIELD-FAIL-COUNT
           END-IF.

      *    A stocked item priced under a dollar is almost always a
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Stocked item priced under $1.00"
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'ECM-XFIELD' TO WS-HIT-RULE-CODE
               MOVE ECOM-PRICE TO WS-HIT-AMOUNT-EDIT
               MOVE WS-HIT-AMOUNT-EDIT TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-ECOM-XFIELD-FAIL-COUNT
           END-IF.

      *    A trivial premium against a heavy claim history is the
       CROSS-CHECK-INSURANCE.
           IF INS-CLAIM-HISTORY-COUNT > 12
                   AND INS-PREMIUM-AMOUNT < 500
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Premium amount inconsistent with "
                   INS-CLAIM-HISTORY-COUNT " claims on history"
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'INS-XFIELD' TO WS-HIT-RULE-CODE
               MOVE INS-PREMIUM-AMOUNT TO WS-HIT-AMOUNT-EDIT
               MOVE WS-HIT-AMOUNT-EDIT TO WS-HIT-VALUE
               PERFORM RECORD-RULE-HIT
               SUBTRACT 10 FROM WS-QUALITY-CALC
               ADD 1 TO WS-INS-XFIELD-FAIL-COUNT
           END-IF.

      * ================================================================
      * CROSS-NIGHT CHANGE CHECKS
      * Compare the record with the entity's last accepted values,
      * report what moved beyond tolerance, then - only if the
      * record was accepted - make its values the new snapshot. A
      * snapshot already taken from the record itself - a RESTART
      * past the abend, or a SIMULATE replay after the production
      * night refreshed it - no longer holds the prior values, so it
      * is not compared: SIMULATE carries the production run's
      * variance hits over instead.
      * ================================================================
       CHANGE-CHECK-BANKING.
           PERFORM CHECK-SSN-FORMAT.
           IF WS-FORMAT-OK-FLAG = 'Y' AND WS-SSNSNAP-AVAIL-FLAG = 'Y'
               MOVE BANK-SSN TO SNAP-SSN
               READ SSN-SNAPSHOT
                   INVALID KEY MOVE 'N' TO WS-SNAP-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO WS-SNAP-FOUND-FLAG
               END-READ
               IF WS-SNAP-FOUND-FLAG = 'Y'
                   IF SNAP-RECORD-ID = RECORD-ID
                       IF WS-RUN-MODE = 'SIMULATE'
                           PERFORM CARRY-PRODUCTION-VARIANCE
                       END-IF
                   ELSE
                       PERFORM COMPARE-BANK-SNAPSHOT
                   END-IF
               END-IF
               IF IS-VALID = 1 AND WS-RUN-MODE NOT = 'SIMULATE'
                   PERFORM SAVE-BANK-SNAPSHOT
               END-IF
           END-IF.

       COMPARE-BANK-SNAPSHOT.
           PERFORM MASK-BANK-SSN.
           MOVE WS-MASKED-SSN TO WS-VAR-ENTITY-KEY.
           MOVE SNAP-FEED-DATE TO WS-VAR-PRIOR-FEED-DATE.
           IF BANK-AGE < SNAP-BANK-AGE
               MOVE 'BANK-AGE' TO WS-VAR-FIELD-NAME
               MOVE SNAP-BANK-AGE TO WS-VAR-PRIOR-VALUE
               MOVE BANK-AGE TO WS-VAR-CURRENT-VALUE
               MOVE 0 TO WS-CHANGE-PCT
               MOVE 'Y' TO WS-VAR-SEVERE-FLAG
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Age dropped from " SNAP-BANK-AGE " to "
                   BANK-AGE " since feed " SNAP-FEED-DATE
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'BNK-AGEDROP' TO WS-HIT-RULE-CODE
               MOVE BANK-AGE TO WS-HIT-VALUE
               PERFORM WRITE-VARIANCE-RECORD
           END-IF.
           IF SNAP-BANK-INCOME > 0
               COMPUTE WS-CHANGE-AMOUNT =
                   BANK-INCOME - SNAP-BANK-INCOME
               IF WS-CHANGE-AMOUNT < 0
                   COMPUTE WS-CHANGE-AMOUNT = 0 - WS-CHANGE-AMOUNT
               END-IF
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE-AMOUNT * 100 / SNAP-BANK-INCOME
                   ON SIZE ERROR MOVE 99999.99 TO WS-CHANGE-PCT
               END-COMPUTE
               IF WS-CHANGE-PCT > WS-INCOME-PCT
                   MOVE 'BANK-INCOME' TO WS-VAR-FIELD-NAME
                   MOVE SNAP-BANK-INCOME TO WS-HIT-AMOUNT-EDIT
                   MOVE WS-HIT-AMOUNT-EDIT TO WS-VAR-PRIOR-VALUE
                   MOVE BANK-INCOME TO WS-HIT-AMOUNT-EDIT
                   MOVE WS-HIT-AMOUNT-EDIT TO WS-VAR-CURRENT-VALUE
                   IF WS-CHANGE-PCT > WS-INCOME-SEVERE-PCT
                       MOVE 'Y' TO WS-VAR-SEVERE-FLAG
                   ELSE
                       MOVE 'N' TO WS-VAR-SEVERE-FLAG
                   END-IF
                   MOVE WS-CHANGE-PCT TO WS-VAR-PCT-EDIT
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "Income moved " WS-VAR-PCT-EDIT
                       "% since feed " SNAP-FEED-DATE
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'BNK-INCSWING' TO WS-HIT-RULE-CODE
                   MOVE WS-VAR-CURRENT-VALUE TO WS-HIT-VALUE
                   PERFORM WRITE-VARIANCE-RECORD
               END-IF
           END-IF.

       SAVE-BANK-SNAPSHOT.
           PERFORM SET-RUN-TIMESTAMP.
           MOVE BANK-SSN TO SNAP-SSN.
           MOVE RECORD-ID TO SNAP-RECORD-ID.
           MOVE BANK-AGE TO SNAP-BANK-AGE.
           MOVE BANK-INCOME TO SNAP-BANK-INCOME.
           MOVE BANK-CREDIT-SCORE TO SNAP-BANK-CREDIT-SCORE.
           MOVE WS-FEED-DATE TO SNAP-FEED-DATE.
           MOVE WS-RUN-TIMESTAMP TO SNAP-TIMESTAMP.
           IF WS-SNAP-FOUND-FLAG = 'Y'
               REWRITE SSN-SNAPSHOT-RECORD
                   INVALID KEY
                       DISPLAY "Could not refresh SSN snapshot for "
                           RECORD-ID
               END-REWRITE
           ELSE
               WRITE SSN-SNAPSHOT-RECORD
                   INVALID KEY
                       DISPLAY "Could not add SSN snapshot for "
                           RECORD-ID
               END-WRITE
           END-IF.

       CHANGE-CHECK-INSURANCE.
           PERFORM CHECK-POLICY-NUMBER.
           IF WS-FORMAT-OK-FLAG = 'Y' AND WS-POLSNAP-AVAIL-FLAG = 'Y'
               MOVE INS-POLICY-NUMBER TO PSNP-POLICY-NUMBER
               READ POLICY-SNAPSHOT
                   INVALID KEY MOVE 'N' TO WS-SNAP-FOUND-FLAG
                   NOT INVALID KEY MOVE 'Y' TO WS-SNAP-FOUND-FLAG
               END-READ
               IF WS-SNAP-FOUND-FLAG = 'Y'
                   IF PSNP-RECORD-ID = RECORD-ID
                       IF WS-RUN-MODE = 'SIMULATE'
                           PERFORM CARRY-PRODUCTION-VARIANCE
                       END-IF
                   ELSE
                       PERFORM COMPARE-POLICY-SNAPSHOT
                   END-IF
               END-IF
               IF IS-VALID = 1 AND WS-RUN-MODE NOT = 'SIMULATE'
                   PERFORM SAVE-POLICY-SNAPSHOT
               END-IF
           END-IF.

       COMPARE-POLICY-SNAPSHOT.
           PERFORM MASK-POLICY-NUMBER.
           MOVE WS-MASKED-POLICY TO WS-VAR-ENTITY-KEY.
           MOVE PSNP-FEED-DATE TO WS-VAR-PRIOR-FEED-DATE.
           IF INS-CLAIM-HISTORY-COUNT < PSNP-CLAIM-COUNT
               MOVE 'INS-CLAIM-HISTORY-COUNT' TO WS-VAR-FIELD-NAME
               MOVE PSNP-CLAIM-COUNT TO WS-VAR-PRIOR-VALUE
               MOVE INS-CLAIM-HISTORY-COUNT TO WS-VAR-CURRENT-VALUE
               MOVE 0 TO WS-CHANGE-PCT
               MOVE 'Y' TO WS-VAR-SEVERE-FLAG
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Claim count fell from " PSNP-CLAIM-COUNT
                   " to " INS-CLAIM-HISTORY-COUNT " since feed "
                   PSNP-FEED-DATE
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               MOVE 'INS-CLMDROP' TO WS-HIT-RULE-CODE
               MOVE INS-CLAIM-HISTORY-COUNT TO WS-HIT-VALUE
               PERFORM WRITE-VARIANCE-RECORD
           END-IF.
           IF PSNP-PREMIUM-AMOUNT > 0
               COMPUTE WS-CHANGE-AMOUNT =
                   INS-PREMIUM-AMOUNT - PSNP-PREMIUM-AMOUNT
               IF WS-CHANGE-AMOUNT < 0
                   COMPUTE WS-CHANGE-AMOUNT = 0 - WS-CHANGE-AMOUNT
               END-IF
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE-AMOUNT * 100 / PSNP-PREMIUM-AMOUNT
                   ON SIZE ERROR MOVE 99999.99 TO WS-CHANGE-PCT
               END-COMPUTE
               IF WS-CHANGE-PCT > WS-PREMIUM-PCT
                   MOVE 'INS-PREMIUM-AMOUNT' TO WS-VAR-FIELD-NAME
                   MOVE PSNP-PREMIUM-AMOUNT TO WS-HIT-AMOUNT-EDIT
                   MOVE WS-HIT-AMOUNT-EDIT TO WS-VAR-PRIOR-VALUE
                   MOVE INS-PREMIUM-AMOUNT TO WS-HIT-AMOUNT-EDIT
                   MOVE WS-HIT-AMOUNT-EDIT TO WS-VAR-CURRENT-VALUE
                   IF WS-CHANGE-PCT > WS-PREMIUM-SEVERE-PCT
                       MOVE 'Y' TO WS-VAR-SEVERE-FLAG
                   ELSE
                       MOVE 'N' TO WS-VAR-SEVERE-FLAG
                   END-IF
                   MOVE WS-CHANGE-PCT TO WS-VAR-PCT-EDIT
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "Premium moved " WS-VAR-PCT-EDIT
                       "% since feed " PSNP-FEED-DATE
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE 'INS-PREMSWNG' TO WS-HIT-RULE-CODE
                   MOVE WS-VAR-CURRENT-VALUE TO WS-HIT-VALUE
                   PERFORM WRITE-VARIANCE-RECORD
               END-IF
           END-IF.

       SAVE-POLICY-SNAPSHOT.
           PERFORM SET-RUN-TIMESTAMP.
           MOVE INS-POLICY-NUMBER TO PSNP-POLICY-NUMBER.
           MOVE RECORD-ID TO PSNP-RECORD-ID.
           MOVE INS-PREMIUM-AMOUNT TO PSNP-PREMIUM-AMOUNT.
           MOVE INS-COVERAGE-TYPE TO PSNP-COVERAGE-TYPE.
           MOVE INS-CLAIM-HISTORY-COUNT TO PSNP-CLAIM-COUNT.
           MOVE WS-FEED-DATE TO PSNP-FEED-DATE.
           MOVE WS-RUN-TIMESTAMP TO PSNP-TIMESTAMP.
           IF WS-SNAP-FOUND-FLAG = 'Y'
               REWRITE POLICY-SNAPSHOT-RECORD
                   INVALID KEY
                       DISPLAY "Could not refresh policy snapshot for "
                           RECORD-ID
               END-REWRITE
           ELSE
               WRITE POLICY-SNAPSHOT-RECORD
                   INVALID KEY
                       DISPLAY "Could not add policy snapshot for "
                           RECORD-ID
               END-WRITE
           END-IF.

      *    Re-record the severe variance hits on the production row
      *    read by READ-PRODUCTION-RESULT, so an unchanged record
      *    comes out of the replay as it went into production.
       CARRY-PRODUCTION-VARIANCE.
           PERFORM VARYING WS-SIM-CODE-IDX FROM 1 BY 1
                   UNTIL WS-SIM-CODE-IDX > PROD-RULE-COUNT
                      OR WS-SIM-CODE-IDX > 12
               IF PROD-RULE-CODE (WS-SIM-CODE-IDX) = 'BNK-AGEDROP'
                       OR PROD-RULE-CODE (WS-SIM-CODE-IDX)
                           = 'BNK-INCSWING'
                       OR PROD-RULE-CODE (WS-SIM-CODE-IDX)
                           = 'INS-CLMDROP'
                       OR PROD-RULE-CODE (WS-SIM-CODE-IDX)
                           = 'INS-PREMSWNG'
                   MOVE PROD-RULE-CODE (WS-SIM-CODE-IDX)
                       TO WS-HIT-RULE-CODE
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "Variance as found by the production run"
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   MOVE SPACES TO WS-HIT-VALUE
                   MOVE 'Y' TO WS-VAR-SEVERE-FLAG
                   PERFORM WRITE-VARIANCE-RECORD
               END-IF
           END-PERFORM.

      *    One report row per variance; a severe one also goes on
      *    the record as a WARNING hit (the caller has set the
      *    message, rule code and value) and costs it five points.
       WRITE-VARIANCE-RECORD.
           ADD 1 TO WS-VARIANCE-COUNT.
           IF WS-RUN-MODE NOT = 'SIMULATE'
               PERFORM SET-RUN-TIMESTAMP
               MOVE SPACES TO VARIANCE-RECORD
               MOVE RECORD-ID TO VARR-RECORD-ID
               MOVE DOMAIN TO VARR-DOMAIN
               MOVE WS-VAR-ENTITY-KEY TO VARR-ENTITY-KEY
               MOVE WS-VAR-FIELD-NAME TO VARR-FIELD-NAME
               MOVE WS-VAR-PRIOR-VALUE TO VARR-PRIOR-VALUE
               MOVE WS-VAR-CURRENT-VALUE TO VARR-CURRENT-VALUE
               MOVE WS-CHANGE-PCT TO VARR-CHANGE-PCT
               MOVE WS-VAR-PRIOR-FEED-DATE TO VARR-PRIOR-FEED-DATE
               MOVE WS-FEED-DATE TO VARR-FEED-DATE
               MOVE WS-RUN-TIMESTAMP TO VARR-TIMESTAMP
               IF WS-VAR-SEVERE-FLAG = 'Y'
                   MOVE 'S' TO VARR-SEVERITY
               ELSE
                   MOVE 'R' TO VARR-SEVERITY
               END-IF
               WRITE VARIANCE-RECORD
           END-IF.
           IF WS-VAR-SEVERE-FLAG = 'Y'
               ADD 1 TO WS-SEVERE-VAR-COUNT
               PERFORM RECORD-RULE-HIT
               SUBTRACT 5 FROM WS-QUALITY-CALC
           ELSE
               MOVE SPACES TO WS-HIT-VALUE
           END-IF.

      * ================================================================
      * FORMAT EDITS AND REFERENCE TABLE LOOKUPS
      * Each lookup scans its table and answers in WS-REF-FOUND-FLAG;
           MOVE '***-**-' TO WS-MASKED-SSN (1:7).
           MOVE BANK-SSN (8:4) TO WS-MASKED-SSN (8:4).

       MASK-POLICY-NUMBER.
           MOVE SPACES TO WS-MASKED-POLICY.
           MOVE INS-POLICY-NUMBER (1:2) TO WS-MASKED-POLICY (1:2).
           MOVE '****' TO WS-MASKED-POLICY (3:4).
           MOVE INS-POLICY-NUMBER (7:4) TO WS-MASKED-POLICY (7:4).

       CHECK-SSN-FORMAT.
           MOVE 'Y' TO WS-FORMAT-OK-FLAG.
           MOVE BANK-SSN TO WS-SSN-WORK.
           MOVE QUALITY-SCORE TO DB2-QUALITY-SCORE.
           MOVE RESULT-SEVERITY TO DB2-SEVERITY.
           MOVE RESULT-TIMESTAMP TO DB2-TIMESTAMP.
           MOVE RESULT-LINEAGE TO DB2-LINEAGE.
           WRITE DB2-RECORD
               INVALID KEY
                   REWRITE DB2-RECORD
           MOVE WS-ERROR-COUNT TO RESP-TRL-ERROR-COUNT.
           WRITE RESPONSE-TRAILER-RECORD.

      * ================================================================
      * SIMULATE COMPARISON
      * The production row is read into WS-PROD-RESULT before the
      * record is re-run; afterwards the simulated outcome in
      * RESULT-RECORD is compared with it. Only records that come out
      * differently are written to the impact file, each under its
      * most significant change; every record feeds the domain and
      * rule totals.
      * ================================================================
       READ-PRODUCTION-RESULT.
           MOVE RECORD-ID TO RESULT-ID.
           READ VALIDATION-OUTPUT INTO WS-PROD-RESULT
               INVALID KEY
                   MOVE 'N' TO WS-PROD-FOUND-FLAG
                   INITIALIZE WS-PROD-RESULT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROD-FOUND-FLAG
           END-READ.

       COMPARE-SIMULATED-RESULT.
           ADD 1 TO WS-SIM-RECORD-COUNT.
           PERFORM FIND-SIM-DOMAIN.
           ADD 1 TO WS-SIMD-RECORDS (WS-SIM-DOM-IDX).
           IF IS-VALID = 1
               ADD 1 TO WS-SIMD-SIM-VALID (WS-SIM-DOM-IDX)
           END-IF.
           PERFORM VARYING WS-SIM-CODE-IDX FROM 1 BY 1
                   UNTIL WS-SIM-CODE-IDX > RESULT-RULE-COUNT
                      OR WS-SIM-CODE-IDX > 12
               MOVE RESULT-RULE-CODE (WS-SIM-CODE-IDX)
                   TO WS-SIM-HIT-CODE
               PERFORM FIND-SIM-RULE
               IF WS-SIM-RULE-IDX > 0
                   ADD 1 TO WS-SIMR-SIM-HITS (WS-SIM-RULE-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO SIMULATION-IMPACT-RECORD.
           MOVE 'Y' TO WS-SIM-DIFF-FLAG.
           MOVE 0 TO WS-SIM-QUALITY-MOVE.
           IF WS-PROD-FOUND-FLAG = 'N'
               ADD 1 TO WS-SIM-NO-PROD-COUNT
               SET SIMR-NO-PRODUCTION TO TRUE
           ELSE
               PERFORM TALLY-PRODUCTION-RESULT
               COMPUTE WS-SIM-QUALITY-MOVE =
                   QUALITY-SCORE - PROD-QUALITY-SCORE
               EVALUATE TRUE
                   WHEN PROD-IS-VALID = 1 AND IS-VALID = 0
                       SET SIMR-TO-INVALID TO TRUE
                       ADD 1 TO WS-SIMD-TO-INVALID (WS-SIM-DOM-IDX)
                   WHEN PROD-IS-VALID = 0 AND IS-VALID = 1
                       SET SIMR-TO-VALID TO TRUE
                       ADD 1 TO WS-SIMD-TO-VALID (WS-SIM-DOM-IDX)
                   WHEN PROD-SEVERITY NOT = 'W'
                        AND RESULT-SEVERITY = 'W'
                       SET SIMR-NEW-WARNING TO TRUE
                       ADD 1 TO WS-SIMD-NEW-WARN (WS-SIM-DOM-IDX)
                   WHEN PROD-SEVERITY = 'W'
                        AND RESULT-SEVERITY NOT = 'W'
                       SET SIMR-WARN-CLEARED TO TRUE
                       ADD 1 TO WS-SIMD-WARN-CLEARED (WS-SIM-DOM-IDX)
                   WHEN PROD-RULE-LIST NOT =
                        VALIDATION-ERRORS (1:LENGTH OF PROD-RULE-LIST)
                       SET SIMR-RULES-CHANGED TO TRUE
                   WHEN WS-SIM-QUALITY-MOVE NOT = 0
                       SET SIMR-QUALITY-MOVED TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO WS-SIM-DIFF-FLAG
               END-EVALUATE
           END-IF.
           IF WS-SIM-DIFF-FLAG = 'Y'
               PERFORM WRITE-IMPACT-RECORD
           END-IF.

      *    The production side of the totals - only for records that
      *    have a production row, so both averages cover the same
      *    records.
       TALLY-PRODUCTION-RESULT.
           ADD 1 TO WS-SIMD-COMPARED (WS-SIM-DOM-IDX).
           IF PROD-IS-VALID = 1
               ADD 1 TO WS-SIMD-PROD-VALID (WS-SIM-DOM-IDX)
           END-IF.
           ADD PROD-QUALITY-SCORE TO WS-SIMD-PROD-QUAL (WS-SIM-DOM-IDX).
           ADD QUALITY-SCORE TO WS-SIMD-SIM-QUAL (WS-SIM-DOM-IDX).
           PERFORM VARYING WS-SIM-CODE-IDX FROM 1 BY 1
                   UNTIL WS-SIM-CODE-IDX > PROD-RULE-COUNT
                      OR WS-SIM-CODE-IDX > 12
               MOVE PROD-RULE-CODE (WS-SIM-CODE-IDX)
                   TO WS-SIM-HIT-CODE
               PERFORM FIND-SIM-RULE
               IF WS-SIM-RULE-IDX > 0
                   ADD 1 TO WS-SIMR-PROD-HITS (WS-SIM-RULE-IDX)
               END-IF
           END-PERFORM.

       WRITE-IMPACT-RECORD.
           ADD 1 TO WS-SIM-CHANGED-COUNT.
           MOVE RECORD-ID TO SIMR-RECORD-ID.
           MOVE DOMAIN TO SIMR-DOMAIN.
           MOVE PROD-IS-VALID TO SIMR-PROD-IS-VALID.
           MOVE IS-VALID TO SIMR-SIM-IS-VALID.
           MOVE PROD-SEVERITY TO SIMR-PROD-SEVERITY.
           MOVE RESULT-SEVERITY TO SIMR-SIM-SEVERITY.
           MOVE PROD-QUALITY-SCORE TO SIMR-PROD-QUALITY.
           MOVE QUALITY-SCORE TO SIMR-SIM-QUALITY.
           MOVE WS-SIM-QUALITY-MOVE TO SIMR-QUALITY-MOVE.
           MOVE PROD-RULE-COUNT TO SIMR-PROD-RULE-COUNT.
           MOVE RESULT-RULE-COUNT TO SIMR-SIM-RULE-COUNT.
           PERFORM VARYING WS-SIM-CODE-IDX FROM 1 BY 1
                   UNTIL WS-SIM-CODE-IDX > 12
               MOVE PROD-RULE-CODE (WS-SIM-CODE-IDX)
                   TO SIMR-PROD-RULE-CODE (WS-SIM-CODE-IDX)
               MOVE RESULT-RULE-CODE (WS-SIM-CODE-IDX)
                   TO SIMR-SIM-RULE-CODE (WS-SIM-CODE-IDX)
           END-PERFORM.
           MOVE RESULT-LINEAGE TO SIMR-LINEAGE.
           WRITE SIMULATION-IMPACT-RECORD.

      *    Domains outside the table total under the last entry.
       FIND-SIM-DOMAIN.
           MOVE 1 TO WS-SIM-DOM-IDX.
           PERFORM UNTIL WS-SIM-DOM-IDX = WS-SIM-DOMAIN-COUNT
                   OR WS-SIM-DOMAIN-NAME (WS-SIM-DOM-IDX) = DOMAIN
               ADD 1 TO WS-SIM-DOM-IDX
           END-PERFORM.

      *    Rule totals share the catalogue's subscript; 0 = not found.
       FIND-SIM-RULE.
           MOVE 0 TO WS-SIM-RULE-IDX.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-CATALOGUE-COUNT
                      OR WS-SIM-RULE-IDX > 0
               IF WS-RULE-CODE (WS-RULE-IDX) = WS-SIM-HIT-CODE
                   MOVE WS-RULE-IDX TO WS-SIM-RULE-IDX
               END-IF
           END-PERFORM.

       GENERATE-REPORT.
           DISPLAY "".
           DISPLAY "==========================================".
           DISPLAY "VALIDATION REPORT".
           IF WS-RUN-MODE = 'SIMULATE'
               DISPLAY "SIMULATED - no production file updated"
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "Batches Processed:          "
               WS-BATCHES-DONE-COUNT.
           DISPLAY "Valid Records:              " WS-VALID-COUNT.
           DISPLAY "Invalid Records:            " WS-ERROR-COUNT.
           DISPLAY "Valid with Warnings:        " WS-WARN-COUNT.
           DISPLAY "Passed under override:      " WS-OVERRIDE-COUNT.
           DISPLAY "  override uses logged:     " WS-OVR-USE-COUNT.
           IF WS-RUN-MODE = 'REVALIDATE'
               DISPLAY "  released for extract:     "
                   WS-OVR-RELEASE-COUNT
           END-IF.
           DISPLAY "Redelivered RECORD-IDs:     " WS-DUP-ID-COUNT.
           DISPLAY "Banking shared-SSN pairs:   " WS-DUP-SSN-COUNT.
           DISPLAY "Rule violations logged:     " WS-RULV-COUNT.
           DISPLAY "Cross-night variances:      " WS-VARIANCE-COUNT.
           DISPLAY "  of which severe:          " WS-SEVERE-VAR-COUNT.
           DISPLAY "==========================================".
           DISPLAY "BANKING".
           DISPLAY "  Valid:                    " WS-BANK-VALID-COUNT.
               WS-INS-XFIELD-FAIL-COUNT.
           DISPLAY "  Policy master failures:   "
               WS-INS-POLMAST-FAIL-COUNT.
           DISPLAY "------------------------------------------".
           DISPLAY "CLAIMS".
           DISPLAY "  Valid:                    " WS-CLM-VALID-COUNT.
           DISPLAY "  Invalid:                  " WS-CLM-ERROR-COUNT.
           DISPLAY "  Required field failures:  "
               WS-CLM-REQFLD-FAIL-COUNT.
           DISPLAY "  Claim date failures:      "
               WS-CLM-DATES-FAIL-COUNT.
           DISPLAY "  Policy master failures:   "
               WS-CLM-POLMAST-FAIL-COUNT.
           DISPLAY "  Coverage period failures: "
               WS-CLM-COVPER-FAIL-COUNT.
           DISPLAY "  Claim type failures:      "
               WS-CLM-TYPE-FAIL-COUNT.
           DISPLAY "  Claimed amount failures:  "
               WS-CLM-AMOUNT-FAIL-COUNT.
           DISPLAY "  Duplicate claims:         "
               WS-CLM-DUP-FAIL-COUNT.
           DISPLAY "==========================================".

      *    Production against simulated, by domain then by rule. The
      *    quality averages cover only records with a production row.
       GENERATE-IMPACT-REPORT.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "SIMULATION IMPACT REPORT".
           DISPLAY "==========================================".
           DISPLAY "Source replayed:            " WS-SIM-SOURCE.
           DISPLAY "Records replayed:           " WS-SIM-RECORD-COUNT.
           DISPLAY "No production row:          " WS-SIM-NO-PROD-COUNT.
           DISPLAY "Records with a change:      " WS-SIM-CHANGED-COUNT.
           PERFORM VARYING WS-SIM-DOM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-DOM-IDX > WS-SIM-DOMAIN-COUNT
               IF WS-SIMD-RECORDS (WS-SIM-DOM-IDX) > 0
                   PERFORM REPORT-SIM-DOMAIN
               END-IF
           END-PERFORM.
           DISPLAY "------------------------------------------".
           DISPLAY "BY RULE             PRODUCTION  SIMULATED  CHANGE".
           PERFORM VARYING WS-SIM-RULE-IDX FROM 1 BY 1
                   UNTIL WS-SIM-RULE-IDX > WS-RULE-CATALOGUE-COUNT
               IF WS-SIMR-PROD-HITS (WS-SIM-RULE-IDX) > 0
                  OR WS-SIMR-SIM-HITS (WS-SIM-RULE-IDX) > 0
                   COMPUTE WS-SIM-EDIT-CHANGE =
                       WS-SIMR-SIM-HITS (WS-SIM-RULE-IDX)
                       - WS-SIMR-PROD-HITS (WS-SIM-RULE-IDX)
                   DISPLAY "  " WS-RULE-CODE (WS-SIM-RULE-IDX)
                       "      " WS-SIMR-PROD-HITS (WS-SIM-RULE-IDX)
                       "    " WS-SIMR-SIM-HITS (WS-SIM-RULE-IDX)
                       "  " WS-SIM-EDIT-CHANGE
               END-IF
           END-PERFORM.
           DISPLAY "==========================================".

       REPORT-SIM-DOMAIN.
           MOVE 0 TO WS-SIM-EDIT-AVG-PROD.
           MOVE 0 TO WS-SIM-EDIT-AVG-SIM.
           IF WS-SIMD-COMPARED (WS-SIM-DOM-IDX) > 0
               COMPUTE WS-SIM-AVG-WORK ROUNDED =
                   WS-SIMD-PROD-QUAL (WS-SIM-DOM-IDX)
                   / WS-SIMD-COMPARED (WS-SIM-DOM-IDX)
               MOVE WS-SIM-AVG-WORK TO WS-SIM-EDIT-AVG-PROD
               COMPUTE WS-SIM-AVG-WORK ROUNDED =
                   WS-SIMD-SIM-QUAL (WS-SIM-DOM-IDX)
                   / WS-SIMD-COMPARED (WS-SIM-DOM-IDX)
               MOVE WS-SIM-AVG-WORK TO WS-SIM-EDIT-AVG-SIM
           END-IF.
           DISPLAY "------------------------------------------".
           DISPLAY WS-SIM-DOMAIN-NAME (WS-SIM-DOM-IDX).
           DISPLAY "  Replayed:                 "
               WS-SIMD-RECORDS (WS-SIM-DOM-IDX).
           DISPLAY "  Valid in production:      "
               WS-SIMD-PROD-VALID (WS-SIM-DOM-IDX).
           DISPLAY "  Valid simulated:          "
               WS-SIMD-SIM-VALID (WS-SIM-DOM-IDX).
           DISPLAY "  Valid -> invalid:         "
               WS-SIMD-TO-INVALID (WS-SIM-DOM-IDX).
           DISPLAY "  Invalid -> valid:         "
               WS-SIMD-TO-VALID (WS-SIM-DOM-IDX).
           DISPLAY "  New warnings:             "
               WS-SIMD-NEW-WARN (WS-SIM-DOM-IDX).
           DISPLAY "  Warnings cleared:         "
               WS-SIMD-WARN-CLEARED (WS-SIM-DOM-IDX).
           DISPLAY "  Avg quality production:   " WS-SIM-EDIT-AVG-PROD.
           DISPLAY "  Avg quality simulated:    " WS-SIM-EDIT-AVG-SIM.

       SET-RUN-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
           MOVE WS-HEALTH-QUAL-SUM TO HIST-HEALTH-QUAL-SUM.
           MOVE WS-ECOM-QUAL-SUM TO HIST-ECOM-QUAL-SUM.
           MOVE WS-INS-QUAL-SUM TO HIST-INS-QUAL-SUM.
           MOVE WS-CLM-QUAL-SUM TO HIST-CLM-QUAL-SUM.
           MOVE WS-REF-AS-OF-DATE TO HIST-REF-AS-OF-DATE.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1 UNTIL WS-REF-IDX > 6
               MOVE WS-REF-VERSION (WS-REF-IDX)
                   TO HIST-REF-VERSION (WS-REF-IDX)
           END-PERFORM.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       CLOSE-FILES.
           IF WS-RUN-MODE = 'SIMULATE'
               PERFORM CLOSE-SIMULATE-FILES
           ELSE
               PERFORM CLOSE-RESULT-FILES
           END-IF.
           IF WS-POLMAST-AVAIL-FLAG = 'Y'
               CLOSE POLICY-MASTER
           END-IF.
           IF WS-CUSTMAST-AVAIL-FLAG = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-OVRMAST-AVAIL-FLAG = 'Y'
               CLOSE OVERRIDE-MASTER
           END-IF.
           DISPLAY "Program terminated successfully".

       CLOSE-SIMULATE-FILES.
           IF NOT SIM-FROM-SUSPENSE
               CLOSE VALIDATION-INPUT
           ELSE
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-SSNSNAP-AVAIL-FLAG = 'Y'
               CLOSE SSN-SNAPSHOT
           END-IF.
           IF WS-POLSNAP-AVAIL-FLAG = 'Y'
               CLOSE POLICY-SNAPSHOT
           END-IF.
           IF WS-CLMREG-AVAIL-FLAG = 'Y'
               CLOSE CLAIM-REGISTER
           END-IF.
           CLOSE VALIDATION-OUTPUT.
           CLOSE SIMULATION-IMPACT.

       CLOSE-RESULT-FILES.
           PERFORM WRITE-RUN-HISTORY.
      *    Each batch's number was recorded as its trailer verified -
      *    nothing left to record here.
           PERFORM WRITE-RESPONSE-TRAILER.
           CLOSE RESPONSE-FILE.
           CLOSE WARNINGS-REPORT.
           CLOSE RULE-VIOLATION-FILE.
           CLOSE VARIANCE-REPORT.
           CLOSE SSN-SNAPSHOT.
           CLOSE POLICY-SNAPSHOT.
           CLOSE CLAIM-REGISTER.
           CLOSE DUPLICATES-REPORT.
           CLOSE VALIDATION-OUTPUT.
           CLOSE DB2-FILE.
           CLOSE EXCEPTION-LOG.
           CLOSE OVERRIDE-USAGE-LOG.
           IF WS-RUN-MODE = 'REVALIDATE'
               CLOSE OVERRIDE-RELEASE
           END-IF.
           CLOSE SUSPENSE-FILE.
