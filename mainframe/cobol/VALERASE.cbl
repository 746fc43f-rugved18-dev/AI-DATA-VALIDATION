       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALERASE.
       AUTHOR. AI Data Validation Team.
       DATE-WRITTEN. October 15, 2026.

      * ================================================================
      * VALERASE - Data-Subject Erasure
      * ================================================================
      * Purpose: Carry out data-subject erasure requests across every
      *   dataset the suite keeps. Each UT-S-ERASREQ transaction
      *   carries a request reference, a key type and the subject's
      *   identifier:
      *     BANKSSN  - a BANK-SSN
      *     PATIENT  - a HEALTH-PATIENT-NAME
      *     POLICY   - an INS-POLICY-NUMBER, on insurance records
      *                and on claims made against the policy
      *   The identifier is resolved to RECORD-IDs exactly the way
      *   VALINQ resolves its alternate keys - the feed, the suspense
      *   file, the suspense archive and the override release file
      *   are scanned for records
      *   carrying it (SUSPAGE keeps only a patient's initial on the
      *   archive, so a PATIENT key resolves from the feed and
      *   suspense only), and VALIDATE's SSN and policy snapshots are
      *   read for the record that last carried it. The identifiers
      *   on those records are then overwritten in place on:
      *     - VALIDATION-INPUT (UT-S-VALJOB) and VALSPLIT's stream
      *       feeds (UT-S-VALJOB1 - UT-S-VALJOB5)
      *     - SUSPENSE-FILE, the suspense archive (UT-S-SUSPARCH) and
      *       SUSPCORR's correction log (UT-S-SUSPCLOG)
      *     - EXCEPTION-LOG, VALIDATION-OUTPUT and DB2-FILE error text
      *     - VALPURGE's result, DB2 and exception archives
      *     - VALEXTR's banking, policy and claims extracts
      *     - VALIDATE's override release file (UT-S-OVRRLSE) and
      *       claim register (UT-S-CLMREG)
      *   Account holder, SSN, patient name and policy number become
      *   asterisks; error and correction text is swept for the
      *   identifier and for SSN-shaped values. No record is removed
      *   and no RECORD-ID, count, trailer or feed hash changes, so
      *   VALRECON and the extract receivers still balance.
      *   The one exception is VALIDATE's cross-night snapshots
      *   (UT-S-SSNSNAP, UT-S-POLSNAP): they are keyed by the
      *   identifier itself, so the subject's row is deleted and the
      *   next record for it starts a fresh history.
      *
      *   Every request gets an erasure certificate - one row on
      *   UT-S-ERASCERT, appended across runs, and a printed
      *   certificate listing what was redacted where. The identifier
      *   itself never appears on either; it is shown masked.
      *
      *   Files not allocated to the step are skipped and shown as
      *   such on the certificate; a rerun finds nothing left to
      *   erase and certifies NOT FOUND.
      *
      * Return codes:
      *   0 - every request resolved and erased
      *   4 - one or more requests matched no record
      *  16 - no request file, or a redaction could not be rewritten
      *       (certificate marked INCOMPLETE - rerun after the fix)
      *
      * Version: 1.0.0
      * ================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-INPUT ASSIGN TO UT-S-ERASREQ
               FILE STATUS IS WS-EREQ-FILE-STATUS.
           SELECT ERASURE-CERTIFICATE ASSIGN TO UT-S-ERASCERT
               FILE STATUS IS WS-ECRT-FILE-STATUS.
           SELECT VALIDATION-INPUT ASSIGN TO UT-S-VALJOB
               FILE STATUS IS WS-INPUT-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO UT-S-VALSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-RECORD-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT SUSPENSE-ARCHIVE ASSIGN TO UT-S-SUSPARCH
               FILE STATUS IS WS-SARCH-FILE-STATUS.
           SELECT CORRECTION-LOG ASSIGN TO UT-S-SUSPCLOG
               FILE STATUS IS WS-CLOG-FILE-STATUS.
           SELECT EXCEPTION-LOG ASSIGN TO UT-S-VALEXCP
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT VALIDATION-OUTPUT ASSIGN TO UT-S-VALOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-ID
               FILE STATUS IS WS-VALOUT-FILE-STATUS.
           SELECT DB2-FILE ASSIGN TO EXTERNAL DB2CONN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB2-RESULT-ID
               FILE STATUS IS WS-DB2-FILE-STATUS.
      *    VALPURGE's archives
           SELECT RESULT-ARCHIVE ASSIGN TO UT-S-VALOARCH
               FILE STATUS IS WS-RARCH-FILE-STATUS.
           SELECT DB2-ARCHIVE ASSIGN TO UT-S-DB2ARCH
               FILE STATUS IS WS-DARCH-FILE-STATUS.
           SELECT EXCP-ARCHIVE ASSIGN TO UT-S-EXCPARCH
               FILE STATUS IS WS-EARCH-FILE-STATUS.
      *    VALEXTR's extracts carrying direct identifiers
           SELECT BANK-EXTRACT ASSIGN TO UT-S-EXTBANK
               FILE STATUS IS WS-BEXT-FILE-STATUS.
           SELECT INS-EXTRACT ASSIGN TO UT-S-EXTINS
               FILE STATUS IS WS-IEXT-FILE-STATUS.
           SELECT CLM-EXTRACT ASSIGN TO UT-S-EXTCLM
               FILE STATUS IS WS-CEXT-FILE-STATUS.
      *    Records REVALIDATE released under an override, waiting for
      *    VALEXTR - full record images
           SELECT OVERRIDE-RELEASE ASSIGN TO UT-S-OVRRLSE
               FILE STATUS IS WS-ORLS-FILE-STATUS.
      *    VALIDATE's cross-night snapshots, keyed by the identifier,
      *    and its claim register
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
           SELECT CLAIM-REGISTER ASSIGN TO UT-S-CLMREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREG-CLAIM-NUMBER
               FILE STATUS IS WS-CLMREG-FILE-STATUS.
      *    VALSPLIT's partitions - each a complete feed of its own
           SELECT STREAM-1-FILE ASSIGN TO UT-S-VALJOB1
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT STREAM-2-FILE ASSIGN TO UT-S-VALJOB2
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT STREAM-3-FILE ASSIGN TO UT-S-VALJOB3
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT STREAM-4-FILE ASSIGN TO UT-S-VALJOB4
               FILE STATUS IS WS-STRM-FILE-STATUS.
           SELECT STREAM-5-FILE ASSIGN TO UT-S-VALJOB5
               FILE STATUS IS WS-STRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ERASURE-INPUT.
       01 ERASURE-REQUEST.
           05 EREQ-REQUEST-REF       PIC X(20).
           05 EREQ-KEY-TYPE          PIC X(8).
           05 EREQ-KEY-VALUE         PIC X(100).

      *    One row per request per run - the auditable record that
      *    the request was carried out. Counts are in the order of
      *    WS-FILE-LABEL-TABLE.
       FD ERASURE-CERTIFICATE.
       01 ERASURE-CERT-RECORD.
           05 ECRT-REQUEST-REF       PIC X(20).
           05 ECRT-KEY-TYPE          PIC X(8).
           05 ECRT-MASKED-KEY        PIC X(20).
           05 ECRT-TIMESTAMP         PIC X(26).
           05 ECRT-STATUS            PIC X(10).
           05 ECRT-RECORD-COUNT      PIC 9(3).
           05 ECRT-FILE-COUNT        PIC 9(7) OCCURS 22 TIMES.

      *    Same record layouts as VALIDATE.cbl - the views holding a
      *    direct identifier
       FD VALIDATION-INPUT.
       01 VALIDATION-RECORD.
           05 RECORD-ID           PIC X(20).
           05 DOMAIN              PIC X(20).
           05 ACCOUNT-DATA        PIC X(500).
           05 BANKING-REC REDEFINES ACCOUNT-DATA.
               10 BANK-ACCT-HOLDER    PIC X(100).
               10 BANK-AGE             PIC 9(3).
               10 BANK-INCOME          PIC 9(10)V99.
               10 BANK-CREDIT-SCORE    PIC 9(4).
               10 BANK-SSN             PIC X(11).
               10 BANK-ACCT-TYPE       PIC X(20).
               10 FILLER               PIC X(350).
           05 HEALTHCARE-REC REDEFINES ACCOUNT-DATA.
               10 HEALTH-PATIENT-NAME PIC X(100).
               10 FILLER               PIC X(400).
           05 INSURANCE-REC REDEFINES ACCOUNT-DATA.
               10 INS-POLICY-NUMBER        PIC X(20).
               10 FILLER                   PIC X(480).
           05 TIMESTAMP           PIC X(26).
       01 FEED-CONTROL-RECORD.
           05 CTL-RECORD-TYPE     PIC X(3).
               88 FEED-HEADER-RECORD   VALUE 'HDR'.
               88 FEED-TRAILER-RECORD  VALUE 'TRL'.
           05 FILLER              PIC X(563).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUSP-RECORD-ID         PIC X(20).
           05 SUSP-DOMAIN            PIC X(20).
           05 SUSP-ACCOUNT-DATA      PIC X(500).
           05 SUSP-TIMESTAMP         PIC X(26).
           05 SUSP-VALIDATION-ERRORS PIC X(500).
           05 SUSP-LINEAGE           PIC X(34).

      *    Same layout as SUSPAGE.cbl's ARCHIVE-FILE
       FD SUSPENSE-ARCHIVE.
       01 ARCHIVE-RECORD.
           05 ARCH-DATE              PIC X(8).
           05 ARCH-RECORD-ID         PIC X(20).
           05 ARCH-DOMAIN            PIC X(20).
           05 ARCH-ACCOUNT-DATA      PIC X(500).
           05 ARCH-TIMESTAMP         PIC X(26).
           05 ARCH-VALIDATION-ERRORS PIC X(500).
           05 ARCH-LINEAGE           PIC X(34).

      *    Same layout as SUSPCORR.cbl's CORRECTION-LOG
       FD CORRECTION-LOG.
       01 CORRECTION-LOG-RECORD.
           05 CLOG-TIMESTAMP         PIC X(26).
           05 CLOG-RECORD-ID         PIC X(20).
           05 CLOG-FIELD-NAME        PIC X(30).
           05 CLOG-OLD-VALUE         PIC X(100).
           05 CLOG-NEW-VALUE         PIC X(100).
           05 CLOG-STATUS            PIC X(10).
           05 CLOG-MESSAGE           PIC X(100).

       FD EXCEPTION-LOG.
       01 EXCEPTION-RECORD.
           05 EXCP-RECORD-ID         PIC X(20).
           05 EXCP-DOMAIN            PIC X(20).
           05 EXCP-TIMESTAMP         PIC X(26).
           05 EXCP-VALIDATION-ERRORS PIC X(500).
           05 EXCP-LINEAGE           PIC X(34).

       FD VALIDATION-OUTPUT.
       01 RESULT-RECORD.
           05 RESULT-ID            PIC X(20).
           05 IS-VALID             PIC 9(1).
           05 VALIDATION-ERRORS    PIC X(500).
           05 QUALITY-SCORE        PIC 9(3)V99.
           05 RESULT-SEVERITY      PIC X(1).
           05 RESULT-TIMESTAMP     PIC X(26).
           05 RESULT-LINEAGE       PIC X(34).

       FD DB2-FILE.
       01 DB2-RECORD.
           05 DB2-RESULT-ID          PIC X(20).
           05 DB2-IS-VALID           PIC 9(1).
           05 DB2-VALIDATION-ERRORS  PIC X(500).
           05 DB2-QUALITY-SCORE      PIC 9(3)V99.
           05 DB2-SEVERITY           PIC X(1).
           05 DB2-TIMESTAMP          PIC X(26).
           05 DB2-LINEAGE            PIC X(34).

      *    Same layouts as VALPURGE.cbl's archives
       FD RESULT-ARCHIVE.
       01 RESULT-ARCHIVE-RECORD.
           05 RARCH-DATE             PIC X(8).
           05 RARCH-RESULT-ID        PIC X(20).
           05 RARCH-IS-VALID         PIC 9(1).
           05 RARCH-VALIDATION-ERRS  PIC X(500).
           05 RARCH-QUALITY-SCORE    PIC 9(3)V99.
           05 RARCH-SEVERITY         PIC X(1).
           05 RARCH-TIMESTAMP        PIC X(26).
           05 RARCH-LINEAGE          PIC X(34).

       FD DB2-ARCHIVE.
       01 DB2-ARCHIVE-RECORD.
           05 DARCH-DATE             PIC X(8).
           05 DARCH-RESULT-ID        PIC X(20).
           05 DARCH-IS-VALID         PIC 9(1).
           05 DARCH-VALIDATION-ERRS  PIC X(500).
           05 DARCH-QUALITY-SCORE    PIC 9(3)V99.
           05 DARCH-SEVERITY         PIC X(1).
           05 DARCH-TIMESTAMP        PIC X(26).
           05 DARCH-LINEAGE          PIC X(34).

       FD EXCP-ARCHIVE.
       01 EXCP-ARCHIVE-RECORD.
           05 EARCH-DATE             PIC X(8).
           05 EARCH-RECORD-ID        PIC X(20).
           05 EARCH-DOMAIN           PIC X(20).
           05 EARCH-TIMESTAMP        PIC X(26).
           05 EARCH-VALIDATION-ERRS  PIC X(500).
           05 EARCH-LINEAGE          PIC X(34).

      *    Same layouts as VALEXTR.cbl's extracts - the 'T' trailer
      *    is left exactly as cut
       FD BANK-EXTRACT.
       01 BANK-EXTRACT-RECORD.
           05 BEXT-RECORD-TYPE       PIC X(1).
           05 BEXT-RECORD-ID         PIC X(20).
           05 BEXT-ACCT-HOLDER       PIC X(100).
           05 BEXT-AGE               PIC 9(3).
           05 BEXT-INCOME            PIC 9(10)V99.
           05 BEXT-CREDIT-SCORE      PIC 9(4).
           05 BEXT-SSN               PIC X(11).
           05 BEXT-ACCT-TYPE         PIC X(20).
           05 BEXT-QUALITY-SCORE     PIC 9(3)V99.

       FD INS-EXTRACT.
       01 INS-EXTRACT-RECORD.
           05 IEXT-RECORD-TYPE       PIC X(1).
           05 IEXT-RECORD-ID         PIC X(20).
           05 IEXT-POLICY-NUMBER     PIC X(20).
           05 IEXT-PREMIUM-AMOUNT    PIC 9(10)V99.
           05 IEXT-COVERAGE-TYPE     PIC X(30).
           05 IEXT-CLAIM-COUNT       PIC 9(3).
           05 IEXT-QUALITY-SCORE     PIC 9(3)V99.

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

      *    Same layout as VALIDATE.cbl's release file - the record
      *    image as it passed, then the release time
       FD OVERRIDE-RELEASE.
       01 OVERRIDE-RELEASE-RECORD.
           05 ORLS-RECORD-ID         PIC X(20).
           05 ORLS-DOMAIN            PIC X(20).
           05 ORLS-ACCOUNT-DATA      PIC X(500).
           05 ORLS-TIMESTAMP         PIC X(26).
           05 ORLS-RELEASE-TS        PIC X(26).

      *    Same layouts as VALIDATE.cbl's snapshots and register
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

      *    Same layout as VALSPLIT.cbl's streams - the feed record,
      *    read into WS-STREAM-RECORD for redaction
       FD STREAM-1-FILE.
       01 STREAM-1-RECORD         PIC X(566).
       FD STREAM-2-FILE.
       01 STREAM-2-RECORD         PIC X(566).
       FD STREAM-3-FILE.
       01 STREAM-3-RECORD         PIC X(566).
       FD STREAM-4-FILE.
       01 STREAM-4-RECORD         PIC X(566).
       FD STREAM-5-FILE.
       01 STREAM-5-RECORD         PIC X(566).

       WORKING-STORAGE SECTION.
       01 WS-EREQ-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ECRT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-INPUT-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-SUSP-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-SARCH-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-CLOG-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EXCP-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-VALOUT-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-DB2-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-RARCH-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-DARCH-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-EARCH-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-BEXT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-IEXT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CEXT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ORLS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-SSNSNAP-FILE-STATUS  PIC XX VALUE '00'.
       01 WS-POLSNAP-FILE-STATUS  PIC XX VALUE '00'.
       01 WS-CLMREG-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-STRM-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EREQ-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-SCAN-EOF-FLAG        PIC X(1) VALUE 'N'.

      *    Open success captured once per indexed file, same
      *    convention as VALINQ.cbl
       01 WS-SUSP-AVAIL-FLAG      PIC X(1) VALUE 'N'.
       01 WS-VALOUT-AVAIL-FLAG    PIC X(1) VALUE 'N'.
       01 WS-DB2-AVAIL-FLAG       PIC X(1) VALUE 'N'.
       01 WS-SSNSNAP-AVAIL-FLAG   PIC X(1) VALUE 'N'.
       01 WS-POLSNAP-AVAIL-FLAG   PIC X(1) VALUE 'N'.
       01 WS-CLMREG-AVAIL-FLAG    PIC X(1) VALUE 'N'.

      *    Stream record in hand, in the feed layout
       01 WS-STREAM-RECORD.
           05 WS-STRM-RECORD-ID       PIC X(20).
           05 WS-STRM-DOMAIN          PIC X(20).
           05 WS-STRM-ACCOUNT-DATA    PIC X(500).
           05 WS-STRM-TIMESTAMP       PIC X(26).
       01 WS-STREAM-CONTROL REDEFINES WS-STREAM-RECORD.
           05 WS-STRM-RECORD-TYPE     PIC X(3).
           05 FILLER                  PIC X(563).
       01 WS-STREAM-EOF-FLAG      PIC X(1) VALUE 'N'.
       01 WS-STREAM-HIT-FLAG      PIC X(1) VALUE 'N'.

      *    Files redacted, in certificate order
       01 WS-FILE-LABELS.
           05 FILLER PIC X(24) VALUE 'VALIDATION-INPUT        '.
           05 FILLER PIC X(24) VALUE 'SUSPENSE-FILE           '.
           05 FILLER PIC X(24) VALUE 'SUSPENSE ARCHIVE        '.
           05 FILLER PIC X(24) VALUE 'CORRECTION LOG          '.
           05 FILLER PIC X(24) VALUE 'EXCEPTION-LOG           '.
           05 FILLER PIC X(24) VALUE 'VALIDATION-OUTPUT       '.
           05 FILLER PIC X(24) VALUE 'DB2-FILE                '.
           05 FILLER PIC X(24) VALUE 'RESULT ARCHIVE          '.
           05 FILLER PIC X(24) VALUE 'DB2 ARCHIVE             '.
           05 FILLER PIC X(24) VALUE 'EXCEPTION ARCHIVE       '.
           05 FILLER PIC X(24) VALUE 'BANKING EXTRACT         '.
           05 FILLER PIC X(24) VALUE 'POLICY EXTRACT          '.
           05 FILLER PIC X(24) VALUE 'OVERRIDE RELEASES       '.
           05 FILLER PIC X(24) VALUE 'CLAIMS EXTRACT          '.
           05 FILLER PIC X(24) VALUE 'SSN SNAPSHOT (DELETED)  '.
           05 FILLER PIC X(24) VALUE 'POLICY SNAP (DELETED)   '.
           05 FILLER PIC X(24) VALUE 'CLAIM REGISTER          '.
           05 FILLER PIC X(24) VALUE 'VALIDATE STREAM 1       '.
           05 FILLER PIC X(24) VALUE 'VALIDATE STREAM 2       '.
           05 FILLER PIC X(24) VALUE 'VALIDATE STREAM 3       '.
           05 FILLER PIC X(24) VALUE 'VALIDATE STREAM 4       '.
           05 FILLER PIC X(24) VALUE 'VALIDATE STREAM 5       '.
       01 WS-FILE-LABEL-TABLE REDEFINES WS-FILE-LABELS.
           05 WS-FILE-LABEL           PIC X(24) OCCURS 22 TIMES.
       01 WS-FILE-COUNT           PIC 9(2) VALUE 22.
       01 WS-FILE-IDX             PIC 9(2) VALUE 0.
      *    'Y' once the file was allocated and processed this run
       01 WS-FILE-PRESENT-TABLE.
           05 WS-FILE-PRESENT         PIC X(1) OCCURS 22 TIMES.

      *    The run's requests and what each one erased
       01 WS-REQ-COUNT            PIC 9(3) VALUE 0.
       01 WS-REQ-IDX              PIC 9(3) VALUE 0.
       01 WS-CUR-REQ              PIC 9(3) VALUE 0.
       01 WS-REQUEST-TABLE.
           05 WS-REQ OCCURS 100 TIMES.
               10 WS-REQ-REF             PIC X(20).
               10 WS-REQ-KEY-TYPE        PIC X(8).
               10 WS-REQ-KEY-VALUE       PIC X(100).
               10 WS-REQ-KEY-LEN         PIC 9(3).
               10 WS-REQ-MASKED-KEY      PIC X(20).
               10 WS-REQ-MATCH-COUNT     PIC 9(3).
               10 WS-REQ-FAIL-FLAG       PIC X(1).
               10 WS-REQ-FILE-COUNT      PIC 9(7) OCCURS 22 TIMES.

      *    RECORD-IDs resolved, each owned by the request that found
      *    it first
       01 WS-ERASE-COUNT          PIC 9(3) VALUE 0.
       01 WS-ERASE-IDX            PIC 9(3) VALUE 0.
       01 WS-ERASE-TABLE.
           05 WS-ERASE OCCURS 500 TIMES.
               10 WS-ERASE-RECORD-ID     PIC X(20).
               10 WS-ERASE-REQ           PIC 9(3).
       01 WS-ERASE-FULL-FLAG      PIC X(1) VALUE 'N'.
       01 WS-ERASE-FOUND-FLAG     PIC X(1) VALUE 'N'.
       01 WS-CANDIDATE-ID         PIC X(20) VALUE SPACES.

       01 WS-REQ-COUNTS.
           05 WS-REQ-ERASED-COUNT     PIC 9(3) VALUE 0.
           05 WS-REQ-NOTFOUND-COUNT   PIC 9(3) VALUE 0.
           05 WS-REQ-INCOMPLETE-COUNT PIC 9(3) VALUE 0.
           05 WS-REQ-REJECTED-COUNT   PIC 9(3) VALUE 0.

      *    Redaction work areas - account data by domain, error and
      *    correction text by sweep
       01 WS-REDACT-DOMAIN        PIC X(20) VALUE SPACES.
       01 WS-REDACT-DATA          PIC X(500) VALUE SPACES.
       01 WS-SWEEP-TEXT           PIC X(500) VALUE SPACES.
       01 WS-SWEEP-LEN            PIC 9(3) VALUE 0.
       01 WS-SWEEP-POS            PIC 9(3) VALUE 0.
       01 WS-SWEEP-LAST           PIC 9(3) VALUE 0.
       01 WS-REWRITE-STATUS       PIC XX VALUE '00'.
       01 WS-DETAIL-ID            PIC X(20) VALUE SPACES.
       01 WS-ANY-FAIL-FLAG        PIC X(1) VALUE 'N'.
       01 WS-CERT-STATUS          PIC X(10) VALUE SPACES.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY             PIC X(4).
           05 WS-CDT-MM               PIC X(2).
           05 WS-CDT-DD               PIC X(2).
           05 WS-CDT-HH               PIC X(2).
           05 WS-CDT-MIN              PIC X(2).
           05 WS-CDT-SS               PIC X(2).
           05 FILLER                  PIC X(7).
       01 WS-TIMESTAMP            PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-EXECUTION.
           PERFORM INITIALIZE-PROGRAM.
           PERFORM LOAD-ERASURE-REQUESTS.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               PERFORM RESOLVE-SUBJECT-KEY
           END-PERFORM.
           PERFORM REDACT-FEED.
           PERFORM REDACT-SUSPENSE.
           PERFORM REDACT-SUSP-ARCHIVE.
           PERFORM REDACT-CORRECTION-LOG.
           PERFORM REDACT-EXCEPTION-LOG.
           PERFORM REDACT-RESULT-ROWS.
           PERFORM REDACT-RESULT-ARCHIVE.
           PERFORM REDACT-DB2-ARCHIVE.
           PERFORM REDACT-EXCP-ARCHIVE.
           PERFORM REDACT-BANK-EXTRACT.
           PERFORM REDACT-INS-EXTRACT.
           PERFORM REDACT-OVERRIDE-RELEASE.
           PERFORM REDACT-CLM-EXTRACT.
           PERFORM DELETE-SSN-SNAPSHOTS.
           PERFORM DELETE-POLICY-SNAPSHOTS.
           PERFORM REDACT-CLAIM-REGISTER.
           PERFORM REDACT-STREAM-1.
           PERFORM REDACT-STREAM-2.
           PERFORM REDACT-STREAM-3.
           PERFORM REDACT-STREAM-4.
           PERFORM REDACT-STREAM-5.
           PERFORM ISSUE-CERTIFICATES.
           PERFORM GENERATE-SUMMARY.
           PERFORM CLOSE-FILES.
           EVALUATE TRUE
               WHEN WS-ANY-FAIL-FLAG = 'Y'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REQ-NOTFOUND-COUNT > 0
                       OR WS-REQ-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY "VALERASE Data-Subject Erasure Starting".
           PERFORM SET-TIMESTAMP.
           INITIALIZE WS-REQUEST-TABLE.
           MOVE ALL 'N' TO WS-FILE-PRESENT-TABLE.
           OPEN INPUT ERASURE-INPUT.
           IF WS-EREQ-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open ERASURE-INPUT - status "
                   WS-EREQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SUSP-AVAIL-FLAG
           ELSE
               DISPLAY "No SUSPENSE-FILE on file - status "
                   WS-SUSP-FILE-STATUS
           END-IF.
           OPEN I-O VALIDATION-OUTPUT.
           IF WS-VALOUT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-VALOUT-AVAIL-FLAG
           ELSE
               DISPLAY "No VALIDATION-OUTPUT on file - status "
                   WS-VALOUT-FILE-STATUS
           END-IF.
           OPEN I-O DB2-FILE.
           IF WS-DB2-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DB2-AVAIL-FLAG
           ELSE
               DISPLAY "No DB2-FILE on file - status "
                   WS-DB2-FILE-STATUS
           END-IF.
           OPEN I-O SSN-SNAPSHOT.
           IF WS-SSNSNAP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SSNSNAP-AVAIL-FLAG
           ELSE
               DISPLAY "No SSN-SNAPSHOT on file - status "
                   WS-SSNSNAP-FILE-STATUS
           END-IF.
           OPEN I-O POLICY-SNAPSHOT.
           IF WS-POLSNAP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-POLSNAP-AVAIL-FLAG
           ELSE
               DISPLAY "No POLICY-SNAPSHOT on file - status "
                   WS-POLSNAP-FILE-STATUS
           END-IF.
           OPEN I-O CLAIM-REGISTER.
           IF WS-CLMREG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CLMREG-AVAIL-FLAG
           ELSE
               DISPLAY "No CLAIM-REGISTER on file - status "
                   WS-CLMREG-FILE-STATUS
           END-IF.

      *    Requests are held in core so every dataset is passed once
      *    for the whole run. The key length drives the text sweep;
      *    the masked key is all the reports ever show.
       LOAD-ERASURE-REQUESTS.
           PERFORM UNTIL WS-EREQ-EOF-FLAG = 'Y'
               READ ERASURE-INPUT
                   AT END MOVE 'Y' TO WS-EREQ-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-REQUEST
               END-READ
           END-PERFORM.
           CLOSE ERASURE-INPUT.

       LOAD-ONE-REQUEST.
           IF WS-REQ-COUNT >= 100
               DISPLAY "More than 100 erasure requests - request "
                   EREQ-REQUEST-REF " held for the next run"
               ADD 1 TO WS-REQ-REJECTED-COUNT
           ELSE
               IF EREQ-KEY-TYPE NOT = 'BANKSSN'
                       AND EREQ-KEY-TYPE NOT = 'PATIENT'
                       AND EREQ-KEY-TYPE NOT = 'POLICY'
                       OR EREQ-KEY-VALUE = SPACES
                   DISPLAY "Request " EREQ-REQUEST-REF
                       " rejected - key type must be BANKSSN, "
                       "PATIENT or POLICY with a value"
                   ADD 1 TO WS-REQ-REJECTED-COUNT
               ELSE
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-REQ-IDX
                   MOVE EREQ-REQUEST-REF TO WS-REQ-REF (WS-REQ-IDX)
                   MOVE EREQ-KEY-TYPE TO WS-REQ-KEY-TYPE (WS-REQ-IDX)
                   MOVE EREQ-KEY-VALUE
                       TO WS-REQ-KEY-VALUE (WS-REQ-IDX)
                   MOVE 'N' TO WS-REQ-FAIL-FLAG (WS-REQ-IDX)
                   PERFORM VARYING WS-SWEEP-LEN FROM 100 BY -1
                           UNTIL WS-SWEEP-LEN = 0
                           OR EREQ-KEY-VALUE (WS-SWEEP-LEN:1)
                               NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   MOVE WS-SWEEP-LEN TO WS-REQ-KEY-LEN (WS-REQ-IDX)
                   PERFORM MASK-REQUEST-KEY
               END-IF
           END-IF.

      *    SSN keeps its last four digits, a patient name its
      *    initial, a policy number its last four characters - the
      *    same masks SUSPAGE and SUSPCORR apply.
       MASK-REQUEST-KEY.
           MOVE ALL '*' TO WS-REQ-MASKED-KEY (WS-REQ-IDX).
           EVALUATE WS-REQ-KEY-TYPE (WS-REQ-IDX)
               WHEN 'BANKSSN'
                   MOVE SPACES TO WS-REQ-MASKED-KEY (WS-REQ-IDX)
                   MOVE '***-**-' TO WS-REQ-MASKED-KEY (WS-REQ-IDX)
                   MOVE EREQ-KEY-VALUE (8:4)
                       TO WS-REQ-MASKED-KEY (WS-REQ-IDX) (8:4)
               WHEN 'PATIENT'
                   MOVE EREQ-KEY-VALUE (1:1)
                       TO WS-REQ-MASKED-KEY (WS-REQ-IDX) (1:1)
               WHEN 'POLICY'
                   IF WS-SWEEP-LEN > 4
                       MOVE EREQ-KEY-VALUE (WS-SWEEP-LEN - 3:4)
                           TO WS-REQ-MASKED-KEY (WS-REQ-IDX) (17:4)
                   END-IF
           END-EVALUATE.

      * ================================================================
      * SUBJECT RESOLUTION - the alternate-key scans of VALINQ.cbl:
      * feed, suspense file, suspense archive - plus the snapshot
      * row VALIDATE keeps under the identifier
      * ================================================================
       RESOLVE-SUBJECT-KEY.
           MOVE WS-REQ-IDX TO WS-CUR-REQ.
           PERFORM SCAN-FEED-FOR-KEY.
           PERFORM SCAN-SUSPENSE-FOR-KEY.
           PERFORM SCAN-SUSP-ARCHIVE-FOR-KEY.
           PERFORM SCAN-RELEASE-FOR-KEY.
           PERFORM READ-SNAPSHOT-FOR-KEY.

       SCAN-FEED-FOR-KEY.
           OPEN INPUT VALIDATION-INPUT.
           IF WS-INPUT-FILE-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ VALIDATION-INPUT
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           IF NOT FEED-HEADER-RECORD
                                   AND NOT FEED-TRAILER-RECORD
                               PERFORM MATCH-FEED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALIDATION-INPUT
           END-IF.

       MATCH-FEED-RECORD.
           EVALUATE TRUE
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'BANKSSN'
                       AND DOMAIN = 'banking'
                       AND BANK-SSN
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:11)
                   MOVE RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'PATIENT'
                       AND DOMAIN = 'healthcare'
                       AND HEALTH-PATIENT-NAME
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ)
                   MOVE RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'POLICY'
                       AND (DOMAIN = 'insurance'
                           OR DOMAIN = 'claims')
                       AND INS-POLICY-NUMBER
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:20)
                   MOVE RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
           END-EVALUATE.

       SCAN-SUSPENSE-FOR-KEY.
           IF WS-SUSP-AVAIL-FLAG = 'Y'
               MOVE LOW-VALUES TO SUSP-RECORD-ID
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               START SUSPENSE-FILE KEY NOT < SUSP-RECORD-ID
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM MATCH-SUSPENSE-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       MATCH-SUSPENSE-RECORD.
           EVALUATE TRUE
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'BANKSSN'
                       AND SUSP-DOMAIN = 'banking'
                       AND SUSP-ACCOUNT-DATA (120:11)
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:11)
                   MOVE SUSP-RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'PATIENT'
                       AND SUSP-DOMAIN = 'healthcare'
                       AND SUSP-ACCOUNT-DATA (1:100)
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ)
                   MOVE SUSP-RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'POLICY'
                       AND (SUSP-DOMAIN = 'insurance'
                           OR SUSP-DOMAIN = 'claims')
                       AND SUSP-ACCOUNT-DATA (1:20)
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:20)
                   MOVE SUSP-RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
           END-EVALUATE.

       SCAN-SUSP-ARCHIVE-FOR-KEY.
           OPEN INPUT SUSPENSE-ARCHIVE.
           IF WS-SARCH-FILE-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ SUSPENSE-ARCHIVE
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM MATCH-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-ARCHIVE
           END-IF.

      *    Masked archive SSNs match on the last four digits with the
      *    same prefix guard as VALINQ.cbl's MATCH-ARCHIVE-RECORD.
       MATCH-ARCHIVE-RECORD.
           EVALUATE TRUE
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'BANKSSN'
                       AND ARCH-DOMAIN = 'banking'
                       AND ARCH-ACCOUNT-DATA (127:4)
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ) (8:4)
                       AND (ARCH-ACCOUNT-DATA (120:7) = '***-**-'
                           OR ARCH-ACCOUNT-DATA (120:7)
                               = WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:7))
                   MOVE ARCH-RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'POLICY'
                       AND (ARCH-DOMAIN = 'insurance'
                           OR ARCH-DOMAIN = 'claims')
                       AND ARCH-ACCOUNT-DATA (1:20)
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:20)
                   MOVE ARCH-RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
           END-EVALUATE.

      *    A record released under an override has left suspense and
      *    may be on no feed still held - its image is read here.
       SCAN-RELEASE-FOR-KEY.
           OPEN INPUT OVERRIDE-RELEASE.
           IF WS-ORLS-FILE-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ OVERRIDE-RELEASE
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM MATCH-RELEASE-RECORD
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-RELEASE
           END-IF.

       MATCH-RELEASE-RECORD.
           EVALUATE TRUE
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'BANKSSN'
                       AND ORLS-DOMAIN = 'banking'
                       AND ORLS-ACCOUNT-DATA (120:11)
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:11)
                   MOVE ORLS-RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'PATIENT'
                       AND ORLS-DOMAIN = 'healthcare'
                       AND ORLS-ACCOUNT-DATA (1:100)
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ)
                   MOVE ORLS-RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'POLICY'
                       AND (ORLS-DOMAIN = 'insurance'
                           OR ORLS-DOMAIN = 'claims')
                       AND ORLS-ACCOUNT-DATA (1:20)
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:20)
                   MOVE ORLS-RECORD-ID TO WS-CANDIDATE-ID
                   PERFORM ADD-ERASE-ID
           END-EVALUATE.

      *    The record that last refreshed the subject's snapshot may
      *    be on no feed or file still held - it is erased with the
      *    rest.
       READ-SNAPSHOT-FOR-KEY.
           EVALUATE TRUE
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'BANKSSN'
                       AND WS-SSNSNAP-AVAIL-FLAG = 'Y'
                   MOVE WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:11)
                       TO SNAP-SSN
                   READ SSN-SNAPSHOT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SNAP-RECORD-ID TO WS-CANDIDATE-ID
                           PERFORM ADD-ERASE-ID
                   END-READ
               WHEN WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'POLICY'
                       AND WS-POLSNAP-AVAIL-FLAG = 'Y'
                   MOVE WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:20)
                       TO PSNP-POLICY-NUMBER
                   READ POLICY-SNAPSHOT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PSNP-RECORD-ID TO WS-CANDIDATE-ID
                           PERFORM ADD-ERASE-ID
                   END-READ
           END-EVALUATE.

      *    A record found by more than one scan - or by two requests
      *    for the same subject - is entered once.
       ADD-ERASE-ID.
           PERFORM FIND-ERASE-ID.
           IF WS-ERASE-FOUND-FLAG = 'N'
               IF WS-ERASE-COUNT < 500
                   ADD 1 TO WS-ERASE-COUNT
                   MOVE WS-CANDIDATE-ID
                       TO WS-ERASE-RECORD-ID (WS-ERASE-COUNT)
                   MOVE WS-CUR-REQ TO WS-ERASE-REQ (WS-ERASE-COUNT)
                   ADD 1 TO WS-REQ-MATCH-COUNT (WS-CUR-REQ)
               ELSE
                   IF WS-ERASE-FULL-FLAG = 'N'
                       MOVE 'Y' TO WS-ERASE-FULL-FLAG
                       DISPLAY "More than 500 records to erase - "
                           "rerun for the remainder"
                   END-IF
                   MOVE 'Y' TO WS-REQ-FAIL-FLAG (WS-CUR-REQ)
                   MOVE 'Y' TO WS-ANY-FAIL-FLAG
               END-IF
           END-IF.

      *    Look WS-CANDIDATE-ID up; on a hit WS-ERASE-IDX is its
      *    entry. The owning request is left in WS-CUR-REQ only by
      *    the redaction passes (SELECT-ERASE-ID).
       FIND-ERASE-ID.
           MOVE 'N' TO WS-ERASE-FOUND-FLAG.
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   OR WS-ERASE-FOUND-FLAG = 'Y'
               IF WS-ERASE-RECORD-ID (WS-ERASE-IDX) = WS-CANDIDATE-ID
                   MOVE 'Y' TO WS-ERASE-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-ERASE-FOUND-FLAG = 'Y'
               SUBTRACT 1 FROM WS-ERASE-IDX
           END-IF.

       SELECT-ERASE-ID.
           PERFORM FIND-ERASE-ID.
           IF WS-ERASE-FOUND-FLAG = 'Y'
               MOVE WS-ERASE-REQ (WS-ERASE-IDX) TO WS-CUR-REQ
           END-IF.

      * ================================================================
      * REDACTION PASSES - one pass per dataset for the whole run;
      * sequential files are updated in place with REWRITE so record
      * counts and order never change
      * ================================================================
       REDACT-FEED.
           MOVE 1 TO WS-FILE-IDX.
           OPEN I-O VALIDATION-INPUT.
           IF WS-INPUT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ VALIDATION-INPUT
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           IF NOT FEED-HEADER-RECORD
                                   AND NOT FEED-TRAILER-RECORD
                               MOVE RECORD-ID TO WS-CANDIDATE-ID
                               PERFORM SELECT-ERASE-ID
                               IF WS-ERASE-FOUND-FLAG = 'Y'
                                   PERFORM REDACT-FEED-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALIDATION-INPUT
           END-IF.

       REDACT-FEED-RECORD.
           MOVE DOMAIN TO WS-REDACT-DOMAIN.
           MOVE ACCOUNT-DATA TO WS-REDACT-DATA.
           PERFORM REDACT-ACCOUNT-DATA.
           MOVE WS-REDACT-DATA TO ACCOUNT-DATA.
           REWRITE VALIDATION-RECORD.
           MOVE WS-INPUT-FILE-STATUS TO WS-REWRITE-STATUS.
           PERFORM COUNT-REDACTION.

       REDACT-SUSPENSE.
           MOVE 2 TO WS-FILE-IDX.
           IF WS-SUSP-AVAIL-FLAG = 'Y'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                       UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
                   MOVE WS-ERASE-REQ (WS-ERASE-IDX) TO WS-CUR-REQ
                   MOVE WS-ERASE-RECORD-ID (WS-ERASE-IDX)
                       TO SUSP-RECORD-ID
                   READ SUSPENSE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM REDACT-SUSPENSE-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       REDACT-SUSPENSE-RECORD.
           MOVE SUSP-DOMAIN TO WS-REDACT-DOMAIN.
           MOVE SUSP-ACCOUNT-DATA TO WS-REDACT-DATA.
           PERFORM REDACT-ACCOUNT-DATA.
           MOVE WS-REDACT-DATA TO SUSP-ACCOUNT-DATA.
           MOVE SUSP-VALIDATION-ERRORS TO WS-SWEEP-TEXT.
           PERFORM SWEEP-ERASED-TEXT.
           MOVE WS-SWEEP-TEXT TO SUSP-VALIDATION-ERRORS.
           REWRITE SUSPENSE-RECORD.
           MOVE WS-SUSP-FILE-STATUS TO WS-REWRITE-STATUS.
           PERFORM COUNT-REDACTION.

       REDACT-SUSP-ARCHIVE.
           MOVE 3 TO WS-FILE-IDX.
           OPEN I-O SUSPENSE-ARCHIVE.
           IF WS-SARCH-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ SUSPENSE-ARCHIVE
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           MOVE ARCH-RECORD-ID TO WS-CANDIDATE-ID
                           PERFORM SELECT-ERASE-ID
                           IF WS-ERASE-FOUND-FLAG = 'Y'
                               PERFORM REDACT-ARCHIVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-ARCHIVE
           END-IF.

       REDACT-ARCHIVE-RECORD.
           MOVE ARCH-DOMAIN TO WS-REDACT-DOMAIN.
           MOVE ARCH-ACCOUNT-DATA TO WS-REDACT-DATA.
           PERFORM REDACT-ACCOUNT-DATA.
           MOVE WS-REDACT-DATA TO ARCH-ACCOUNT-DATA.
           MOVE ARCH-VALIDATION-ERRORS TO WS-SWEEP-TEXT.
           PERFORM SWEEP-ERASED-TEXT.
           MOVE WS-SWEEP-TEXT TO ARCH-VALIDATION-ERRORS.
           REWRITE ARCHIVE-RECORD.
           MOVE WS-SARCH-FILE-STATUS TO WS-REWRITE-STATUS.
           PERFORM COUNT-REDACTION.

      *    SUSPCORR logged identifier corrections masked, but the old
      *    and new values still carry the unmasked remainder and the
      *    message is free text - identifier fields are blanked out
      *    entirely, the message swept.
       REDACT-CORRECTION-LOG.
           MOVE 4 TO WS-FILE-IDX.
           OPEN I-O CORRECTION-LOG.
           IF WS-CLOG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ CORRECTION-LOG
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           MOVE CLOG-RECORD-ID TO WS-CANDIDATE-ID
                           PERFORM SELECT-ERASE-ID
                           IF WS-ERASE-FOUND-FLAG = 'Y'
                               PERFORM REDACT-CORRECTION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-LOG
           END-IF.

       REDACT-CORRECTION-ENTRY.
           IF CLOG-FIELD-NAME = 'BANK-ACCT-HOLDER'
                   OR CLOG-FIELD-NAME = 'BANK-SSN'
                   OR CLOG-FIELD-NAME = 'HEALTH-PATIENT-NAME'
                   OR CLOG-FIELD-NAME = 'INS-POLICY-NUMBER'
                   OR CLOG-FIELD-NAME = 'CLM-POLICY-NUMBER'
               MOVE ALL '*' TO CLOG-OLD-VALUE
               MOVE ALL '*' TO CLOG-NEW-VALUE
           END-IF.
           MOVE SPACES TO WS-SWEEP-TEXT.
           MOVE CLOG-MESSAGE TO WS-SWEEP-TEXT (1:100).
           PERFORM SWEEP-ERASED-TEXT.
           MOVE WS-SWEEP-TEXT (1:100) TO CLOG-MESSAGE.
           REWRITE CORRECTION-LOG-RECORD.
           MOVE WS-CLOG-FILE-STATUS TO WS-REWRITE-STATUS.
           PERFORM COUNT-REDACTION.

       REDACT-EXCEPTION-LOG.
           MOVE 5 TO WS-FILE-IDX.
           OPEN I-O EXCEPTION-LOG.
           IF WS-EXCP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ EXCEPTION-LOG
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           MOVE EXCP-RECORD-ID TO WS-CANDIDATE-ID
                           PERFORM SELECT-ERASE-ID
                           IF WS-ERASE-FOUND-FLAG = 'Y'
                               MOVE EXCP-VALIDATION-ERRORS
                                   TO WS-SWEEP-TEXT
                               PERFORM SWEEP-ERASED-TEXT
                               MOVE WS-SWEEP-TEXT
                                   TO EXCP-VALIDATION-ERRORS
                               REWRITE EXCEPTION-RECORD
                               MOVE WS-EXCP-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-LOG
           END-IF.

      *    The result rows and their DB2 twins carry no account data,
      *    only the error text - swept in lockstep so the two copies
      *    still mirror each other for VALRECON.
       REDACT-RESULT-ROWS.
           IF WS-VALOUT-AVAIL-FLAG = 'Y'
               MOVE 'Y' TO WS-FILE-PRESENT (6)
           END-IF.
           IF WS-DB2-AVAIL-FLAG = 'Y'
               MOVE 'Y' TO WS-FILE-PRESENT (7)
           END-IF.
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               MOVE WS-ERASE-REQ (WS-ERASE-IDX) TO WS-CUR-REQ
               IF WS-VALOUT-AVAIL-FLAG = 'Y'
                   MOVE 6 TO WS-FILE-IDX
                   MOVE WS-ERASE-RECORD-ID (WS-ERASE-IDX) TO RESULT-ID
                   READ VALIDATION-OUTPUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VALIDATION-ERRORS TO WS-SWEEP-TEXT
                           PERFORM SWEEP-ERASED-TEXT
                           MOVE WS-SWEEP-TEXT TO VALIDATION-ERRORS
                           REWRITE RESULT-RECORD
                           MOVE WS-VALOUT-FILE-STATUS
                               TO WS-REWRITE-STATUS
                           PERFORM COUNT-REDACTION
                   END-READ
               END-IF
               IF WS-DB2-AVAIL-FLAG = 'Y'
                   MOVE 7 TO WS-FILE-IDX
                   MOVE WS-ERASE-RECORD-ID (WS-ERASE-IDX)
                       TO DB2-RESULT-ID
                   READ DB2-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DB2-VALIDATION-ERRORS
                               TO WS-SWEEP-TEXT
                           PERFORM SWEEP-ERASED-TEXT
                           MOVE WS-SWEEP-TEXT
                               TO DB2-VALIDATION-ERRORS
                           REWRITE DB2-RECORD
                           MOVE WS-DB2-FILE-STATUS
                               TO WS-REWRITE-STATUS
                           PERFORM COUNT-REDACTION
                   END-READ
               END-IF
           END-PERFORM.

       REDACT-RESULT-ARCHIVE.
           MOVE 8 TO WS-FILE-IDX.
           OPEN I-O RESULT-ARCHIVE.
           IF WS-RARCH-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ RESULT-ARCHIVE
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           MOVE RARCH-RESULT-ID TO WS-CANDIDATE-ID
                           PERFORM SELECT-ERASE-ID
                           IF WS-ERASE-FOUND-FLAG = 'Y'
                               MOVE RARCH-VALIDATION-ERRS
                                   TO WS-SWEEP-TEXT
                               PERFORM SWEEP-ERASED-TEXT
                               MOVE WS-SWEEP-TEXT
                                   TO RARCH-VALIDATION-ERRS
                               REWRITE RESULT-ARCHIVE-RECORD
                               MOVE WS-RARCH-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-ARCHIVE
           END-IF.

       REDACT-DB2-ARCHIVE.
           MOVE 9 TO WS-FILE-IDX.
           OPEN I-O DB2-ARCHIVE.
           IF WS-DARCH-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ DB2-ARCHIVE
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           MOVE DARCH-RESULT-ID TO WS-CANDIDATE-ID
                           PERFORM SELECT-ERASE-ID
                           IF WS-ERASE-FOUND-FLAG = 'Y'
                               MOVE DARCH-VALIDATION-ERRS
                                   TO WS-SWEEP-TEXT
                               PERFORM SWEEP-ERASED-TEXT
                               MOVE WS-SWEEP-TEXT
                                   TO DARCH-VALIDATION-ERRS
                               REWRITE DB2-ARCHIVE-RECORD
                               MOVE WS-DARCH-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DB2-ARCHIVE
           END-IF.

       REDACT-EXCP-ARCHIVE.
           MOVE 10 TO WS-FILE-IDX.
           OPEN I-O EXCP-ARCHIVE.
           IF WS-EARCH-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ EXCP-ARCHIVE
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           MOVE EARCH-RECORD-ID TO WS-CANDIDATE-ID
                           PERFORM SELECT-ERASE-ID
                           IF WS-ERASE-FOUND-FLAG = 'Y'
                               MOVE EARCH-VALIDATION-ERRS
                                   TO WS-SWEEP-TEXT
                               PERFORM SWEEP-ERASED-TEXT
                               MOVE WS-SWEEP-TEXT
                                   TO EARCH-VALIDATION-ERRS
                               REWRITE EXCP-ARCHIVE-RECORD
                               MOVE WS-EARCH-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCP-ARCHIVE
           END-IF.

      *    Extract details only - the 'T' trailer count is untouched
       REDACT-BANK-EXTRACT.
           MOVE 11 TO WS-FILE-IDX.
           OPEN I-O BANK-EXTRACT.
           IF WS-BEXT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ BANK-EXTRACT
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           IF BEXT-RECORD-TYPE = 'D'
                               MOVE BEXT-RECORD-ID TO WS-CANDIDATE-ID
                               PERFORM SELECT-ERASE-ID
                               IF WS-ERASE-FOUND-FLAG = 'Y'
                                   MOVE ALL '*' TO BEXT-ACCT-HOLDER
                                   MOVE '***-**-****' TO BEXT-SSN
                                   REWRITE BANK-EXTRACT-RECORD
                                   MOVE WS-BEXT-FILE-STATUS
                                       TO WS-REWRITE-STATUS
                                   PERFORM COUNT-REDACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-EXTRACT
           END-IF.

       REDACT-INS-EXTRACT.
           MOVE 12 TO WS-FILE-IDX.
           OPEN I-O INS-EXTRACT.
           IF WS-IEXT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ INS-EXTRACT
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           IF IEXT-RECORD-TYPE = 'D'
                               MOVE IEXT-RECORD-ID TO WS-CANDIDATE-ID
                               PERFORM SELECT-ERASE-ID
                               IF WS-ERASE-FOUND-FLAG = 'Y'
                                   MOVE ALL '*' TO IEXT-POLICY-NUMBER
                                   REWRITE INS-EXTRACT-RECORD
                                   MOVE WS-IEXT-FILE-STATUS
                                       TO WS-REWRITE-STATUS
                                   PERFORM COUNT-REDACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INS-EXTRACT
           END-IF.

       REDACT-OVERRIDE-RELEASE.
           MOVE 13 TO WS-FILE-IDX.
           OPEN I-O OVERRIDE-RELEASE.
           IF WS-ORLS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ OVERRIDE-RELEASE
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           MOVE ORLS-RECORD-ID TO WS-CANDIDATE-ID
                           PERFORM SELECT-ERASE-ID
                           IF WS-ERASE-FOUND-FLAG = 'Y'
                               PERFORM REDACT-RELEASE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-RELEASE
           END-IF.

       REDACT-RELEASE-RECORD.
           MOVE ORLS-DOMAIN TO WS-REDACT-DOMAIN.
           MOVE ORLS-ACCOUNT-DATA TO WS-REDACT-DATA.
           PERFORM REDACT-ACCOUNT-DATA.
           MOVE WS-REDACT-DATA TO ORLS-ACCOUNT-DATA.
           REWRITE OVERRIDE-RELEASE-RECORD.
           MOVE WS-ORLS-FILE-STATUS TO WS-REWRITE-STATUS.
           PERFORM COUNT-REDACTION.

       REDACT-CLM-EXTRACT.
           MOVE 14 TO WS-FILE-IDX.
           OPEN I-O CLM-EXTRACT.
           IF WS-CEXT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ CLM-EXTRACT
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           IF CEXT-RECORD-TYPE = 'D'
                               MOVE CEXT-RECORD-ID TO WS-CANDIDATE-ID
                               PERFORM SELECT-ERASE-ID
                               IF WS-ERASE-FOUND-FLAG = 'Y'
                                   MOVE ALL '*' TO CEXT-POLICY-NUMBER
                                   REWRITE CLM-EXTRACT-RECORD
                                   MOVE WS-CEXT-FILE-STATUS
                                       TO WS-REWRITE-STATUS
                                   PERFORM COUNT-REDACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLM-EXTRACT
           END-IF.

      *    The snapshots are keyed by the identifier itself - there
      *    is nothing to overwrite, so the subject's row goes.
       DELETE-SSN-SNAPSHOTS.
           MOVE 15 TO WS-FILE-IDX.
           IF WS-SSNSNAP-AVAIL-FLAG = 'Y'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               PERFORM VARYING WS-CUR-REQ FROM 1 BY 1
                       UNTIL WS-CUR-REQ > WS-REQ-COUNT
                   IF WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'BANKSSN'
                       MOVE WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:11)
                           TO SNAP-SSN
                       READ SSN-SNAPSHOT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE SSN-SNAPSHOT
                               MOVE WS-SSNSNAP-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       DELETE-POLICY-SNAPSHOTS.
           MOVE 16 TO WS-FILE-IDX.
           IF WS-POLSNAP-AVAIL-FLAG = 'Y'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               PERFORM VARYING WS-CUR-REQ FROM 1 BY 1
                       UNTIL WS-CUR-REQ > WS-REQ-COUNT
                   IF WS-REQ-KEY-TYPE (WS-CUR-REQ) = 'POLICY'
                       MOVE WS-REQ-KEY-VALUE (WS-CUR-REQ) (1:20)
                           TO PSNP-POLICY-NUMBER
                       READ POLICY-SNAPSHOT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DELETE POLICY-SNAPSHOT
                               MOVE WS-POLSNAP-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

      *    Claim number and amounts stay - VALIDATE's duplicate check
      *    still needs the claim - only the policy number goes.
       REDACT-CLAIM-REGISTER.
           MOVE 17 TO WS-FILE-IDX.
           IF WS-CLMREG-AVAIL-FLAG = 'Y'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE LOW-VALUES TO CREG-CLAIM-NUMBER
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               START CLAIM-REGISTER KEY NOT < CREG-CLAIM-NUMBER
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM UNTIL WS-SCAN-EOF-FLAG = 'Y'
                   READ CLAIM-REGISTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           MOVE CREG-RECORD-ID TO WS-CANDIDATE-ID
                           PERFORM SELECT-ERASE-ID
                           IF WS-ERASE-FOUND-FLAG = 'Y'
                               MOVE ALL '*' TO CREG-POLICY-NUMBER
                               REWRITE CLAIM-REGISTER-RECORD
                               MOVE WS-CLMREG-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    VALSPLIT's streams are redacted exactly as the feed they
      *    were cut from - HDR and TRL untouched.
       REDACT-STREAM-1.
           MOVE 18 TO WS-FILE-IDX.
           OPEN I-O STREAM-1-FILE.
           IF WS-STRM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-STREAM-EOF-FLAG
               PERFORM UNTIL WS-STREAM-EOF-FLAG = 'Y'
                   READ STREAM-1-FILE INTO WS-STREAM-RECORD
                       AT END MOVE 'Y' TO WS-STREAM-EOF-FLAG
                       NOT AT END
                           PERFORM REDACT-STREAM-RECORD
                           IF WS-STREAM-HIT-FLAG = 'Y'
                               REWRITE STREAM-1-RECORD
                                   FROM WS-STREAM-RECORD
                               MOVE WS-STRM-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-1-FILE
           END-IF.

       REDACT-STREAM-2.
           MOVE 19 TO WS-FILE-IDX.
           OPEN I-O STREAM-2-FILE.
           IF WS-STRM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-STREAM-EOF-FLAG
               PERFORM UNTIL WS-STREAM-EOF-FLAG = 'Y'
                   READ STREAM-2-FILE INTO WS-STREAM-RECORD
                       AT END MOVE 'Y' TO WS-STREAM-EOF-FLAG
                       NOT AT END
                           PERFORM REDACT-STREAM-RECORD
                           IF WS-STREAM-HIT-FLAG = 'Y'
                               REWRITE STREAM-2-RECORD
                                   FROM WS-STREAM-RECORD
                               MOVE WS-STRM-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-2-FILE
           END-IF.

       REDACT-STREAM-3.
           MOVE 20 TO WS-FILE-IDX.
           OPEN I-O STREAM-3-FILE.
           IF WS-STRM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-STREAM-EOF-FLAG
               PERFORM UNTIL WS-STREAM-EOF-FLAG = 'Y'
                   READ STREAM-3-FILE INTO WS-STREAM-RECORD
                       AT END MOVE 'Y' TO WS-STREAM-EOF-FLAG
                       NOT AT END
                           PERFORM REDACT-STREAM-RECORD
                           IF WS-STREAM-HIT-FLAG = 'Y'
                               REWRITE STREAM-3-RECORD
                                   FROM WS-STREAM-RECORD
                               MOVE WS-STRM-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-3-FILE
           END-IF.

       REDACT-STREAM-4.
           MOVE 21 TO WS-FILE-IDX.
           OPEN I-O STREAM-4-FILE.
           IF WS-STRM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-STREAM-EOF-FLAG
               PERFORM UNTIL WS-STREAM-EOF-FLAG = 'Y'
                   READ STREAM-4-FILE INTO WS-STREAM-RECORD
                       AT END MOVE 'Y' TO WS-STREAM-EOF-FLAG
                       NOT AT END
                           PERFORM REDACT-STREAM-RECORD
                           IF WS-STREAM-HIT-FLAG = 'Y'
                               REWRITE STREAM-4-RECORD
                                   FROM WS-STREAM-RECORD
                               MOVE WS-STRM-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-4-FILE
           END-IF.

       REDACT-STREAM-5.
           MOVE 22 TO WS-FILE-IDX.
           OPEN I-O STREAM-5-FILE.
           IF WS-STRM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILE-PRESENT (WS-FILE-IDX)
               MOVE 'N' TO WS-STREAM-EOF-FLAG
               PERFORM UNTIL WS-STREAM-EOF-FLAG = 'Y'
                   READ STREAM-5-FILE INTO WS-STREAM-RECORD
                       AT END MOVE 'Y' TO WS-STREAM-EOF-FLAG
                       NOT AT END
                           PERFORM REDACT-STREAM-RECORD
                           IF WS-STREAM-HIT-FLAG = 'Y'
                               REWRITE STREAM-5-RECORD
                                   FROM WS-STREAM-RECORD
                               MOVE WS-STRM-FILE-STATUS
                                   TO WS-REWRITE-STATUS
                               PERFORM COUNT-REDACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-5-FILE
           END-IF.

      *    Redact WS-STREAM-RECORD if its RECORD-ID is being erased;
      *    WS-STREAM-HIT-FLAG tells the caller to rewrite it.
       REDACT-STREAM-RECORD.
           MOVE 'N' TO WS-STREAM-HIT-FLAG.
           IF WS-STRM-RECORD-TYPE NOT = 'HDR'
                   AND WS-STRM-RECORD-TYPE NOT = 'TRL'
               MOVE WS-STRM-RECORD-ID TO WS-CANDIDATE-ID
               PERFORM SELECT-ERASE-ID
               IF WS-ERASE-FOUND-FLAG = 'Y'
                   MOVE 'Y' TO WS-STREAM-HIT-FLAG
                   MOVE WS-STRM-DOMAIN TO WS-REDACT-DOMAIN
                   MOVE WS-STRM-ACCOUNT-DATA TO WS-REDACT-DATA
                   PERFORM REDACT-ACCOUNT-DATA
                   MOVE WS-REDACT-DATA TO WS-STRM-ACCOUNT-DATA
               END-IF
           END-IF.

      *    Overwrite the direct identifiers in WS-REDACT-DATA at the
      *    feed-layout offsets for WS-REDACT-DOMAIN.
       REDACT-ACCOUNT-DATA.
           EVALUATE WS-REDACT-DOMAIN
               WHEN 'banking'
                   MOVE ALL '*' TO WS-REDACT-DATA (1:100)
                   MOVE '***-**-****' TO WS-REDACT-DATA (120:11)
               WHEN 'healthcare'
                   MOVE ALL '*' TO WS-REDACT-DATA (1:100)
               WHEN 'insurance'
               WHEN 'claims'
                   MOVE ALL '*' TO WS-REDACT-DATA (1:20)
           END-EVALUATE.

      *    Star out every occurrence of the owning request's key in
      *    WS-SWEEP-TEXT, then every SSN shape - full or already
      *    masked to the last four - entirely.
       SWEEP-ERASED-TEXT.
           MOVE WS-REQ-KEY-LEN (WS-CUR-REQ) TO WS-SWEEP-LEN.
           IF WS-SWEEP-LEN > 0
               COMPUTE WS-SWEEP-LAST = 501 - WS-SWEEP-LEN
               PERFORM VARYING WS-SWEEP-POS FROM 1 BY 1
                       UNTIL WS-SWEEP-POS > WS-SWEEP-LAST
                   IF WS-SWEEP-TEXT (WS-SWEEP-POS:WS-SWEEP-LEN)
                           = WS-REQ-KEY-VALUE (WS-CUR-REQ)
                               (1:WS-SWEEP-LEN)
                       MOVE ALL '*'
                           TO WS-SWEEP-TEXT (WS-SWEEP-POS:WS-SWEEP-LEN)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-SWEEP-POS FROM 1 BY 1
                   UNTIL WS-SWEEP-POS > 490
               IF (WS-SWEEP-TEXT (WS-SWEEP-POS:3) IS NUMERIC
                       OR WS-SWEEP-TEXT (WS-SWEEP-POS:3) = '***')
                       AND WS-SWEEP-TEXT (WS-SWEEP-POS + 3:1) = '-'
                       AND WS-SWEEP-TEXT (WS-SWEEP-POS + 6:1) = '-'
                       AND WS-SWEEP-TEXT (WS-SWEEP-POS + 7:4)
                           IS NUMERIC
                   MOVE '***-**-****'
                       TO WS-SWEEP-TEXT (WS-SWEEP-POS:11)
               END-IF
           END-PERFORM.

      *    A failed REWRITE leaves that copy unredacted - latched on
      *    the request so its certificate cannot say COMPLETE.
       COUNT-REDACTION.
           IF WS-REWRITE-STATUS = '00'
               ADD 1 TO WS-REQ-FILE-COUNT (WS-CUR-REQ WS-FILE-IDX)
           ELSE
               MOVE 'Y' TO WS-REQ-FAIL-FLAG (WS-CUR-REQ)
               MOVE 'Y' TO WS-ANY-FAIL-FLAG
               DISPLAY "Redaction rewrite failed on "
                   WS-FILE-LABEL (WS-FILE-IDX) " - status "
                   WS-REWRITE-STATUS
           END-IF.

      * ================================================================
      * CERTIFICATES
      * ================================================================
       ISSUE-CERTIFICATES.
           OPEN EXTEND ERASURE-CERTIFICATE.
           IF WS-ECRT-FILE-STATUS = '35'
               OPEN OUTPUT ERASURE-CERTIFICATE
           END-IF.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               PERFORM ISSUE-ONE-CERTIFICATE
           END-PERFORM.
           CLOSE ERASURE-CERTIFICATE.

       ISSUE-ONE-CERTIFICATE.
           EVALUATE TRUE
               WHEN WS-REQ-FAIL-FLAG (WS-REQ-IDX) = 'Y'
                   MOVE 'INCOMPLETE' TO WS-CERT-STATUS
                   ADD 1 TO WS-REQ-INCOMPLETE-COUNT
               WHEN WS-REQ-MATCH-COUNT (WS-REQ-IDX) = 0
                   MOVE 'NOT FOUND' TO WS-CERT-STATUS
                   ADD 1 TO WS-REQ-NOTFOUND-COUNT
               WHEN OTHER
                   MOVE 'COMPLETE' TO WS-CERT-STATUS
                   ADD 1 TO WS-REQ-ERASED-COUNT
           END-EVALUATE.
           MOVE WS-REQ-REF (WS-REQ-IDX) TO ECRT-REQUEST-REF.
           MOVE WS-REQ-KEY-TYPE (WS-REQ-IDX) TO ECRT-KEY-TYPE.
           MOVE WS-REQ-MASKED-KEY (WS-REQ-IDX) TO ECRT-MASKED-KEY.
           MOVE WS-TIMESTAMP TO ECRT-TIMESTAMP.
           MOVE WS-CERT-STATUS TO ECRT-STATUS.
           MOVE WS-REQ-MATCH-COUNT (WS-REQ-IDX) TO ECRT-RECORD-COUNT.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE WS-REQ-FILE-COUNT (WS-REQ-IDX WS-FILE-IDX)
                   TO ECRT-FILE-COUNT (WS-FILE-IDX)
           END-PERFORM.
           WRITE ERASURE-CERT-RECORD.
           PERFORM PRINT-CERTIFICATE.

       PRINT-CERTIFICATE.
           DISPLAY " ".
           DISPLAY "==================================================".
           DISPLAY "ERASURE CERTIFICATE".
           DISPLAY "==================================================".
           DISPLAY "Request Reference:          "
               WS-REQ-REF (WS-REQ-IDX).
           DISPLAY "Subject Key:                "
               WS-REQ-KEY-TYPE (WS-REQ-IDX) " "
               WS-REQ-MASKED-KEY (WS-REQ-IDX).
           DISPLAY "Carried Out:                " WS-TIMESTAMP.
           DISPLAY "Records Resolved:           "
               WS-REQ-MATCH-COUNT (WS-REQ-IDX).
           PERFORM VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               IF WS-ERASE-REQ (WS-ERASE-IDX) = WS-REQ-IDX
                   MOVE ALL '*' TO WS-DETAIL-ID
                   MOVE WS-ERASE-RECORD-ID (WS-ERASE-IDX) (17:4)
                       TO WS-DETAIL-ID (17:4)
                   DISPLAY "  record " WS-DETAIL-ID
               END-IF
           END-PERFORM.
           DISPLAY "Copies redacted:".
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               IF WS-FILE-PRESENT (WS-FILE-IDX) = 'Y'
                   DISPLAY "  " WS-FILE-LABEL (WS-FILE-IDX) "  "
                       WS-REQ-FILE-COUNT (WS-REQ-IDX WS-FILE-IDX)
               ELSE
                   DISPLAY "  " WS-FILE-LABEL (WS-FILE-IDX)
                       "  not allocated - not searched"
               END-IF
           END-PERFORM.
           DISPLAY "Status:                     " WS-CERT-STATUS.
           DISPLAY "Record counts and control totals unchanged".
           DISPLAY "==================================================".

       GENERATE-SUMMARY.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "ERASURE SUMMARY".
           DISPLAY "==========================================".
           DISPLAY "Requests Accepted:          " WS-REQ-COUNT.
           DISPLAY "Requests Rejected:          "
               WS-REQ-REJECTED-COUNT.
           DISPLAY "Erased Complete:            " WS-REQ-ERASED-COUNT.
           DISPLAY "Not Found:                  "
               WS-REQ-NOTFOUND-COUNT.
           DISPLAY "Incomplete:                 "
               WS-REQ-INCOMPLETE-COUNT.
           DISPLAY "Records Resolved:           " WS-ERASE-COUNT.
           DISPLAY "==========================================".

       CLOSE-FILES.
           IF WS-SUSP-AVAIL-FLAG = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-VALOUT-AVAIL-FLAG = 'Y'
               CLOSE VALIDATION-OUTPUT
           END-IF.
           IF WS-DB2-AVAIL-FLAG = 'Y'
               CLOSE DB2-FILE
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
           DISPLAY "VALERASE terminated".

       SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
                   WS-CDT-HH "." WS-CDT-MIN "." WS-CDT-SS ".000000"
               DELIMITED BY SIZE INTO WS-TIMESTAMP.
