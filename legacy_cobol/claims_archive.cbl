       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMS-ARCHIVE-PURGE.
       AUTHOR. CLAIMS-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Claims archival and retention purge. Claims whose
      *    SERVICE-DATE falls before the active retention cutoff
      *    (ARCHIVE-CONTROL.DAT, default three years back from the
      *    first of the cycle month) are moved out of CLAIMS.DAT
      *    into a dated archive, CLAIMS-ARCHIVE-yyyymm.DAT, between
      *    HDR/TRL control records; the claims that stay are
      *    written to CLAIMS-NEW.DAT for the generation manager to
      *    promote. A claim with an open appeal on APPEALS.DAT, an
      *    open receivable on the recoupment ledger, or a retro-
      *    eligibility recovery still inside its recovery window is
      *    held in the active file however old it is. Every claim
      *    archived is rolled into ARCHIVE-SUMMARY.DAT, one line per
      *    member per service year, so the multi-year lookbacks can
      *    still count what has left the active file. Archives are
      *    listed on CLAIMS-ARCHIVE-CATALOG.DAT, and each run purges
      *    archived claims past the legal retention period (default
      *    ten years), logging every claim destroyed on
      *    CLAIMS-DESTRUCTION-LOG.DAT. A month already archived is
      *    not archived again: a rerun carries the active file
      *    forward unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT APPEAL-FILE
               ASSIGN TO "APPEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APPEAL-FILE-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO "RECOUPMENT-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RECOVERY-FILE
               ASSIGN TO "RETRO-ELIG-RECOVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT HOLD-SORT-FILE
               ASSIGN TO "ARCHHOLDSORT.TMP".
           SELECT HOLD-FILE
               ASSIGN TO "ARCHIVE-HOLDS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT AGED-SORT-FILE
               ASSIGN TO "ARCHAGEDSORT.TMP".
           SELECT DECISION-FILE
               ASSIGN TO "ARCHIVE-DECISIONS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT DECISION-SORT-FILE
               ASSIGN TO "ARCHDECSORT.TMP".
           SELECT DECISION-SEQ-FILE
               ASSIGN TO "ARCHIVE-DECISIONS-SEQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-SEQ-STATUS.
           SELECT NEW-CLAIM-FILE
               ASSIGN TO "CLAIMS-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ARCHIVE-FILE
               ASSIGN DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PURGE-WORK-FILE
               ASSIGN TO "ARCHIVE-PURGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PURGE-WORK-STATUS.
           SELECT SUMMARY-FILE
               ASSIGN TO "ARCHIVE-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT SUMMARY-SORT-FILE
               ASSIGN TO "ARCHSUMSORT.TMP".
           SELECT NEW-SUMMARY-FILE
               ASSIGN TO "ARCHIVE-SUMMARY-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CATALOG-FILE
               ASSIGN TO "CLAIMS-ARCHIVE-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT DESTRUCTION-LOG-FILE
               ASSIGN TO "CLAIMS-DESTRUCTION-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DESTRUCTION-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "ARCHIVE-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  APPEAL-FILE.
           COPY "APPEAL-RECORD.CPY".

       FD  LEDGER-FILE.
           COPY "RECOUPMENT-LEDGER-RECORD.CPY"
               REPLACING ==:PFX:== BY ==RL==.

       FD  RECOVERY-FILE.
      *    RETRO-ELIG-RECOVERY's recovery extract; IN-WINDOW is Y
      *    while the claim can still be recovered
       01  RECOVERY-RECORD.
           05  RR-CLAIM-ID         PIC 9(12).
           05  RR-MEMBER-ID        PIC 9(10).
           05  RR-PROVIDER-ID      PIC 9(8).
           05  RR-SERVICE-DATE     PIC 9(8).
           05  RR-PAID-AMOUNT      PIC 9(7)V99.
           05  RR-PAID-DATE        PIC 9(8).
           05  RR-PROCEDURE-CODE   PIC X(5).
           05  RR-GAP-TYPE         PIC X(4).
           05  RR-GAP-START        PIC 9(8).
           05  RR-GAP-END          PIC 9(8).
           05  RR-RECOVERY-DEADLINE PIC 9(8).
           05  RR-IN-WINDOW        PIC X(1).
           05  RR-RETRO-TERM       PIC X(1).

      *    Claims that may not leave the active file, with why:
      *    APPL open appeal, RCVY open ledger receivable, RETR
      *    retro-eligibility recovery still in its window
       SD  HOLD-SORT-FILE.
       01  HOLD-SORT-RECORD.
           05  HS-CLAIM-ID         PIC 9(12).
           05  HS-REASON           PIC X(4).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HD-CLAIM-ID         PIC 9(12).
           05  HD-REASON           PIC X(4).

      *    Claims past the active cutoff, by claim for the hold
      *    match; SEQUENCE is the claim's place on CLAIMS.DAT
       SD  AGED-SORT-FILE.
       01  AGED-SORT-RECORD.
           05  AS-CLAIM-ID         PIC 9(12).
           05  AS-SEQUENCE         PIC 9(9).

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DC-SEQUENCE         PIC 9(9).

       SD  DECISION-SORT-FILE.
       01  DECISION-SORT-RECORD.
           05  DS-SEQUENCE         PIC 9(9).

       FD  DECISION-SEQ-FILE.
       01  DECISION-SEQ-RECORD.
           05  DQ-SEQUENCE         PIC 9(9).

       FD  NEW-CLAIM-FILE.
       01  NEW-CLAIM-RECORD        PIC X(150).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NC==.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(150).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==AR==.

       FD  PURGE-WORK-FILE.
       01  PURGE-WORK-RECORD       PIC X(150).

       FD  SUMMARY-FILE.
      *    Archived claims per member per service year, carried
      *    forward and added to on every run
       01  SUMMARY-RECORD.
           05  SM-MEMBER-ID        PIC 9(10).
           05  SM-SERVICE-YEAR     PIC 9(4).
           05  SM-CLAIM-COUNT      PIC 9(7).
           05  SM-INPATIENT-COUNT  PIC 9(7).
           05  SM-BILLED-AMOUNT    PIC 9(11)V99.
           05  SM-PAID-AMOUNT      PIC 9(11)V99.
           05  SM-FIRST-SERVICE    PIC 9(8).
           05  SM-LAST-SERVICE     PIC 9(8).

       SD  SUMMARY-SORT-FILE.
       01  SUMMARY-SORT-RECORD.
           05  SS-MEMBER-ID        PIC 9(10).
           05  SS-SERVICE-YEAR     PIC 9(4).
           05  SS-CLAIM-COUNT      PIC 9(7).
           05  SS-INPATIENT-COUNT  PIC 9(7).
           05  SS-BILLED-AMOUNT    PIC 9(11)V99.
           05  SS-PAID-AMOUNT      PIC 9(11)V99.
           05  SS-FIRST-SERVICE    PIC 9(8).
           05  SS-LAST-SERVICE     PIC 9(8).

       FD  NEW-SUMMARY-FILE.
       01  NEW-SUMMARY-RECORD.
           05  NS-MEMBER-ID        PIC 9(10).
           05  NS-SERVICE-YEAR     PIC 9(4).
           05  NS-CLAIM-COUNT      PIC 9(7).
           05  NS-INPATIENT-COUNT  PIC 9(7).
           05  NS-BILLED-AMOUNT    PIC 9(11)V99.
           05  NS-PAID-AMOUNT      PIC 9(11)V99.
           05  NS-FIRST-SERVICE    PIC 9(8).
           05  NS-LAST-SERVICE     PIC 9(8).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NS==.

       FD  CATALOG-FILE.
      *    One entry per archive taken. STATUS A = archive holds
      *    claims, D = every claim on it has been destroyed.
       01  CATALOG-RECORD.
           05  AC-ARCHIVE-FILE     PIC X(30).
           05  AC-ARCHIVE-PERIOD   PIC 9(6).
           05  AC-ARCHIVED-DATE    PIC 9(8).
           05  AC-CUTOFF-DATE      PIC 9(8).
           05  AC-FIRST-SERVICE    PIC 9(8).
           05  AC-LAST-SERVICE     PIC 9(8).
           05  AC-RECORD-COUNT     PIC 9(9).
           05  AC-DESTROYED-COUNT  PIC 9(9).
           05  AC-LAST-PURGE-DATE  PIC 9(8).
           05  AC-STATUS           PIC X(1).

       FD  DESTRUCTION-LOG-FILE.
      *    One line per archived claim destroyed, kept for the
      *    records-retention audit
       01  DESTRUCTION-LOG-RECORD.
           05  DL-CLAIM-ID         PIC 9(12).
           05  DL-MEMBER-ID        PIC 9(10).
           05  DL-SERVICE-DATE     PIC 9(8).
           05  DL-PAID-AMOUNT      PIC 9(7)V99.
           05  DL-ARCHIVE-FILE     PIC X(30).
           05  DL-PURGE-CUTOFF     PIC 9(8).
           05  DL-DESTROYED-DATE   PIC 9(8).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-ACTIVE-YEARS     PIC 9(2).
           05  CF-LEGAL-YEARS      PIC 9(2).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Years of service kept in the active file, and years an
      *    archived claim is retained before it is destroyed;
      *    tunable without a recompile via ARCHIVE-CONTROL.DAT
       01  WS-ACTIVE-YEARS         PIC 9(2) VALUE 3.
       01  WS-LEGAL-YEARS          PIC 9(2) VALUE 10.
       01  WS-CONTROL-STATUS       PIC XX.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-ARCHIVE-PERIOD       PIC 9(6).
       01  WS-ARCHIVE-PERIOD-X REDEFINES WS-ARCHIVE-PERIOD.
           05  WS-AP-YEAR          PIC 9(4).
           05  WS-AP-MONTH         PIC 9(2).
      *    Claims served before the archive cutoff leave the active
      *    file; archived claims served before the purge cutoff are
      *    destroyed
       01  WS-ARCHIVE-CUTOFF       PIC 9(8).
       01  WS-ARCHIVE-CUTOFF-X REDEFINES WS-ARCHIVE-CUTOFF.
           05  WS-AC-YEAR          PIC 9(4).
           05  WS-AC-MONTH         PIC 9(2).
           05  WS-AC-DAY           PIC 9(2).
       01  WS-PURGE-CUTOFF         PIC 9(8).
       01  WS-PURGE-CUTOFF-X REDEFINES WS-PURGE-CUTOFF.
           05  WS-PC-YEAR          PIC 9(4).
           05  WS-PC-MONTH         PIC 9(2).
           05  WS-PC-DAY           PIC 9(2).
       01  WS-ARCHIVE-NAME         PIC X(30).
       01  WS-THIS-ARCHIVE-NAME    PIC X(30).

      *    Archive catalog, held in storage for the run and written
      *    back whole at the end
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY        OCCURS 250 TIMES
                                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-FILE         PIC X(30).
               10  WS-CAT-PERIOD       PIC 9(6).
               10  WS-CAT-ARCHIVED     PIC 9(8).
               10  WS-CAT-CUTOFF       PIC 9(8).
               10  WS-CAT-FIRST        PIC 9(8).
               10  WS-CAT-LAST         PIC 9(8).
               10  WS-CAT-COUNT        PIC 9(9).
               10  WS-CAT-DESTROYED    PIC 9(9).
               10  WS-CAT-PURGE-DATE   PIC 9(8).
               10  WS-CAT-STATUS       PIC X(1).
                   88  CAT-HOLDS-CLAIMS VALUE 'A'.
       01  WS-CATALOG-COUNT        PIC 9(3) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-SEQUENCE         PIC 9(9) VALUE ZERO.
           05  WS-AGED-CLAIMS      PIC 9(9) VALUE ZERO.
           05  WS-UNDATED-CLAIMS   PIC 9(9) VALUE ZERO.
           05  WS-HELD-APPEAL      PIC 9(9) VALUE ZERO.
           05  WS-HELD-RECOVERY    PIC 9(9) VALUE ZERO.
           05  WS-HELD-RETRO       PIC 9(9) VALUE ZERO.
           05  WS-ARCHIVED         PIC 9(9) VALUE ZERO.
           05  WS-KEPT-ACTIVE      PIC 9(9) VALUE ZERO.
           05  WS-OPEN-APPEALS     PIC 9(9) VALUE ZERO.
           05  WS-OPEN-RECEIVABLES PIC 9(9) VALUE ZERO.
           05  WS-OPEN-RETRO       PIC 9(9) VALUE ZERO.
           05  WS-SUMMARY-ROWS     PIC 9(9) VALUE ZERO.
           05  WS-ARCHIVES-PURGED  PIC 9(5) VALUE ZERO.
           05  WS-CLAIMS-DESTROYED PIC 9(9) VALUE ZERO.
           05  WS-PURGE-KEPT       PIC 9(9) VALUE ZERO.
           05  WS-PURGE-DESTROYED  PIC 9(9) VALUE ZERO.

      *    Service-date range of the archive being written or
      *    rewritten
       01  WS-FIRST-SERVICE        PIC 9(8).
       01  WS-LAST-SERVICE         PIC 9(8).

      *    Member/year control break over the summary sort
       01  WS-SUM-BREAK.
           05  WS-CUR-MEMBER       PIC 9(10).
           05  WS-CUR-YEAR         PIC 9(4).
           05  WS-CUR-COUNT        PIC 9(7).
           05  WS-CUR-INPATIENT    PIC 9(7).
           05  WS-CUR-BILLED       PIC 9(11)V99.
           05  WS-CUR-PAID         PIC 9(11)V99.
           05  WS-CUR-FIRST        PIC 9(8).
           05  WS-CUR-LAST         PIC 9(8).
       01  WS-SUM-BREAK-ACTIVE     PIC X VALUE 'N'.
           88  SUM-BREAK-ACTIVE    VALUE 'Y'.

      *    Extract control totals; hashes are paid cents on the
      *    claim files and the summary
       01  WS-NC-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NC-HASH              PIC 9(15) VALUE ZERO.
       01  WS-AR-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-AR-HASH              PIC 9(15) VALUE ZERO.
       01  WS-NS-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NS-HASH              PIC 9(15) VALUE ZERO.
       01  WS-AR-HDR-DATE          PIC 9(8).
       01  WS-AR-HDR-PERIOD        PIC X(20).

       01  WS-FLAGS.
           05  EOF-FLAG            PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  EOF-HOLDS           PIC X VALUE 'N'.
               88  END-OF-HOLDS    VALUE 'Y'.
           05  EOF-AGED-SORT       PIC X VALUE 'N'.
               88  END-OF-AGED-SORT VALUE 'Y'.
           05  EOF-DECISIONS       PIC X VALUE 'N'.
               88  END-OF-DECISIONS VALUE 'Y'.
           05  EOF-SUMMARY         PIC X VALUE 'N'.
               88  END-OF-SUMMARY  VALUE 'Y'.
           05  EOF-SUM-SORT        PIC X VALUE 'N'.
               88  END-OF-SUM-SORT VALUE 'Y'.
           05  EOF-SIDE-FILE       PIC X VALUE 'N'.
               88  END-OF-SIDE-FILE VALUE 'Y'.
           05  EOF-ARCHIVE         PIC X VALUE 'N'.
               88  END-OF-ARCHIVE  VALUE 'Y'.
       01  WS-ARCHIVE-MODE         PIC X VALUE 'Y'.
           88  ARCHIVING-THIS-RUN  VALUE 'Y'.
           88  CARRY-FORWARD-ONLY  VALUE 'N'.
       01  WS-CATALOG-FULL         PIC X VALUE 'N'.
           88  CATALOG-FULL        VALUE 'Y'.
       01  WS-ARCHIVE-THIS-CLAIM   PIC X VALUE 'N'.
           88  ARCHIVE-THIS-CLAIM  VALUE 'Y'.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-RECOVERY-STATUS      PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-DECISION-STATUS      PIC XX.
       01  WS-DECISION-SEQ-STATUS  PIC XX.
       01  WS-ARCHIVE-STATUS       PIC XX.
       01  WS-PURGE-WORK-STATUS    PIC XX.
       01  WS-SUMMARY-STATUS       PIC XX.
       01  WS-CATALOG-STATUS       PIC XX.
       01  WS-DESTRUCTION-STATUS   PIC XX.

      *    Bad open on the claims or the appeals file aborts with
      *    RETURN-CODE 8 so the calling driver job can stop the
      *    chain - without the appeals nothing can be proved free
      *    to leave the active file
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-APPEAL-FILE-STATUS   PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(1:6) TO WS-ARCHIVE-PERIOD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CONTROL-THRESHOLDS
           PERFORM SET-RETENTION-CUTOFFS
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
               PERFORM LOAD-ARCHIVE-CATALOG
               PERFORM CHECK-ARCHIVE-TAKEN
               SORT HOLD-SORT-FILE
                   ON ASCENDING KEY HS-CLAIM-ID HS-REASON
                   INPUT PROCEDURE IS RELEASE-CLAIM-HOLDS
                   GIVING HOLD-FILE
               SORT AGED-SORT-FILE
                   ON ASCENDING KEY AS-CLAIM-ID
                   INPUT PROCEDURE IS RELEASE-AGED-CLAIMS
                   OUTPUT PROCEDURE IS MATCH-CLAIM-HOLDS
               SORT DECISION-SORT-FILE
                   ON ASCENDING KEY DS-SEQUENCE
                   USING DECISION-FILE
                   GIVING DECISION-SEQ-FILE
               SORT SUMMARY-SORT-FILE
                   ON ASCENDING KEY SS-MEMBER-ID SS-SERVICE-YEAR
                   INPUT PROCEDURE IS SPLIT-ACTIVE-FILE
                   OUTPUT PROCEDURE IS WRITE-ARCHIVE-SUMMARY
               IF WS-ARCHIVED > ZERO
                   PERFORM CATALOG-THIS-ARCHIVE
               END-IF
               PERFORM PURGE-EXPIRED-ARCHIVES
               PERFORM SAVE-ARCHIVE-CATALOG
               PERFORM WRITE-ARCHIVE-REPORT
               IF CATALOG-FULL
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the cutoffs count back from the
      *    month being closed, so a month-end caught up after the
      *    calendar has turned still archives its own month; run
      *    standalone they count back from the run date's month
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-CYCLE-PERIOD IS NUMERIC AND
                          RP-CYCLE-PERIOD > ZERO
                           MOVE RP-CYCLE-PERIOD TO WS-ARCHIVE-PERIOD
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       LOAD-CONTROL-THRESHOLDS.
      *    Optional - the compiled-in retention periods stand when
      *    the run has no control file present. Legal retention
      *    shorter than active retention would destroy claims the
      *    active file still needs, so such a control is refused.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CF-ACTIVE-YEARS IS NUMERIC AND
                          CF-LEGAL-YEARS IS NUMERIC AND
                          CF-ACTIVE-YEARS > ZERO AND
                          CF-LEGAL-YEARS > CF-ACTIVE-YEARS
                           MOVE CF-ACTIVE-YEARS TO WS-ACTIVE-YEARS
                           MOVE CF-LEGAL-YEARS TO WS-LEGAL-YEARS
                       ELSE
                           DISPLAY 'ARCHIVE-CONTROL.DAT RETENTION '
                               'NOT USABLE - COMPILED DEFAULTS KEPT'
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       SET-RETENTION-CUTOFFS.
           COMPUTE WS-AC-YEAR = WS-AP-YEAR - WS-ACTIVE-YEARS
           MOVE WS-AP-MONTH TO WS-AC-MONTH
           MOVE 01 TO WS-AC-DAY
           COMPUTE WS-PC-YEAR = WS-AP-YEAR - WS-LEGAL-YEARS
           MOVE WS-AP-MONTH TO WS-PC-MONTH
           MOVE 01 TO WS-PC-DAY
           MOVE SPACES TO WS-THIS-ARCHIVE-NAME
           STRING 'CLAIMS-ARCHIVE-' WS-ARCHIVE-PERIOD '.DAT'
               DELIMITED BY SIZE INTO WS-THIS-ARCHIVE-NAME.

       CHECK-INPUT-FILES.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CLAIMS.DAT - STATUS '
                   WS-CLAIM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE CLAIM-FILE
           END-IF
           IF NOT OPEN-FAILED
               OPEN INPUT APPEAL-FILE
               IF WS-APPEAL-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN APPEALS.DAT - '
                       'STATUS ' WS-APPEAL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
                   CLOSE APPEAL-FILE
               END-IF
           END-IF.

       LOAD-ARCHIVE-CATALOG.
      *    The first run finds no catalog and starts one
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = '00'
               MOVE 'N' TO EOF-SIDE-FILE
               PERFORM UNTIL END-OF-SIDE-FILE
                   READ CATALOG-FILE
                       AT END SET END-OF-SIDE-FILE TO TRUE
                       NOT AT END
                           IF WS-CATALOG-COUNT < 250
                               ADD 1 TO WS-CATALOG-COUNT
                               SET WS-CAT-IDX TO WS-CATALOG-COUNT
                               PERFORM LOAD-CATALOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       LOAD-CATALOG-ENTRY.
           MOVE AC-ARCHIVE-FILE TO WS-CAT-FILE(WS-CAT-IDX)
           MOVE AC-ARCHIVE-PERIOD TO WS-CAT-PERIOD(WS-CAT-IDX)
           MOVE AC-ARCHIVED-DATE TO WS-CAT-ARCHIVED(WS-CAT-IDX)
           MOVE AC-CUTOFF-DATE TO WS-CAT-CUTOFF(WS-CAT-IDX)
           MOVE AC-FIRST-SERVICE TO WS-CAT-FIRST(WS-CAT-IDX)
           MOVE AC-LAST-SERVICE TO WS-CAT-LAST(WS-CAT-IDX)
           MOVE AC-RECORD-COUNT TO WS-CAT-COUNT(WS-CAT-IDX)
           MOVE AC-DESTROYED-COUNT TO WS-CAT-DESTROYED(WS-CAT-IDX)
           MOVE AC-LAST-PURGE-DATE TO WS-CAT-PURGE-DATE(WS-CAT-IDX)
           MOVE AC-STATUS TO WS-CAT-STATUS(WS-CAT-IDX).

       CHECK-ARCHIVE-TAKEN.
      *    A month already on the catalog was archived by an
      *    earlier run; taking it again would overwrite that
      *    archive, so the rerun only carries the active file
      *    forward. A full catalog cannot list a new archive, so
      *    nothing is archived until it is cleared down.
           SET WS-CAT-IDX TO 1
           SEARCH WS-CAT-ENTRY VARYING WS-CAT-IDX
               AT END CONTINUE
               WHEN WS-CAT-IDX > WS-CATALOG-COUNT
                   CONTINUE
               WHEN WS-CAT-PERIOD(WS-CAT-IDX) = WS-ARCHIVE-PERIOD
                   SET CARRY-FORWARD-ONLY TO TRUE
                   DISPLAY 'ARCHIVE FOR ' WS-ARCHIVE-PERIOD
                       ' ALREADY TAKEN - ACTIVE FILE CARRIED FORWARD'
           END-SEARCH
           IF ARCHIVING-THIS-RUN AND WS-CATALOG-COUNT >= 250
               SET CARRY-FORWARD-ONLY TO TRUE
               SET CATALOG-FULL TO TRUE
               DISPLAY 'WARNING: ARCHIVE CATALOG FULL - NOTHING '
                   'ARCHIVED THIS RUN'
           END-IF.

       RELEASE-CLAIM-HOLDS.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.APPEALS
      *    An appeal is open until it is decided
           MOVE 'N' TO EOF-SIDE-FILE
           OPEN INPUT APPEAL-FILE
           PERFORM UNTIL END-OF-SIDE-FILE
               READ APPEAL-FILE
                   AT END SET END-OF-SIDE-FILE TO TRUE
                   NOT AT END
                       IF APPEAL-SOURCE-TYPE = 'C' AND
                          (APPEAL-OUTCOME = 'OPEN' OR
                           DECIDED-DATE = ZERO)
                           ADD 1 TO WS-OPEN-APPEALS
                           MOVE APPEAL-SOURCE-ID TO HS-CLAIM-ID
                           MOVE 'APPL' TO HS-REASON
                           RELEASE HOLD-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPEAL-FILE
      *    Optional - with no ledger there are no open receivables
           MOVE 'N' TO EOF-SIDE-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-SIDE-FILE
                   READ LEDGER-FILE
                       AT END SET END-OF-SIDE-FILE TO TRUE
                       NOT AT END
                           IF RL-LEDGER-RECORD(1:3) NOT = 'HDR' AND
                              RL-LEDGER-RECORD(1:3) NOT = 'TRL' AND
                              RL-STATUS = 'O' AND
                              RL-CLAIM-ID > ZERO
                               ADD 1 TO WS-OPEN-RECEIVABLES
                               MOVE RL-CLAIM-ID TO HS-CLAIM-ID
                               MOVE 'RCVY' TO HS-REASON
                               RELEASE HOLD-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY 'RECOUPMENT-LEDGER.DAT NOT FOUND - NO '
                   'RECEIVABLE HOLDS'
           END-IF
      *    Optional - retro-eligibility findings still inside their
      *    recovery window may yet be confirmed and booked
           MOVE 'N' TO EOF-SIDE-FILE
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS = '00'
               PERFORM UNTIL END-OF-SIDE-FILE
                   READ RECOVERY-FILE
                       AT END SET END-OF-SIDE-FILE TO TRUE
                       NOT AT END
                           IF RECOVERY-RECORD(1:3) NOT = 'HDR' AND
                              RECOVERY-RECORD(1:3) NOT = 'TRL' AND
                              RR-IN-WINDOW = 'Y'
                               ADD 1 TO WS-OPEN-RETRO
                               MOVE RR-CLAIM-ID TO HS-CLAIM-ID
                               MOVE 'RETR' TO HS-REASON
                               RELEASE HOLD-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-FILE
           ELSE
               DISPLAY 'RETRO-ELIG-RECOVERY.DAT NOT FOUND - NO '
                   'RETRO RECOVERY HOLDS'
           END-IF.

       RELEASE-AGED-CLAIMS.
      *    Claims served before the cutoff go to the hold match; a
      *    claim with no service date cannot be aged and stays
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO WS-SEQUENCE
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL END-OF-FILE
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       ADD 1 TO WS-SEQUENCE
                       EVALUATE TRUE
                           WHEN SERVICE-DATE IS NOT NUMERIC OR
                                SERVICE-DATE = ZERO
                               ADD 1 TO WS-UNDATED-CLAIMS
                           WHEN SERVICE-DATE < WS-ARCHIVE-CUTOFF AND
                                ARCHIVING-THIS-RUN
                               ADD 1 TO WS-AGED-CLAIMS
                               MOVE CLAIM-ID TO AS-CLAIM-ID
                               MOVE WS-SEQUENCE TO AS-SEQUENCE
                               RELEASE AGED-SORT-RECORD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

       MATCH-CLAIM-HOLDS.
      *    Match-merge of the aged claims against the holds, both
      *    in claim order; an aged claim with no hold is marked for
      *    the archive by its place on CLAIMS.DAT
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT DECISION-FILE
           READ HOLD-FILE
               AT END SET END-OF-HOLDS TO TRUE
           END-READ
           RETURN AGED-SORT-FILE
               AT END SET END-OF-AGED-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-AGED-SORT
               PERFORM UNTIL END-OF-HOLDS OR
                            HD-CLAIM-ID >= AS-CLAIM-ID
                   READ HOLD-FILE
                       AT END SET END-OF-HOLDS TO TRUE
                   END-READ
               END-PERFORM
               IF NOT END-OF-HOLDS AND HD-CLAIM-ID = AS-CLAIM-ID
                   EVALUATE HD-REASON
                       WHEN 'APPL'
                           ADD 1 TO WS-HELD-APPEAL
                       WHEN 'RCVY'
                           ADD 1 TO WS-HELD-RECOVERY
                       WHEN OTHER
                           ADD 1 TO WS-HELD-RETRO
                   END-EVALUATE
               ELSE
                   MOVE AS-SEQUENCE TO DC-SEQUENCE
                   WRITE DECISION-RECORD
               END-IF
               RETURN AGED-SORT-FILE
                   AT END SET END-OF-AGED-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE DECISION-FILE.

       SPLIT-ACTIVE-FILE.
      *    Second read of CLAIMS.DAT in its own order: a claim
      *    marked for the archive is written there and rolled into
      *    the member/year summary, every other claim goes to the
      *    new active file as it stands. The summary carried from
      *    earlier runs is fed into the same sort.
           PERFORM RELEASE-PRIOR-SUMMARY
           OPEN OUTPUT NEW-CLAIM-FILE
           MOVE 'HDR' TO NC-H-RECORD-TYPE
           MOVE 'CLAIMS-ARCHIVE-PURGE' TO NC-H-PROGRAM
           MOVE WS-RUN-DATE TO NC-H-RUN-DATE
           MOVE WS-ARCHIVE-PERIOD TO NC-H-PERIOD
           WRITE NC-HEADER-RECORD
           IF ARCHIVING-THIS-RUN
               MOVE WS-THIS-ARCHIVE-NAME TO WS-ARCHIVE-NAME
               OPEN OUTPUT ARCHIVE-FILE
      *    Target: PAYER-ANALYST.CLAIMS-ARCHIVE.CLAIMS-ARCHIVE
               MOVE 'HDR' TO AR-H-RECORD-TYPE
               MOVE 'CLAIMS-ARCHIVE-PURGE' TO AR-H-PROGRAM
               MOVE WS-RUN-DATE TO AR-H-RUN-DATE
               MOVE WS-ARCHIVE-PERIOD TO AR-H-PERIOD
               WRITE AR-HEADER-RECORD
           END-IF
           MOVE 99999999 TO WS-FIRST-SERVICE
           MOVE ZERO TO WS-LAST-SERVICE
           OPEN INPUT DECISION-SEQ-FILE
           READ DECISION-SEQ-FILE
               AT END SET END-OF-DECISIONS TO TRUE
           END-READ
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO WS-SEQUENCE
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL END-OF-FILE
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SEQUENCE
                       PERFORM ROUTE-ONE-CLAIM
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE
           CLOSE DECISION-SEQ-FILE
           MOVE 'TRL' TO NC-T-RECORD-TYPE
           MOVE WS-NC-REC-COUNT TO NC-T-RECORD-COUNT
           MOVE WS-NC-HASH TO NC-T-HASH-TOTAL
           WRITE NC-TRAILER-RECORD
           CLOSE NEW-CLAIM-FILE
           IF ARCHIVING-THIS-RUN
               MOVE 'TRL' TO AR-T-RECORD-TYPE
               MOVE WS-AR-REC-COUNT TO AR-T-RECORD-COUNT
               MOVE WS-AR-HASH TO AR-T-HASH-TOTAL
               WRITE AR-TRAILER-RECORD
               CLOSE ARCHIVE-FILE
           END-IF.

       RELEASE-PRIOR-SUMMARY.
      *    The first run finds no summary and starts one
           MOVE 'N' TO EOF-SUMMARY
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS = '00'
               PERFORM UNTIL END-OF-SUMMARY
                   READ SUMMARY-FILE
                       AT END SET END-OF-SUMMARY TO TRUE
                       NOT AT END
                           IF SUMMARY-RECORD(1:3) NOT = 'HDR' AND
                              SUMMARY-RECORD(1:3) NOT = 'TRL'
                               MOVE SUMMARY-RECORD
                                   TO SUMMARY-SORT-RECORD
                               RELEASE SUMMARY-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-FILE
           END-IF.

       ROUTE-ONE-CLAIM.
           MOVE 'N' TO WS-ARCHIVE-THIS-CLAIM
           PERFORM UNTIL END-OF-DECISIONS OR
                        DQ-SEQUENCE >= WS-SEQUENCE
               READ DECISION-SEQ-FILE
                   AT END SET END-OF-DECISIONS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-DECISIONS AND DQ-SEQUENCE = WS-SEQUENCE
               SET ARCHIVE-THIS-CLAIM TO TRUE
           END-IF
           IF ARCHIVE-THIS-CLAIM
               WRITE ARCHIVE-RECORD FROM CLAIM-RECORD
               ADD 1 TO WS-AR-REC-COUNT
               ADD 1 TO WS-ARCHIVED
               COMPUTE WS-AR-HASH = WS-AR-HASH +
                   (PAID-AMOUNT * 100)
               IF SERVICE-DATE < WS-FIRST-SERVICE
                   MOVE SERVICE-DATE TO WS-FIRST-SERVICE
               END-IF
               IF SERVICE-DATE > WS-LAST-SERVICE
                   MOVE SERVICE-DATE TO WS-LAST-SERVICE
               END-IF
               MOVE MEMBER-ID TO SS-MEMBER-ID
               MOVE SERVICE-DATE(1:4) TO SS-SERVICE-YEAR
               MOVE 1 TO SS-CLAIM-COUNT
               IF CLAIM-TYPE = 'INPATIENT'
                   MOVE 1 TO SS-INPATIENT-COUNT
               ELSE
                   MOVE ZERO TO SS-INPATIENT-COUNT
               END-IF
               MOVE CLAIM-AMOUNT TO SS-BILLED-AMOUNT
               MOVE PAID-AMOUNT TO SS-PAID-AMOUNT
               MOVE SERVICE-DATE TO SS-FIRST-SERVICE
               MOVE SERVICE-DATE TO SS-LAST-SERVICE
               RELEASE SUMMARY-SORT-RECORD
           ELSE
               WRITE NEW-CLAIM-RECORD FROM CLAIM-RECORD
               ADD 1 TO WS-NC-REC-COUNT
               ADD 1 TO WS-KEPT-ACTIVE
               COMPUTE WS-NC-HASH = WS-NC-HASH +
                   (PAID-AMOUNT * 100)
           END-IF.

       WRITE-ARCHIVE-SUMMARY.
      *    Control break on member and service year
      *    Target: PAYER-ANALYST.CLAIMS-ARCHIVE.ARCHIVE-SUMMARY
           OPEN OUTPUT NEW-SUMMARY-FILE
           MOVE 'HDR' TO NS-H-RECORD-TYPE
           MOVE 'CLAIMS-ARCHIVE-PURGE' TO NS-H-PROGRAM
           MOVE WS-RUN-DATE TO NS-H-RUN-DATE
           MOVE WS-ARCHIVE-PERIOD TO NS-H-PERIOD
           WRITE NS-HEADER-RECORD
           RETURN SUMMARY-SORT-FILE
               AT END SET END-OF-SUM-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SUM-SORT
               IF SUM-BREAK-ACTIVE AND
                  (SS-MEMBER-ID NOT = WS-CUR-MEMBER OR
                   SS-SERVICE-YEAR NOT = WS-CUR-YEAR)
                   PERFORM WRITE-SUMMARY-LINE
               END-IF
               IF NOT SUM-BREAK-ACTIVE
                   SET SUM-BREAK-ACTIVE TO TRUE
                   MOVE SS-MEMBER-ID TO WS-CUR-MEMBER
                   MOVE SS-SERVICE-YEAR TO WS-CUR-YEAR
                   MOVE ZERO TO WS-CUR-COUNT
                   MOVE ZERO TO WS-CUR-INPATIENT
                   MOVE ZERO TO WS-CUR-BILLED
                   MOVE ZERO TO WS-CUR-PAID
                   MOVE SS-FIRST-SERVICE TO WS-CUR-FIRST
                   MOVE SS-LAST-SERVICE TO WS-CUR-LAST
               END-IF
               ADD SS-CLAIM-COUNT TO WS-CUR-COUNT
               ADD SS-INPATIENT-COUNT TO WS-CUR-INPATIENT
               ADD SS-BILLED-AMOUNT TO WS-CUR-BILLED
               ADD SS-PAID-AMOUNT TO WS-CUR-PAID
               IF SS-FIRST-SERVICE < WS-CUR-FIRST
                   MOVE SS-FIRST-SERVICE TO WS-CUR-FIRST
               END-IF
               IF SS-LAST-SERVICE > WS-CUR-LAST
                   MOVE SS-LAST-SERVICE TO WS-CUR-LAST
               END-IF
               RETURN SUMMARY-SORT-FILE
                   AT END SET END-OF-SUM-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF SUM-BREAK-ACTIVE
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           MOVE 'TRL' TO NS-T-RECORD-TYPE
           MOVE WS-NS-REC-COUNT TO NS-T-RECORD-COUNT
           MOVE WS-NS-HASH TO NS-T-HASH-TOTAL
           WRITE NS-TRAILER-RECORD
           CLOSE NEW-SUMMARY-FILE.

       WRITE-SUMMARY-LINE.
           MOVE WS-CUR-MEMBER TO NS-MEMBER-ID
           MOVE WS-CUR-YEAR TO NS-SERVICE-YEAR
           MOVE WS-CUR-COUNT TO NS-CLAIM-COUNT
           MOVE WS-CUR-INPATIENT TO NS-INPATIENT-COUNT
           MOVE WS-CUR-BILLED TO NS-BILLED-AMOUNT
           MOVE WS-CUR-PAID TO NS-PAID-AMOUNT
           MOVE WS-CUR-FIRST TO NS-FIRST-SERVICE
           MOVE WS-CUR-LAST TO NS-LAST-SERVICE
           WRITE NEW-SUMMARY-RECORD
           ADD 1 TO WS-NS-REC-COUNT
           ADD 1 TO WS-SUMMARY-ROWS
           COMPUTE WS-NS-HASH = WS-NS-HASH + (WS-CUR-PAID * 100)
           MOVE 'N' TO WS-SUM-BREAK-ACTIVE.

       CATALOG-THIS-ARCHIVE.
           ADD 1 TO WS-CATALOG-COUNT
           SET WS-CAT-IDX TO WS-CATALOG-COUNT
           MOVE WS-THIS-ARCHIVE-NAME TO WS-CAT-FILE(WS-CAT-IDX)
           MOVE WS-ARCHIVE-PERIOD TO WS-CAT-PERIOD(WS-CAT-IDX)
           MOVE WS-RUN-DATE TO WS-CAT-ARCHIVED(WS-CAT-IDX)
           MOVE WS-ARCHIVE-CUTOFF TO WS-CAT-CUTOFF(WS-CAT-IDX)
           MOVE WS-FIRST-SERVICE TO WS-CAT-FIRST(WS-CAT-IDX)
           MOVE WS-LAST-SERVICE TO WS-CAT-LAST(WS-CAT-IDX)
           MOVE WS-ARCHIVED TO WS-CAT-COUNT(WS-CAT-IDX)
           MOVE ZERO TO WS-CAT-DESTROYED(WS-CAT-IDX)
           MOVE ZERO TO WS-CAT-PURGE-DATE(WS-CAT-IDX)
           MOVE 'A' TO WS-CAT-STATUS(WS-CAT-IDX).

       PURGE-EXPIRED-ARCHIVES.
      *    Only an archive whose oldest claim has passed legal
      *    retention is opened; the destruction log accumulates
      *    across runs and the first purge ever creates it
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF CAT-HOLDS-CLAIMS(WS-CAT-IDX) AND
                  WS-CAT-FIRST(WS-CAT-IDX) < WS-PURGE-CUTOFF
                   IF WS-ARCHIVES-PURGED = ZERO
                       OPEN EXTEND DESTRUCTION-LOG-FILE
                       IF WS-DESTRUCTION-STATUS NOT = '00'
                           OPEN OUTPUT DESTRUCTION-LOG-FILE
                       END-IF
                   END-IF
                   ADD 1 TO WS-ARCHIVES-PURGED
                   PERFORM PURGE-ONE-ARCHIVE
               END-IF
           END-PERFORM
           IF WS-ARCHIVES-PURGED > ZERO
               CLOSE DESTRUCTION-LOG-FILE
           END-IF.

       PURGE-ONE-ARCHIVE.
      *    Claims still inside legal retention are copied aside
      *    and the archive is rewritten from them under its
      *    original header; the rest are logged and dropped
           MOVE WS-CAT-FILE(WS-CAT-IDX) TO WS-ARCHIVE-NAME
           MOVE ZERO TO WS-PURGE-KEPT
           MOVE ZERO TO WS-PURGE-DESTROYED
           MOVE ZERO TO WS-AR-REC-COUNT
           MOVE ZERO TO WS-AR-HASH
           MOVE 99999999 TO WS-FIRST-SERVICE
           MOVE ZERO TO WS-LAST-SERVICE
           MOVE WS-CAT-ARCHIVED(WS-CAT-IDX) TO WS-AR-HDR-DATE
           MOVE WS-CAT-PERIOD(WS-CAT-IDX) TO WS-AR-HDR-PERIOD
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'WARNING: ARCHIVE ' WS-ARCHIVE-NAME
                   ' NOT FOUND - STATUS ' WS-ARCHIVE-STATUS
           ELSE
               OPEN OUTPUT PURGE-WORK-FILE
               MOVE 'N' TO EOF-ARCHIVE
               PERFORM UNTIL END-OF-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END SET END-OF-ARCHIVE TO TRUE
                       NOT AT END
                           PERFORM SCREEN-ARCHIVED-CLAIM
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE PURGE-WORK-FILE
               PERFORM REWRITE-ARCHIVE
               ADD WS-PURGE-DESTROYED TO WS-CAT-DESTROYED(WS-CAT-IDX)
               MOVE WS-PURGE-KEPT TO WS-CAT-COUNT(WS-CAT-IDX)
               MOVE WS-RUN-DATE TO WS-CAT-PURGE-DATE(WS-CAT-IDX)
               IF WS-PURGE-KEPT = ZERO
                   MOVE 'D' TO WS-CAT-STATUS(WS-CAT-IDX)
                   MOVE ZERO TO WS-CAT-FIRST(WS-CAT-IDX)
                   MOVE ZERO TO WS-CAT-LAST(WS-CAT-IDX)
               ELSE
                   MOVE WS-FIRST-SERVICE TO WS-CAT-FIRST(WS-CAT-IDX)
                   MOVE WS-LAST-SERVICE TO WS-CAT-LAST(WS-CAT-IDX)
               END-IF
               ADD WS-PURGE-DESTROYED TO WS-CLAIMS-DESTROYED
               DISPLAY 'PURGED ' WS-ARCHIVE-NAME ' - DESTROYED: '
                   WS-PURGE-DESTROYED '  RETAINED: ' WS-PURGE-KEPT
           END-IF.

       SCREEN-ARCHIVED-CLAIM.
           IF ARCHIVE-RECORD(1:3) = 'HDR'
               MOVE AR-H-RUN-DATE TO WS-AR-HDR-DATE
               MOVE AR-H-PERIOD TO WS-AR-HDR-PERIOD
           ELSE
               IF ARCHIVE-RECORD(1:3) NOT = 'TRL'
                   MOVE ARCHIVE-RECORD TO CLAIM-RECORD
                   IF SERVICE-DATE < WS-PURGE-CUTOFF
                       MOVE CLAIM-ID TO DL-CLAIM-ID
                       MOVE MEMBER-ID TO DL-MEMBER-ID
                       MOVE SERVICE-DATE TO DL-SERVICE-DATE
                       MOVE PAID-AMOUNT TO DL-PAID-AMOUNT
                       MOVE WS-ARCHIVE-NAME TO DL-ARCHIVE-FILE
                       MOVE WS-PURGE-CUTOFF TO DL-PURGE-CUTOFF
                       MOVE WS-RUN-DATE TO DL-DESTROYED-DATE
                       WRITE DESTRUCTION-LOG-RECORD
                       ADD 1 TO WS-PURGE-DESTROYED
                   ELSE
                       WRITE PURGE-WORK-RECORD FROM CLAIM-RECORD
                       ADD 1 TO WS-PURGE-KEPT
                       COMPUTE WS-AR-HASH = WS-AR-HASH +
                           (PAID-AMOUNT * 100)
                       IF SERVICE-DATE < WS-FIRST-SERVICE
                           MOVE SERVICE-DATE TO WS-FIRST-SERVICE
                       END-IF
                       IF SERVICE-DATE > WS-LAST-SERVICE
                           MOVE SERVICE-DATE TO WS-LAST-SERVICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-ARCHIVE.
           OPEN OUTPUT ARCHIVE-FILE
           MOVE 'HDR' TO AR-H-RECORD-TYPE
           MOVE 'CLAIMS-ARCHIVE-PURGE' TO AR-H-PROGRAM
           MOVE WS-AR-HDR-DATE TO AR-H-RUN-DATE
           MOVE WS-AR-HDR-PERIOD TO AR-H-PERIOD
           WRITE AR-HEADER-RECORD
           OPEN INPUT PURGE-WORK-FILE
           MOVE 'N' TO EOF-ARCHIVE
           PERFORM UNTIL END-OF-ARCHIVE
               READ PURGE-WORK-FILE
                   AT END SET END-OF-ARCHIVE TO TRUE
                   NOT AT END
                       WRITE ARCHIVE-RECORD FROM PURGE-WORK-RECORD
                       ADD 1 TO WS-AR-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           MOVE 'TRL' TO AR-T-RECORD-TYPE
           MOVE WS-AR-REC-COUNT TO AR-T-RECORD-COUNT
           MOVE WS-AR-HASH TO AR-T-HASH-TOTAL
           WRITE AR-TRAILER-RECORD
           CLOSE ARCHIVE-FILE.

       SAVE-ARCHIVE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               MOVE WS-CAT-FILE(WS-CAT-IDX) TO AC-ARCHIVE-FILE
               MOVE WS-CAT-PERIOD(WS-CAT-IDX) TO AC-ARCHIVE-PERIOD
               MOVE WS-CAT-ARCHIVED(WS-CAT-IDX) TO AC-ARCHIVED-DATE
               MOVE WS-CAT-CUTOFF(WS-CAT-IDX) TO AC-CUTOFF-DATE
               MOVE WS-CAT-FIRST(WS-CAT-IDX) TO AC-FIRST-SERVICE
               MOVE WS-CAT-LAST(WS-CAT-IDX) TO AC-LAST-SERVICE
               MOVE WS-CAT-COUNT(WS-CAT-IDX) TO AC-RECORD-COUNT
               MOVE WS-CAT-DESTROYED(WS-CAT-IDX)
                   TO AC-DESTROYED-COUNT
               MOVE WS-CAT-PURGE-DATE(WS-CAT-IDX)
                   TO AC-LAST-PURGE-DATE
               MOVE WS-CAT-STATUS(WS-CAT-IDX) TO AC-STATUS
               WRITE CATALOG-RECORD
           END-PERFORM
           CLOSE CATALOG-FILE.

       WRITE-ARCHIVE-REPORT.
      *    Write output to: PAYER-ANALYST.CLAIMS-ARCHIVE.RETENTION
           DISPLAY '=========================================='
           DISPLAY 'CLAIMS ARCHIVAL AND RETENTION PURGE'
           DISPLAY 'ARCHIVE MONTH: ' WS-ARCHIVE-PERIOD
           DISPLAY 'ACTIVE CUTOFF: ' WS-ARCHIVE-CUTOFF
                   '  (' WS-ACTIVE-YEARS ' YEARS)'
           DISPLAY 'PURGE CUTOFF: ' WS-PURGE-CUTOFF
                   '  (' WS-LEGAL-YEARS ' YEARS)'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY '  No Service Date (KEPT ACTIVE): '
               WS-UNDATED-CLAIMS
           DISPLAY '  Past Active Retention: ' WS-AGED-CLAIMS
           DISPLAY '    Held - Open Appeal: ' WS-HELD-APPEAL
           DISPLAY '    Held - Open Receivable: ' WS-HELD-RECOVERY
           DISPLAY '    Held - Retro Recovery In Window: '
               WS-HELD-RETRO
           DISPLAY '    Archived: ' WS-ARCHIVED
           DISPLAY 'ACTIVE FILE CLAIMS WRITTEN: ' WS-KEPT-ACTIVE
           IF WS-ARCHIVED > ZERO
               DISPLAY 'ARCHIVE WRITTEN: ' WS-THIS-ARCHIVE-NAME
           END-IF
           DISPLAY 'OPEN CLAIM APPEALS ON FILE: ' WS-OPEN-APPEALS
           DISPLAY 'OPEN RECEIVABLES ON FILE: ' WS-OPEN-RECEIVABLES
           DISPLAY 'RETRO RECOVERIES IN WINDOW: ' WS-OPEN-RETRO
           DISPLAY 'MEMBER-YEAR SUMMARY ROWS: ' WS-SUMMARY-ROWS
           DISPLAY ' '
           DISPLAY 'ARCHIVES ON CATALOG: ' WS-CATALOG-COUNT
           DISPLAY 'ARCHIVES PURGED: ' WS-ARCHIVES-PURGED
           DISPLAY 'ARCHIVED CLAIMS DESTROYED: ' WS-CLAIMS-DESTROYED
           DISPLAY '=========================================='
           DISPLAY 'ARCHIVAL COMPLETE'.
