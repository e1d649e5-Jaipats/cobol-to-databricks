       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-GENERATION-MANAGER.
       AUTHOR. PAYER-ANALYTICS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Old-master/new-master promotion, replacing the hand swap
      *    that twice this year put a master from a failed run into
      *    production. Every job that maintains a master writes its
      *    -NEW file between HDR/TRL control records. A new master
      *    is promoted only when the job's latest RUN-HISTORY.DAT
      *    entry shows a clean completion, the trailer count
      *    balances to the data records actually on the file, and
      *    the header was written by that run. Promotion strips the
      *    control records, so readers of the live master see the
      *    same layout as before. Each promotion is kept as a
      *    numbered generation with its dates and source run on
      *    GENERATION-CATALOG.DAT; the last N generations of every
      *    master are retained (GENERATION-CONTROL.DAT) and older
      *    ones are emptied. An operator names a master and a
      *    retained generation on GENERATION-ROLLBACK.DAT to put it
      *    back live; a rollback run promotes nothing else. The
      *    new masters that rollback run leaves behind are set aside
      *    with a ROLLED-BACK entry on the history, so a master whose
      *    job does not run again before the next promotion (the
      *    month-end masters) is not promoted from that stale file.
      *    Every promotion and rollback is appended to
      *    RUN-HISTORY.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
               ASSIGN DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TARGET-FILE
               ASSIGN DYNAMIC WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "GENERATION-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CATALOG-FILE
               ASSIGN TO "GENERATION-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ROLLBACK-FILE
               ASSIGN TO "GENERATION-ROLLBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROLLBACK-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "RUN-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-RECORD           PIC X(300).

       FD  TARGET-FILE.
       01  TARGET-RECORD           PIC X(300).

       FD  CONTROL-FILE.
      *    Generations retained per master, and the highest job
      *    return code that still counts as a clean completion
       01  CONTROL-RECORD.
           05  CT-RETAIN-GENERATIONS PIC 9(2).
           05  CT-MAX-CLEAN-RC     PIC 9(4).

       FD  CATALOG-FILE.
      *    One entry per retained generation. SOURCE-RUN-ID is the
      *    RUN-HISTORY run that wrote the master (zero for the
      *    master found live when the manager first saw it);
      *    CURRENT marks the generation that is live now.
       01  CATALOG-RECORD.
           05  GC-MASTER-CODE      PIC X(8).
           05  GC-GENERATION       PIC 9(4).
           05  GC-PROMOTED-DATE    PIC 9(8).
           05  GC-PROMOTED-TIME    PIC 9(6).
           05  GC-SOURCE-RUN-ID    PIC 9(14).
           05  GC-SOURCE-RUN-DATE  PIC 9(8).
           05  GC-RECORD-COUNT     PIC 9(9).
           05  GC-FILE-NAME        PIC X(40).
           05  GC-CURRENT-FLAG     PIC X(1).

       FD  ROLLBACK-FILE.
      *    Operator rollback request: master code and the retained
      *    generation to put back live
       01  ROLLBACK-RECORD.
           05  RQ-MASTER-CODE      PIC X(8).
           05  RQ-GENERATION       PIC 9(4).

       FD  RUN-HISTORY-FILE.
      *    Same audit record the batch driver appends per job
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-ID               PIC 9(14).
           05  RH-JOB-NAME             PIC X(24).
           05  RH-START-TIME           PIC 9(8).
           05  RH-END-TIME             PIC 9(8).
           05  RH-RETURN-CODE          PIC 9(4).
           05  RH-RECORDS-READ         PIC 9(9).
           05  RH-RECORDS-WRITTEN      PIC 9(9).
           05  RH-REJECT-COUNT         PIC 9(9).
           05  RH-RESTART-TAKEN        PIC 9(1).

       WORKING-STORAGE SECTION.
      *    Masters under generation control: master code, the job
      *    that writes it, its new master and its live master. A
      *    job's masters sit together and are proved and promoted
      *    together. WHEN is R to promote as soon as the run is
      *    clean, M to hold the file until its month has closed
      *    (the care gap roster and the rising-risk list only
      *    become last month's once the next month's run is due).
       01  WS-MASTER-DEFS.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'ARMASTERPREMIUM-BILLING         '.
               10  FILLER PIC X(30) VALUE
                   'AR-MASTER-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'AR-MASTER.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'BENACCUMBENEFIT-ACCUM-UPDATE    '.
               10  FILLER PIC X(30) VALUE
                   'BENEFIT-ACCUM-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'BENEFIT-ACCUM-MASTER.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'RAFSUBMTRAF-SUBMISSION          '.
               10  FILLER PIC X(30) VALUE
                   'RAF-SUBMISSION-MASTER-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'RAF-SUBMISSION-MASTER.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'SUSPENSESUSPENSE-MANAGER        '.
               10  FILLER PIC X(30) VALUE
                   'SUSPENSE-MASTER-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'SUSPENSE-MASTER.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'CONTACTSCONTACT-GOVERNANCE      '.
               10  FILLER PIC X(30) VALUE
                   'GOVERNED-CONTACT-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'GOVERNED-CONTACT-MASTER.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'CLAIMADJCLAIM-ADJUST-POST       '.
               10  FILLER PIC X(30) VALUE
                   'CLAIM-ADJ-HISTORY-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'CLAIM-ADJ-HISTORY.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'CLAIMYTDCLAIMS-DELTA-UPDATE     '.
               10  FILLER PIC X(30) VALUE
                   'CLAIMS-YTD-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'CLAIMS-YTD-MASTER.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'CLAIMACTCLAIMS-ARCHIVE-PURGE    '.
               10  FILLER PIC X(30) VALUE
                   'CLAIMS-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'CLAIMS.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'ARCHSUMMCLAIMS-ARCHIVE-PURGE    '.
               10  FILLER PIC X(30) VALUE
                   'ARCHIVE-SUMMARY-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'ARCHIVE-SUMMARY.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'DEIDKEYSDEID-ANALYTICS-EXTRACT  '.
               10  FILLER PIC X(30) VALUE
                   'DEID-KEY-MAP-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'DEID-KEY-MAP.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'MEMBERS ENROLLMENT-MAINT        '.
               10  FILLER PIC X(30) VALUE
                   'MEMBERS-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'MEMBERS.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'ENRSPANSENROLLMENT-MAINT        '.
               10  FILLER PIC X(30) VALUE
                   'ENROLLMENT-SPANS-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'ENROLLMENT-SPANS.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'PROVIDRSPROVIDER-MAINT          '.
               10  FILLER PIC X(30) VALUE
                   'PROVIDERS-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'PROVIDERS.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'RATEHISTPROVIDER-MAINT          '.
               10  FILLER PIC X(30) VALUE
                   'RATE-HISTORY-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'RATE-HISTORY.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'GRACEPERGRACE-PERIOD-TRACK      '.
               10  FILLER PIC X(30) VALUE
                   'GRACE-PERIOD-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'GRACE-PERIOD.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'METRICHSANOMALY-CIRCUIT-BREAKER '.
               10  FILLER PIC X(30) VALUE
                   'METRIC-HISTORY-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'METRIC-HISTORY.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'RECOUPLGRECOUPMENT-LEDGER       '.
               10  FILLER PIC X(30) VALUE
                   'RECOUPMENT-LEDGER-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'RECOUPMENT-LEDGER.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'GAPROSTRCARE-GAP-ROSTER         '.
               10  FILLER PIC X(30) VALUE
                   'CARE-GAP-ROSTER.DAT'.
               10  FILLER PIC X(30) VALUE
                   'CARE-GAP-ROSTER-PRIOR.DAT'.
               10  FILLER PIC X(1) VALUE 'M'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'RISKLISTRISING-RISK-IDENTIFY    '.
               10  FILLER PIC X(30) VALUE
                   'RISING-RISK.DAT'.
               10  FILLER PIC X(30) VALUE
                   'RISING-RISK-PRIOR.DAT'.
               10  FILLER PIC X(1) VALUE 'M'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'ATTESTMSPROVIDER-DIRECTORY      '.
               10  FILLER PIC X(30) VALUE
                   'PROVIDER-ATTESTATION-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'PROVIDER-ATTESTATION.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'DIRECTRYPROVIDER-DIRECTORY      '.
               10  FILLER PIC X(30) VALUE
                   'PROVIDER-DIRECTORY.DAT'.
               10  FILLER PIC X(30) VALUE
                   'PROVIDER-DIRECTORY-PRIOR.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'GLPOSTEDGL-JOURNAL-INTERFACE    '.
               10  FILLER PIC X(30) VALUE
                   'GL-POSTED-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'GL-POSTED-TODATE.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'PBMLEDGRPBM-ACCUM-EXCHANGE      '.
               10  FILLER PIC X(30) VALUE
                   'PBM-ACCUM-LEDGER-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'PBM-ACCUM-LEDGER.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
           05  FILLER.
               10  FILLER PIC X(32) VALUE
                   'RADVCHRTRADV-AUDIT-SAMPLE       '.
               10  FILLER PIC X(30) VALUE
                   'RADV-CHART-MASTER-NEW.DAT'.
               10  FILLER PIC X(30) VALUE
                   'RADV-CHART-MASTER.DAT'.
               10  FILLER PIC X(1) VALUE 'R'.
       01  WS-MASTER-DEFS-R REDEFINES WS-MASTER-DEFS.
           05  WS-MASTER-DEF       OCCURS 24 TIMES
                                   INDEXED BY WS-MST-IDX.
               10  WS-MST-CODE         PIC X(8).
               10  WS-MST-JOB          PIC X(24).
               10  WS-MST-NEW-FILE     PIC X(30).
               10  WS-MST-LIVE-FILE    PIC X(30).
               10  WS-MST-WHEN         PIC X(1).
                   88  MST-AFTER-MONTH-END VALUE 'M'.
       01  WS-MASTER-COUNT         PIC 9(2) VALUE 24.

      *    Per-master results of this run: the job's latest run
      *    history entry, and what the new master proved to hold
       01  WS-MASTER-STATE.
           05  WS-MST-STATE        OCCURS 24 TIMES.
               10  WS-MST-RUN-FOUND    PIC X.
                   88  MST-RUN-FOUND   VALUE 'Y'.
               10  WS-MST-RUN-ID       PIC 9(14).
               10  WS-MST-RUN-RC       PIC 9(4).
               10  WS-MST-RUN-SET-ASIDE PIC X.
                   88  MST-RUN-SET-ASIDE VALUE 'Y'.
               10  WS-MST-HDR-DATE     PIC 9(8).
               10  WS-MST-DATA-COUNT   PIC 9(9).
               10  WS-MST-VERDICT      PIC X(1).
                   88  MST-READY       VALUE 'R'.
                   88  MST-HELD        VALUE 'H'.
                   88  MST-NOTHING-NEW VALUE 'N'.
                   88  MST-WAITING     VALUE 'W'.
               10  WS-MST-REASON       PIC X(40).

       01  WS-RETAIN-GENERATIONS   PIC 9(2) VALUE 3.
       01  WS-MAX-CLEAN-RC         PIC 9(4) VALUE 4.

      *    The catalog is held in storage for the run and written
      *    back whole at the end; pruned entries are dropped then
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY        OCCURS 250 TIMES
                                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CODE         PIC X(8).
               10  WS-CAT-GENERATION   PIC 9(4).
               10  WS-CAT-PROMOTED-DATE PIC 9(8).
               10  WS-CAT-PROMOTED-TIME PIC 9(6).
               10  WS-CAT-SOURCE-RUN-ID PIC 9(14).
               10  WS-CAT-SOURCE-RUN-DATE PIC 9(8).
               10  WS-CAT-RECORD-COUNT PIC 9(9).
               10  WS-CAT-FILE-NAME    PIC X(40).
               10  WS-CAT-CURRENT      PIC X(1).
                   88  CAT-CURRENT     VALUE 'Y'.
                   88  CAT-PRUNED      VALUE 'P'.
       01  WS-CATALOG-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-CATALOG-MAX          PIC 9(3) VALUE 250.
       01  WS-CAT-FOUND-IDX        PIC 9(3).
       01  WS-CAT-SUB              PIC 9(3).

      *    Latest generation already on the catalog for the master
      *    being worked
       01  WS-TOP-GENERATION       PIC 9(4).
       01  WS-TOP-RUN-ID           PIC 9(14).
       01  WS-NEXT-GENERATION      PIC 9(4).
       01  WS-PRUNE-BELOW          PIC 9(4).

       01  WS-SOURCE-NAME          PIC X(40).
       01  WS-SOURCE-STATUS        PIC XX.
       01  WS-TARGET-NAME          PIC X(40).
       01  WS-TARGET-STATUS        PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-CATALOG-STATUS       PIC XX.
       01  WS-ROLLBACK-STATUS      PIC XX.
       01  WS-HISTORY-STATUS       PIC XX.
       01  WS-GENERATION-NAME      PIC X(40).

       01  WS-RUN-ID               PIC 9(14).
       01  WS-RUN-ID-R REDEFINES WS-RUN-ID.
           05  WS-RUN-ID-DATE      PIC 9(8).
           05  WS-RUN-ID-TIME      PIC 9(6).
       01  WS-RUN-TIME-WORK        PIC 9(8).
       01  WS-STEP-START           PIC 9(8).
       01  WS-STEP-END             PIC 9(8).
       01  WS-STEP-NAME            PIC X(24).
       01  WS-STEP-RC              PIC 9(4).
       01  WS-STEP-READ            PIC 9(9).
       01  WS-STEP-WRITTEN         PIC 9(9).

       01  WS-SOURCE-RUN-ID        PIC 9(14).
       01  WS-SOURCE-RUN-R REDEFINES WS-SOURCE-RUN-ID.
           05  WS-SOURCE-RUN-DATE  PIC 9(8).
           05  WS-SOURCE-RUN-TIME  PIC 9(6).
       01  WS-DAYS-AFTER-RUN       PIC S9(7).

      *    New master proof work fields
       01  WS-PROOF.
           05  WS-HDR-SEEN         PIC X.
               88  HDR-SEEN        VALUE 'Y'.
           05  WS-TRL-SEEN         PIC X.
               88  TRL-SEEN        VALUE 'Y'.
           05  WS-TAIL-AFTER-TRL   PIC X.
               88  DATA-AFTER-TRL  VALUE 'Y'.
           05  WS-PROOF-COUNT      PIC 9(9).
           05  WS-PROOF-TRL-COUNT  PIC 9(9).
           05  WS-PROOF-HDR-DATE   PIC 9(8).
       01  WS-TRL-COUNT-X          PIC X(9).
       01  WS-TRL-COUNT-9 REDEFINES WS-TRL-COUNT-X PIC 9(9).
       01  WS-HDR-DATE-X           PIC X(8).
       01  WS-HDR-DATE-9 REDEFINES WS-HDR-DATE-X PIC 9(8).

       01  WS-COPY-COUNTS.
           05  WS-SRC-COUNT        PIC 9(9).
           05  WS-DST-COUNT        PIC 9(9).
       01  WS-SRC-EOF              PIC X.
           88  END-OF-SOURCE       VALUE 'Y'.
       01  WS-STRIP-FLAG           PIC X VALUE 'N'.
           88  STRIP-CONTROL-RECORDS VALUE 'Y'.
       01  WS-HISTORY-EOF          PIC X VALUE 'N'.
           88  END-OF-HISTORY      VALUE 'Y'.
       01  WS-CATALOG-EOF          PIC X VALUE 'N'.
           88  END-OF-CATALOG      VALUE 'Y'.
       01  WS-ROLLBACK-EOF         PIC X VALUE 'N'.
           88  END-OF-ROLLBACKS    VALUE 'Y'.

      *    A job's group of masters in the registry
       01  WS-GROUP-FIRST          PIC 9(2).
       01  WS-GROUP-LAST           PIC 9(2).
       01  WS-GROUP-SUB            PIC 9(2).
       01  WS-GROUP-OK             PIC X.
           88  GROUP-READY         VALUE 'Y'.
       01  WS-MST-SUB              PIC 9(2).

       01  WS-RQ-MASTER-FLAG       PIC X.
           88  RQ-MASTER-KNOWN     VALUE 'Y'.
       01  WS-PROMOTE-FLAG         PIC X.
           88  PROMOTE-FAILED      VALUE 'Y'.
       01  WS-RUN-FLAGS.
           05  WS-ROLLBACK-RUN     PIC X VALUE 'N'.
               88  ROLLBACK-RUN    VALUE 'Y'.
           05  WS-SEVERE-FLAG      PIC X VALUE 'N'.
               88  SEVERE-FAILURE  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PROMOTED-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-UNCHANGED-COUNT  PIC 9(3) VALUE ZERO.
           05  WS-ROLLBACK-COUNT   PIC 9(3) VALUE ZERO.
           05  WS-ROLLBACK-REJECTS PIC 9(3) VALUE ZERO.
           05  WS-PRUNED-COUNT     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-WORK FROM TIME
           MOVE WS-RUN-TIME-WORK(1:6) TO WS-RUN-ID-TIME
           PERFORM LOAD-GENERATION-CONTROL
           PERFORM LOAD-CATALOG
           PERFORM LOAD-LATEST-RUNS
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'MASTER GENERATION MANAGER'
           DISPLAY 'RUN DATE: ' WS-RUN-ID-DATE
               '  GENERATIONS KEPT: ' WS-RETAIN-GENERATIONS
           DISPLAY '=========================================='
           PERFORM PROCESS-ROLLBACK-REQUESTS
           IF ROLLBACK-RUN
               DISPLAY 'ROLLBACK RUN - NO NEW MASTERS PROMOTED'
           ELSE
               PERFORM PROMOTE-NEW-MASTERS
           END-IF
           CLOSE RUN-HISTORY-FILE
           PERFORM WRITE-CATALOG
           PERFORM WRITE-GENERATION-REPORT
           EVALUATE TRUE
               WHEN SEVERE-FAILURE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > ZERO OR
                    WS-ROLLBACK-REJECTS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-GENERATION-CONTROL.
      *    Optional - three generations and a clean RC of 4 or
      *    less when the control file is absent
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CT-RETAIN-GENERATIONS IS NUMERIC AND
                          CT-RETAIN-GENERATIONS > ZERO
                           MOVE CT-RETAIN-GENERATIONS
                               TO WS-RETAIN-GENERATIONS
                       END-IF
                       IF CT-MAX-CLEAN-RC IS NUMERIC
                           MOVE CT-MAX-CLEAN-RC TO WS-MAX-CLEAN-RC
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = '00'
               PERFORM UNTIL END-OF-CATALOG
                   READ CATALOG-FILE
                       AT END SET END-OF-CATALOG TO TRUE
                       NOT AT END PERFORM STORE-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY 'GENERATION-CATALOG.DAT NOT FOUND - '
                   'STARTING A NEW CATALOG'
           END-IF.

       STORE-CATALOG-ENTRY.
           IF WS-CATALOG-COUNT < WS-CATALOG-MAX
               ADD 1 TO WS-CATALOG-COUNT
               SET WS-CAT-IDX TO WS-CATALOG-COUNT
               MOVE GC-MASTER-CODE TO WS-CAT-CODE(WS-CAT-IDX)
               MOVE GC-GENERATION TO WS-CAT-GENERATION(WS-CAT-IDX)
               MOVE GC-PROMOTED-DATE
                   TO WS-CAT-PROMOTED-DATE(WS-CAT-IDX)
               MOVE GC-PROMOTED-TIME
                   TO WS-CAT-PROMOTED-TIME(WS-CAT-IDX)
               MOVE GC-SOURCE-RUN-ID
                   TO WS-CAT-SOURCE-RUN-ID(WS-CAT-IDX)
               MOVE GC-SOURCE-RUN-DATE
                   TO WS-CAT-SOURCE-RUN-DATE(WS-CAT-IDX)
               MOVE GC-RECORD-COUNT
                   TO WS-CAT-RECORD-COUNT(WS-CAT-IDX)
               MOVE GC-FILE-NAME TO WS-CAT-FILE-NAME(WS-CAT-IDX)
               MOVE GC-CURRENT-FLAG TO WS-CAT-CURRENT(WS-CAT-IDX)
           ELSE
               DISPLAY 'WARNING: CATALOG TABLE FULL - ENTRY FOR '
                   GC-MASTER-CODE ' G' GC-GENERATION ' DROPPED'
           END-IF.

       LOAD-LATEST-RUNS.
      *    The history is appended in run order, so the last entry
      *    seen for a job is its latest run
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MASTER-COUNT
               SET WS-MST-SUB TO WS-MST-IDX
               MOVE 'N' TO WS-MST-RUN-FOUND(WS-MST-SUB)
               MOVE ZERO TO WS-MST-RUN-ID(WS-MST-SUB)
               MOVE ZERO TO WS-MST-RUN-RC(WS-MST-SUB)
               MOVE 'N' TO WS-MST-RUN-SET-ASIDE(WS-MST-SUB)
               MOVE SPACES TO WS-MST-VERDICT(WS-MST-SUB)
               MOVE SPACES TO WS-MST-REASON(WS-MST-SUB)
           END-PERFORM
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-HISTORY
                   READ RUN-HISTORY-FILE
                       AT END SET END-OF-HISTORY TO TRUE
                       NOT AT END PERFORM NOTE-JOB-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY 'RUN-HISTORY.DAT NOT FOUND - NO CLEAN RUNS '
                   'TO PROMOTE FROM'
           END-IF.

       NOTE-JOB-RUN.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MASTER-COUNT
               IF RH-JOB-NAME = WS-MST-JOB(WS-MST-IDX)
                   SET WS-MST-SUB TO WS-MST-IDX
                   SET MST-RUN-FOUND(WS-MST-SUB) TO TRUE
                   MOVE RH-RUN-ID TO WS-MST-RUN-ID(WS-MST-SUB)
                   MOVE RH-RETURN-CODE TO WS-MST-RUN-RC(WS-MST-SUB)
                   MOVE 'N' TO WS-MST-RUN-SET-ASIDE(WS-MST-SUB)
               END-IF
      *        A rollback run set this run's new master aside
               IF RH-JOB-NAME(1:12) = 'ROLLED-BACK ' AND
                  RH-JOB-NAME(13:8) = WS-MST-CODE(WS-MST-IDX)
                   SET WS-MST-SUB TO WS-MST-IDX
                   IF MST-RUN-FOUND(WS-MST-SUB)
                       SET MST-RUN-SET-ASIDE(WS-MST-SUB) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    Rollback to a named generation
      ******************************************************************
       PROCESS-ROLLBACK-REQUESTS.
      *    Optional operator drop file; emptied once it has been
      *    acted on so the same rollback is not repeated tomorrow
           OPEN INPUT ROLLBACK-FILE
           IF WS-ROLLBACK-STATUS = '00'
               PERFORM UNTIL END-OF-ROLLBACKS
                   READ ROLLBACK-FILE
                       AT END SET END-OF-ROLLBACKS TO TRUE
                       NOT AT END
                           IF RQ-MASTER-CODE NOT = SPACES
                               SET ROLLBACK-RUN TO TRUE
                               PERFORM ROLL-BACK-ONE-MASTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLLBACK-FILE
               IF ROLLBACK-RUN
                   OPEN OUTPUT ROLLBACK-FILE
                   CLOSE ROLLBACK-FILE
                   PERFORM SET-ASIDE-PENDING-MASTERS
               END-IF
           END-IF.

       SET-ASIDE-PENDING-MASTERS.
      *    Tonight's new masters were not promoted. Mark each one
      *    not yet promoted as used, so it is not promoted later
      *    in place of a master its job has not rebuilt since.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MASTER-COUNT
               SET WS-MST-SUB TO WS-MST-IDX
               PERFORM FIND-TOP-GENERATION
               IF MST-RUN-FOUND(WS-MST-SUB) AND
                  NOT MST-RUN-SET-ASIDE(WS-MST-SUB) AND
                  WS-MST-RUN-ID(WS-MST-SUB) NOT = WS-TOP-RUN-ID
                   ACCEPT WS-STEP-START FROM TIME
                   MOVE 'ROLLED-BACK ' TO WS-STEP-NAME
                   MOVE WS-MST-CODE(WS-MST-IDX) TO WS-STEP-NAME(13:8)
                   MOVE ZERO TO WS-STEP-RC
                   MOVE ZERO TO WS-STEP-READ
                   MOVE ZERO TO WS-STEP-WRITTEN
                   PERFORM WRITE-STEP-HISTORY
                   SET MST-RUN-SET-ASIDE(WS-MST-SUB) TO TRUE
                   DISPLAY '  SET ASIDE: ' WS-MST-CODE(WS-MST-IDX)
                       ' ' WS-MST-NEW-FILE(WS-MST-IDX)
               END-IF
           END-PERFORM.

       ROLL-BACK-ONE-MASTER.
           ACCEPT WS-STEP-START FROM TIME
           MOVE SPACES TO WS-STEP-NAME
           STRING 'ROLLBACK ' DELIMITED BY SIZE
                  RQ-MASTER-CODE DELIMITED BY SPACE
                  ' G' RQ-GENERATION DELIMITED BY SIZE
               INTO WS-STEP-NAME
           MOVE ZERO TO WS-STEP-READ
           MOVE ZERO TO WS-STEP-WRITTEN
           MOVE 'N' TO WS-RQ-MASTER-FLAG
           SET WS-MST-IDX TO 1
           SEARCH WS-MASTER-DEF
               AT END CONTINUE
               WHEN WS-MST-CODE(WS-MST-IDX) = RQ-MASTER-CODE
                   SET RQ-MASTER-KNOWN TO TRUE
           END-SEARCH
           MOVE ZERO TO WS-CAT-FOUND-IDX
           IF RQ-MASTER-KNOWN
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
                   IF WS-CAT-CODE(WS-CAT-IDX) = RQ-MASTER-CODE AND
                      WS-CAT-GENERATION(WS-CAT-IDX) = RQ-GENERATION
                      AND NOT CAT-PRUNED(WS-CAT-IDX)
                       SET WS-CAT-FOUND-IDX TO WS-CAT-IDX
                   END-IF
               END-PERFORM
           END-IF
      *    A request that names no retained generation is refused
      *    and still lands on the history so the audit shows it
           EVALUATE TRUE
               WHEN NOT RQ-MASTER-KNOWN
                   ADD 1 TO WS-ROLLBACK-REJECTS
                   MOVE 4 TO WS-STEP-RC
                   DISPLAY '  ROLLBACK REJECTED: ' RQ-MASTER-CODE
                       ' IS NOT A MANAGED MASTER'
               WHEN WS-CAT-FOUND-IDX = ZERO
                   ADD 1 TO WS-ROLLBACK-REJECTS
                   MOVE 4 TO WS-STEP-RC
                   DISPLAY '  ROLLBACK REJECTED: ' RQ-MASTER-CODE
                       ' G' RQ-GENERATION
                       ' IS NOT A RETAINED GENERATION'
               WHEN OTHER
                   PERFORM RESTORE-GENERATION
           END-EVALUATE
           PERFORM WRITE-STEP-HISTORY.

       RESTORE-GENERATION.
      *    Put the generation back live and prove the live copy
      *    holds what the catalog says the generation holds
           SET WS-CAT-IDX TO WS-CAT-FOUND-IDX
           MOVE WS-CAT-RECORD-COUNT(WS-CAT-IDX) TO WS-STEP-READ
           MOVE 'N' TO WS-STRIP-FLAG
           MOVE WS-CAT-FILE-NAME(WS-CAT-IDX) TO WS-SOURCE-NAME
           MOVE WS-MST-LIVE-FILE(WS-MST-IDX) TO WS-TARGET-NAME
           PERFORM COPY-SOURCE-TO-TARGET
           PERFORM COUNT-TARGET-RECORDS
           MOVE WS-DST-COUNT TO WS-STEP-WRITTEN
           IF WS-DST-COUNT NOT = WS-CAT-RECORD-COUNT(WS-CAT-IDX)
               SET SEVERE-FAILURE TO TRUE
               MOVE 8 TO WS-STEP-RC
               DISPLAY '  ROLLBACK FAILED: ' WS-TARGET-NAME
                   ' HOLDS ' WS-DST-COUNT ' RECORDS, GENERATION '
                   RQ-GENERATION ' HELD '
                   WS-CAT-RECORD-COUNT(WS-CAT-IDX)
           ELSE
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                   IF WS-CAT-CODE(WS-CAT-SUB) = RQ-MASTER-CODE AND
                      CAT-CURRENT(WS-CAT-SUB)
                       MOVE 'N' TO WS-CAT-CURRENT(WS-CAT-SUB)
                   END-IF
               END-PERFORM
               SET CAT-CURRENT(WS-CAT-IDX) TO TRUE
               ADD 1 TO WS-ROLLBACK-COUNT
               MOVE ZERO TO WS-STEP-RC
               DISPLAY '  ROLLED BACK: ' WS-TARGET-NAME
                   ' TO GENERATION ' RQ-GENERATION ' OF '
                   WS-CAT-PROMOTED-DATE(WS-CAT-IDX)
                   ' (' WS-DST-COUNT ' RECORDS)'
           END-IF.

      ******************************************************************
      *    Promotion of clean new masters
      ******************************************************************
       PROMOTE-NEW-MASTERS.
      *    Walk the registry a job at a time: every master the job
      *    writes must prove out before any of them is promoted
           MOVE 1 TO WS-GROUP-FIRST
           PERFORM UNTIL WS-GROUP-FIRST > WS-MASTER-COUNT
               MOVE WS-GROUP-FIRST TO WS-GROUP-LAST
               PERFORM UNTIL WS-GROUP-LAST >= WS-MASTER-COUNT
                   OR WS-MST-JOB(WS-GROUP-LAST + 1) NOT =
                      WS-MST-JOB(WS-GROUP-FIRST)
                   ADD 1 TO WS-GROUP-LAST
               END-PERFORM
               PERFORM PROVE-MASTER-GROUP
               PERFORM VARYING WS-GROUP-SUB FROM WS-GROUP-FIRST BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-LAST
                   SET WS-MST-IDX TO WS-GROUP-SUB
                   IF MST-READY(WS-GROUP-SUB)
                       PERFORM PROMOTE-ONE-MASTER
                   ELSE
                       PERFORM REPORT-MASTER-VERDICT
                   END-IF
               END-PERFORM
               COMPUTE WS-GROUP-FIRST = WS-GROUP-LAST + 1
           END-PERFORM.

       PROVE-MASTER-GROUP.
           MOVE 'Y' TO WS-GROUP-OK
           PERFORM VARYING WS-GROUP-SUB FROM WS-GROUP-FIRST BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-LAST
               SET WS-MST-IDX TO WS-GROUP-SUB
               PERFORM PROVE-ONE-MASTER
               IF MST-HELD(WS-GROUP-SUB) OR
                  MST-WAITING(WS-GROUP-SUB)
                   MOVE 'N' TO WS-GROUP-OK
               END-IF
           END-PERFORM
      *    One master of the job held holds the others with it, so
      *    a member master is never promoted without its spans
           IF NOT GROUP-READY
               PERFORM VARYING WS-GROUP-SUB FROM WS-GROUP-FIRST BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-LAST
                   IF MST-READY(WS-GROUP-SUB)
                       SET MST-HELD(WS-GROUP-SUB) TO TRUE
                       MOVE 'ANOTHER MASTER OF THE JOB WAS HELD'
                           TO WS-MST-REASON(WS-GROUP-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       PROVE-ONE-MASTER.
           SET WS-MST-SUB TO WS-MST-IDX
           MOVE SPACES TO WS-MST-REASON(WS-MST-SUB)
           PERFORM FIND-TOP-GENERATION
           EVALUATE TRUE
               WHEN NOT MST-RUN-FOUND(WS-MST-SUB)
                   SET MST-NOTHING-NEW(WS-MST-SUB) TO TRUE
                   MOVE 'NO RUN OF THE JOB ON RUN-HISTORY.DAT'
                       TO WS-MST-REASON(WS-MST-SUB)
               WHEN MST-RUN-SET-ASIDE(WS-MST-SUB)
                   SET MST-NOTHING-NEW(WS-MST-SUB) TO TRUE
                   MOVE 'LATEST RUN SET ASIDE BY A ROLLBACK'
                       TO WS-MST-REASON(WS-MST-SUB)
               WHEN WS-MST-RUN-ID(WS-MST-SUB) = WS-TOP-RUN-ID
                   SET MST-NOTHING-NEW(WS-MST-SUB) TO TRUE
                   MOVE 'LATEST RUN ALREADY PROMOTED'
                       TO WS-MST-REASON(WS-MST-SUB)
               WHEN WS-MST-RUN-RC(WS-MST-SUB) > WS-MAX-CLEAN-RC
                   SET MST-HELD(WS-MST-SUB) TO TRUE
                   MOVE 'LATEST RUN DID NOT COMPLETE CLEAN'
                       TO WS-MST-REASON(WS-MST-SUB)
               WHEN OTHER
                   SET MST-READY(WS-MST-SUB) TO TRUE
                   PERFORM PROVE-NEW-MASTER-FILE
           END-EVALUATE.

       PROVE-NEW-MASTER-FILE.
           PERFORM READ-NEW-MASTER-PROOF
           EVALUATE TRUE
               WHEN WS-SOURCE-STATUS NOT = '00'
                   SET MST-HELD(WS-MST-SUB) TO TRUE
                   MOVE 'NEW MASTER NOT FOUND'
                       TO WS-MST-REASON(WS-MST-SUB)
               WHEN NOT HDR-SEEN
                   SET MST-HELD(WS-MST-SUB) TO TRUE
                   MOVE 'NEW MASTER HAS NO HEADER'
                       TO WS-MST-REASON(WS-MST-SUB)
               WHEN NOT TRL-SEEN OR DATA-AFTER-TRL
                   SET MST-HELD(WS-MST-SUB) TO TRUE
                   MOVE 'NEW MASTER HAS NO TRAILER - TRUNCATED?'
                       TO WS-MST-REASON(WS-MST-SUB)
               WHEN WS-PROOF-TRL-COUNT NOT = WS-PROOF-COUNT
                   SET MST-HELD(WS-MST-SUB) TO TRUE
                   MOVE 'TRAILER COUNT DOES NOT BALANCE'
                       TO WS-MST-REASON(WS-MST-SUB)
                   DISPLAY '  ' WS-MST-NEW-FILE(WS-MST-IDX)
                       ' TRAILER ' WS-PROOF-TRL-COUNT
                       ' ACTUAL ' WS-PROOF-COUNT
               WHEN OTHER
                   MOVE WS-PROOF-HDR-DATE TO WS-MST-HDR-DATE(WS-MST-SUB)
                   MOVE WS-PROOF-COUNT TO WS-MST-DATA-COUNT(WS-MST-SUB)
                   PERFORM CHECK-HEADER-IS-THE-RUN
           END-EVALUATE.

       CHECK-HEADER-IS-THE-RUN.
      *    The header must have been written by the run on the
      *    history - same day, or the next day for a run that
      *    crossed midnight - or the file is left over from an
      *    earlier run that the failed one never replaced
           MOVE WS-MST-RUN-ID(WS-MST-SUB) TO WS-SOURCE-RUN-ID
           MOVE -1 TO WS-DAYS-AFTER-RUN
           IF FUNCTION INTEGER-OF-DATE(WS-PROOF-HDR-DATE) > ZERO
              AND FUNCTION INTEGER-OF-DATE(WS-SOURCE-RUN-DATE) > ZERO
               COMPUTE WS-DAYS-AFTER-RUN =
                   FUNCTION INTEGER-OF-DATE(WS-PROOF-HDR-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-SOURCE-RUN-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-AFTER-RUN < ZERO OR
                    WS-DAYS-AFTER-RUN > 1
                   SET MST-HELD(WS-MST-SUB) TO TRUE
                   MOVE 'NEW MASTER NOT WRITTEN BY THE LATEST RUN'
                       TO WS-MST-REASON(WS-MST-SUB)
               WHEN MST-AFTER-MONTH-END(WS-MST-IDX) AND
                    WS-PROOF-HDR-DATE(1:6) >= WS-RUN-ID-DATE(1:6)
                   SET MST-WAITING(WS-MST-SUB) TO TRUE
                   MOVE 'HELD UNTIL ITS MONTH HAS CLOSED'
                       TO WS-MST-REASON(WS-MST-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-NEW-MASTER-PROOF.
      *    Count the data records between the control records and
      *    pick up the header run date and the trailer count
           MOVE 'N' TO WS-HDR-SEEN
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'N' TO WS-TAIL-AFTER-TRL
           MOVE ZERO TO WS-PROOF-COUNT
           MOVE ZERO TO WS-PROOF-TRL-COUNT
           MOVE ZERO TO WS-PROOF-HDR-DATE
           MOVE 'N' TO WS-SRC-EOF
           MOVE WS-MST-NEW-FILE(WS-MST-IDX) TO WS-SOURCE-NAME
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = '00'
               PERFORM UNTIL END-OF-SOURCE
                   READ SOURCE-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END PERFORM CLASSIFY-PROOF-RECORD
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
               MOVE '00' TO WS-SOURCE-STATUS
           END-IF.

       CLASSIFY-PROOF-RECORD.
           EVALUATE TRUE
               WHEN SOURCE-RECORD(1:3) = 'HDR'
                   SET HDR-SEEN TO TRUE
                   MOVE SOURCE-RECORD(24:8) TO WS-HDR-DATE-X
                   IF WS-HDR-DATE-X IS NUMERIC
                       MOVE WS-HDR-DATE-9 TO WS-PROOF-HDR-DATE
                   END-IF
               WHEN SOURCE-RECORD(1:3) = 'TRL'
                   SET TRL-SEEN TO TRUE
                   MOVE SOURCE-RECORD(4:9) TO WS-TRL-COUNT-X
                   IF WS-TRL-COUNT-X IS NUMERIC
                       MOVE WS-TRL-COUNT-9 TO WS-PROOF-TRL-COUNT
                   END-IF
               WHEN TRL-SEEN
                   SET DATA-AFTER-TRL TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PROOF-COUNT
           END-EVALUATE.

       FIND-TOP-GENERATION.
      *    Highest generation on the catalog for the master and the
      *    run it came from
           MOVE ZERO TO WS-TOP-GENERATION
           MOVE ZERO TO WS-TOP-RUN-ID
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-CODE(WS-CAT-IDX) = WS-MST-CODE(WS-MST-IDX)
                  AND WS-CAT-GENERATION(WS-CAT-IDX) >
                      WS-TOP-GENERATION
                   MOVE WS-CAT-GENERATION(WS-CAT-IDX)
                       TO WS-TOP-GENERATION
                   MOVE WS-CAT-SOURCE-RUN-ID(WS-CAT-IDX)
                       TO WS-TOP-RUN-ID
               END-IF
           END-PERFORM.

       REPORT-MASTER-VERDICT.
           SET WS-MST-SUB TO WS-MST-IDX
           EVALUATE TRUE
               WHEN MST-HELD(WS-MST-SUB)
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY '  HELD: ' WS-MST-CODE(WS-MST-IDX) ' '
                       WS-MST-NEW-FILE(WS-MST-IDX)
                   DISPLAY '      ' WS-MST-REASON(WS-MST-SUB)
               WHEN OTHER
                   ADD 1 TO WS-UNCHANGED-COUNT
                   DISPLAY '  UNCHANGED: ' WS-MST-CODE(WS-MST-IDX)
                       ' - ' WS-MST-REASON(WS-MST-SUB)
           END-EVALUATE.

       PROMOTE-ONE-MASTER.
           SET WS-MST-SUB TO WS-MST-IDX
           MOVE 'N' TO WS-PROMOTE-FLAG
           PERFORM FIND-TOP-GENERATION
      *    The first time a master is promoted, whatever is live is
      *    kept as generation 1 so it can still be rolled back to
           IF WS-TOP-GENERATION = ZERO
               PERFORM CAPTURE-LIVE-MASTER
               PERFORM FIND-TOP-GENERATION
           END-IF
           IF NOT PROMOTE-FAILED
               PERFORM PROMOTE-TO-GENERATION
           END-IF.

       PROMOTE-TO-GENERATION.
      *    New master to its generation file without the control
      *    records, proved against the trailer count; only then is
      *    the live master touched
           ACCEPT WS-STEP-START FROM TIME
           COMPUTE WS-NEXT-GENERATION = WS-TOP-GENERATION + 1
           PERFORM BUILD-GENERATION-NAME
           MOVE SPACES TO WS-STEP-NAME
           STRING 'PROMOTE ' DELIMITED BY SIZE
                  WS-MST-CODE(WS-MST-IDX) DELIMITED BY SPACE
                  ' G' WS-NEXT-GENERATION DELIMITED BY SIZE
               INTO WS-STEP-NAME
           MOVE WS-MST-DATA-COUNT(WS-MST-SUB) TO WS-STEP-READ
           MOVE 'Y' TO WS-STRIP-FLAG
           MOVE WS-MST-NEW-FILE(WS-MST-IDX) TO WS-SOURCE-NAME
           MOVE WS-GENERATION-NAME TO WS-TARGET-NAME
           PERFORM COPY-SOURCE-TO-TARGET
           PERFORM COUNT-TARGET-RECORDS
           MOVE WS-DST-COUNT TO WS-STEP-WRITTEN
           IF WS-DST-COUNT NOT = WS-MST-DATA-COUNT(WS-MST-SUB)
               SET PROMOTE-FAILED TO TRUE
               SET SEVERE-FAILURE TO TRUE
               MOVE 8 TO WS-STEP-RC
               DISPLAY '  FAILED: ' WS-GENERATION-NAME
                   ' HOLDS ' WS-DST-COUNT ' RECORDS, EXPECTED '
                   WS-MST-DATA-COUNT(WS-MST-SUB)
                   ' - LIVE MASTER NOT TOUCHED'
               PERFORM WRITE-STEP-HISTORY
           ELSE
               PERFORM PROMOTE-TO-LIVE
           END-IF.

       PROMOTE-TO-LIVE.
           MOVE 'N' TO WS-STRIP-FLAG
           MOVE WS-GENERATION-NAME TO WS-SOURCE-NAME
           MOVE WS-MST-LIVE-FILE(WS-MST-IDX) TO WS-TARGET-NAME
           PERFORM COPY-SOURCE-TO-TARGET
           PERFORM COUNT-TARGET-RECORDS
           MOVE WS-DST-COUNT TO WS-STEP-WRITTEN
           IF WS-DST-COUNT NOT = WS-MST-DATA-COUNT(WS-MST-SUB)
               SET PROMOTE-FAILED TO TRUE
               SET SEVERE-FAILURE TO TRUE
               MOVE 8 TO WS-STEP-RC
               DISPLAY '  FAILED: ' WS-TARGET-NAME
                   ' HOLDS ' WS-DST-COUNT ' RECORDS, EXPECTED '
                   WS-MST-DATA-COUNT(WS-MST-SUB)
                   ' - ROLL BACK TO GENERATION ' WS-TOP-GENERATION
               PERFORM WRITE-STEP-HISTORY
           ELSE
               MOVE WS-MST-RUN-ID(WS-MST-SUB) TO WS-SOURCE-RUN-ID
               MOVE WS-MST-HDR-DATE(WS-MST-SUB) TO WS-SOURCE-RUN-DATE
               PERFORM ADD-CATALOG-ENTRY
               ADD 1 TO WS-PROMOTED-COUNT
               MOVE ZERO TO WS-STEP-RC
               DISPLAY '  PROMOTED: ' WS-MST-NEW-FILE(WS-MST-IDX)
                   ' AS ' WS-MST-CODE(WS-MST-IDX)
                   ' G' WS-NEXT-GENERATION
                   ' (' WS-DST-COUNT ' RECORDS)'
               PERFORM WRITE-STEP-HISTORY
               PERFORM PRUNE-OLD-GENERATIONS
           END-IF.

       CAPTURE-LIVE-MASTER.
           ACCEPT WS-STEP-START FROM TIME
           MOVE 1 TO WS-NEXT-GENERATION
           PERFORM BUILD-GENERATION-NAME
           MOVE SPACES TO WS-STEP-NAME
           STRING 'CAPTURE ' DELIMITED BY SIZE
                  WS-MST-CODE(WS-MST-IDX) DELIMITED BY SPACE
                  ' G' WS-NEXT-GENERATION DELIMITED BY SIZE
               INTO WS-STEP-NAME
           MOVE 'N' TO WS-STRIP-FLAG
           MOVE WS-MST-LIVE-FILE(WS-MST-IDX) TO WS-SOURCE-NAME
           MOVE WS-GENERATION-NAME TO WS-TARGET-NAME
           PERFORM COPY-SOURCE-TO-TARGET
           MOVE WS-DST-COUNT TO WS-SRC-COUNT
           MOVE WS-SRC-COUNT TO WS-STEP-READ
           PERFORM COUNT-TARGET-RECORDS
           MOVE WS-DST-COUNT TO WS-STEP-WRITTEN
           IF WS-DST-COUNT NOT = WS-SRC-COUNT
               SET PROMOTE-FAILED TO TRUE
               SET SEVERE-FAILURE TO TRUE
               MOVE 8 TO WS-STEP-RC
               DISPLAY '  FAILED: ' WS-GENERATION-NAME
                   ' HOLDS ' WS-DST-COUNT ' RECORDS, EXPECTED '
                   WS-SRC-COUNT ' - LIVE MASTER NOT TOUCHED'
           ELSE
               MOVE ZERO TO WS-SOURCE-RUN-ID
               MOVE ZERO TO WS-SOURCE-RUN-DATE
               PERFORM ADD-CATALOG-ENTRY
               MOVE ZERO TO WS-STEP-RC
               DISPLAY '  CAPTURED: ' WS-MST-LIVE-FILE(WS-MST-IDX)
                   ' AS ' WS-MST-CODE(WS-MST-IDX) ' G0001'
                   ' (' WS-DST-COUNT ' RECORDS)'
           END-IF
           PERFORM WRITE-STEP-HISTORY.

       BUILD-GENERATION-NAME.
      *    Live master name with the generation stamped in, e.g.
      *    AR-MASTER-G0007.DAT
           MOVE SPACES TO WS-GENERATION-NAME
           STRING WS-MST-LIVE-FILE(WS-MST-IDX) DELIMITED BY '.'
                  '-G' WS-NEXT-GENERATION '.DAT' DELIMITED BY SIZE
               INTO WS-GENERATION-NAME.

       ADD-CATALOG-ENTRY.
      *    The new generation becomes the master's current one
           IF WS-CATALOG-COUNT >= WS-CATALOG-MAX
               DISPLAY 'WARNING: CATALOG TABLE FULL - '
                   WS-MST-CODE(WS-MST-IDX) ' G' WS-NEXT-GENERATION
                   ' NOT CATALOGUED'
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
                   IF WS-CAT-CODE(WS-CAT-IDX) =
                      WS-MST-CODE(WS-MST-IDX) AND
                      CAT-CURRENT(WS-CAT-IDX)
                       MOVE 'N' TO WS-CAT-CURRENT(WS-CAT-IDX)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CATALOG-COUNT
               SET WS-CAT-IDX TO WS-CATALOG-COUNT
               MOVE WS-MST-CODE(WS-MST-IDX) TO WS-CAT-CODE(WS-CAT-IDX)
               MOVE WS-NEXT-GENERATION
                   TO WS-CAT-GENERATION(WS-CAT-IDX)
               MOVE WS-RUN-ID-DATE TO WS-CAT-PROMOTED-DATE(WS-CAT-IDX)
               MOVE WS-RUN-ID-TIME TO WS-CAT-PROMOTED-TIME(WS-CAT-IDX)
               MOVE WS-SOURCE-RUN-ID
                   TO WS-CAT-SOURCE-RUN-ID(WS-CAT-IDX)
               MOVE WS-SOURCE-RUN-DATE
                   TO WS-CAT-SOURCE-RUN-DATE(WS-CAT-IDX)
               MOVE WS-DST-COUNT TO WS-CAT-RECORD-COUNT(WS-CAT-IDX)
               MOVE WS-GENERATION-NAME
                   TO WS-CAT-FILE-NAME(WS-CAT-IDX)
               SET CAT-CURRENT(WS-CAT-IDX) TO TRUE
           END-IF.

       PRUNE-OLD-GENERATIONS.
      *    Keep the newest N generations; older ones are emptied
      *    and dropped from the catalog. The generation that is
      *    live is never pruned.
           IF WS-NEXT-GENERATION > WS-RETAIN-GENERATIONS
               COMPUTE WS-PRUNE-BELOW =
                   WS-NEXT-GENERATION - WS-RETAIN-GENERATIONS + 1
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
                   IF WS-CAT-CODE(WS-CAT-IDX) =
                      WS-MST-CODE(WS-MST-IDX) AND
                      WS-CAT-GENERATION(WS-CAT-IDX) < WS-PRUNE-BELOW
                      AND NOT CAT-CURRENT(WS-CAT-IDX)
                      AND NOT CAT-PRUNED(WS-CAT-IDX)
                       MOVE WS-CAT-FILE-NAME(WS-CAT-IDX)
                           TO WS-TARGET-NAME
                       OPEN OUTPUT TARGET-FILE
                       CLOSE TARGET-FILE
                       SET CAT-PRUNED(WS-CAT-IDX) TO TRUE
                       ADD 1 TO WS-PRUNED-COUNT
                       DISPLAY '  PRUNED: ' WS-TARGET-NAME
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *    File copy and verify
      ******************************************************************
       COPY-SOURCE-TO-TARGET.
           MOVE 'N' TO WS-SRC-EOF
           MOVE ZERO TO WS-DST-COUNT
           OPEN OUTPUT TARGET-FILE
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = '00'
               PERFORM UNTIL END-OF-SOURCE
                   READ SOURCE-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF STRIP-CONTROL-RECORDS AND
                              (SOURCE-RECORD(1:3) = 'HDR' OR
                               SOURCE-RECORD(1:3) = 'TRL')
                               CONTINUE
                           ELSE
                               MOVE SOURCE-RECORD TO TARGET-RECORD
                               WRITE TARGET-RECORD
                               ADD 1 TO WS-DST-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF
           CLOSE TARGET-FILE.

       COUNT-TARGET-RECORDS.
      *    Recount the copy through the source reader so the verify
      *    reads what actually landed on disk
           MOVE WS-TARGET-NAME TO WS-SOURCE-NAME
           MOVE 'N' TO WS-SRC-EOF
           MOVE ZERO TO WS-DST-COUNT
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS = '00'
               PERFORM UNTIL END-OF-SOURCE
                   READ SOURCE-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END ADD 1 TO WS-DST-COUNT
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

       WRITE-STEP-HISTORY.
      *    One audit record per promotion, capture and rollback on
      *    the same history dataset the batch driver appends
           ACCEPT WS-STEP-END FROM TIME
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE WS-STEP-NAME TO RH-JOB-NAME
           MOVE WS-STEP-START TO RH-START-TIME
           MOVE WS-STEP-END TO RH-END-TIME
           MOVE WS-STEP-RC TO RH-RETURN-CODE
           MOVE WS-STEP-READ TO RH-RECORDS-READ
           MOVE WS-STEP-WRITTEN TO RH-RECORDS-WRITTEN
           MOVE ZERO TO RH-REJECT-COUNT
           MOVE ZERO TO RH-RESTART-TAKEN
           WRITE RUN-HISTORY-RECORD.

       WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF NOT CAT-PRUNED(WS-CAT-IDX)
                   MOVE WS-CAT-CODE(WS-CAT-IDX) TO GC-MASTER-CODE
                   MOVE WS-CAT-GENERATION(WS-CAT-IDX)
                       TO GC-GENERATION
                   MOVE WS-CAT-PROMOTED-DATE(WS-CAT-IDX)
                       TO GC-PROMOTED-DATE
                   MOVE WS-CAT-PROMOTED-TIME(WS-CAT-IDX)
                       TO GC-PROMOTED-TIME
                   MOVE WS-CAT-SOURCE-RUN-ID(WS-CAT-IDX)
                       TO GC-SOURCE-RUN-ID
                   MOVE WS-CAT-SOURCE-RUN-DATE(WS-CAT-IDX)
                       TO GC-SOURCE-RUN-DATE
                   MOVE WS-CAT-RECORD-COUNT(WS-CAT-IDX)
                       TO GC-RECORD-COUNT
                   MOVE WS-CAT-FILE-NAME(WS-CAT-IDX) TO GC-FILE-NAME
                   MOVE WS-CAT-CURRENT(WS-CAT-IDX) TO GC-CURRENT-FLAG
                   WRITE CATALOG-RECORD
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE.

       WRITE-GENERATION-REPORT.
      *    Write output to: PAYER-ANALYST.OPERATIONS.MASTER-GENERATIONS
           DISPLAY '------------------------------------------'
           DISPLAY 'RETAINED GENERATIONS (* = LIVE)'
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MASTER-COUNT
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
                   IF WS-CAT-CODE(WS-CAT-IDX) =
                      WS-MST-CODE(WS-MST-IDX) AND
                      NOT CAT-PRUNED(WS-CAT-IDX)
                       DISPLAY '  ' WS-CAT-CURRENT(WS-CAT-IDX) ' '
                           WS-CAT-CODE(WS-CAT-IDX)
                           ' G' WS-CAT-GENERATION(WS-CAT-IDX)
                           ' PROMOTED '
                           WS-CAT-PROMOTED-DATE(WS-CAT-IDX)
                           ' RUN '
                           WS-CAT-SOURCE-RUN-ID(WS-CAT-IDX)
                           ' RECORDS '
                           WS-CAT-RECORD-COUNT(WS-CAT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY '------------------------------------------'
           DISPLAY 'MASTERS PROMOTED: ' WS-PROMOTED-COUNT
           DISPLAY 'MASTERS HELD: ' WS-HELD-COUNT
           DISPLAY 'MASTERS UNCHANGED: ' WS-UNCHANGED-COUNT
           DISPLAY 'GENERATIONS PRUNED: ' WS-PRUNED-COUNT
           DISPLAY 'ROLLBACKS APPLIED: ' WS-ROLLBACK-COUNT
           IF WS-ROLLBACK-REJECTS > ZERO
               DISPLAY 'ROLLBACKS REJECTED: ' WS-ROLLBACK-REJECTS
           END-IF
           IF SEVERE-FAILURE
               DISPLAY 'COPY VERIFY FAILED - SEE MESSAGES ABOVE'
           END-IF
           DISPLAY '=========================================='.
