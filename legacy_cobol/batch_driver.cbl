               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
      *    Same-day copies of the claims file kept by the jobs that
      *    change it, counted in its place on a restart or rerun
           SELECT GROSS-COPY-FILE
               ASSIGN DYNAMIC WS-GROSS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GROSS-COPY-STATUS.
           SELECT COUNT-SOURCE-FILE
               ASSIGN DYNAMIC WS-COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT CALENDAR-FILE
               ASSIGN TO "PROCESSING-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIAGNOSES-SOURCE-FILE.
       01  DIAGNOSES-SOURCE-RECORD     PIC X(300).

      *    CLAIMS-INTAKE-POSTED.DAT (the claims intake added) or
      *    CLAIMS-PREADJ.DAT (the claims file as adjustment posting
      *    found it), each between a dated header and a trailer
      *    carrying its data record count
       FD  GROSS-COPY-FILE.
       01  GROSS-COPY-LINE             PIC X(150).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==GC==.

      *    Each source extract's accompanying control record carries
      *    the count the mainframe extract was supposed to send;
      *    ASSIGN TO WS-RECON-CONTROL-NAME is re-pointed at each
       01  RECON-CONTROL-RECORD.
           05  RC-EXPECTED-COUNT       PIC 9(9).

      *    Optional operations processing calendar: one record per
      *    month giving the business date its close runs on and the
      *    cycle that closes it - MONTHEND, QTREND (month-end plus
      *    quarter-end) or YEAREND (all three). A month with no
      *    record closes on its last calendar day, as a quarter-end
      *    in March, June and September and a year-end in December.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CL-PERIOD               PIC 9(6).
           05  CL-PROCESS-DATE         PIC 9(8).
           05  CL-CYCLE-CODE           PIC X(8).

       WORKING-STORAGE SECTION.
      *    One row per job in run order; RETURN-CODE from each CALL
      *    is captured here so the consolidated summary can be built
      *    after the chain finishes or stops early
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 64 TIMES INDEXED BY WS-JOB-IDX.
               10  WS-JOB-NAME         PIC X(24).
               10  WS-JOB-RAN          PIC X VALUE 'N'.
                   88  JOB-RAN         VALUE 'Y'.
               10  WS-JOB-RC           PIC S9(4) VALUE ZERO.
               10  WS-JOB-WANTED       PIC X VALUE 'Y'.
                   88  JOB-WANTED      VALUE 'Y'.
       01  WS-JOB-COUNT                PIC 9(2) VALUE 64.
       01  WS-CURRENT-JOB              PIC 9(2) VALUE ZERO.

      *    Per-job dataset names for the run-history audit record:
      *    the checkpoint whose presence before the job means a
      *    restart will be taken
       01  WS-JOB-FILES-TABLE.
           05  WS-JOB-FILES-ENTRY OCCURS 64 TIMES
                                  INDEXED BY WS-JF-IDX.
               10  WS-JF-INPUT         PIC X(26).
               10  WS-JF-OUTPUT        PIC X(26).
               'EXTRACT-VERIFY          ALWAYS                  '.
           05  FILLER PIC X(48) VALUE
               'ANOMALY-CIRCUIT-BREAKER ALWAYS                  '.
           05  FILLER PIC X(48) VALUE
               'MASTER-GENERATION-MGR   ALWAYS                  '.
           05  FILLER PIC X(48) VALUE
               'RETRO-ELIG-RECOVERY     ENROLLMENT-MAINT        '.
           05  FILLER PIC X(48) VALUE
               'RAF-SUBMISSION          RAF-SCORE-CALC          '.
           05  FILLER PIC X(48) VALUE
               'RECOUPMENT-LEDGER       PROVIDER-PERFORMANCE    '.
           05  FILLER PIC X(48) VALUE
               'RECOUPMENT-LEDGER       DUP-CLAIM-DETECT        '.
           05  FILLER PIC X(48) VALUE
               'RECOUPMENT-LEDGER       RETRO-ELIG-RECOVERY     '.
           05  FILLER PIC X(48) VALUE
               'GL-JOURNAL-INTERFACE    CAPITATION-PAYMENT      '.
           05  FILLER PIC X(48) VALUE
               'GL-JOURNAL-INTERFACE    PREMIUM-BILLING         '.
           05  FILLER PIC X(48) VALUE
               'GL-JOURNAL-INTERFACE    CLAIMS-COST-ANALYSIS    '.
           05  FILLER PIC X(48) VALUE
               'PROVIDER-1099-REPORTING CAPITATION-PAYMENT      '.
           05  FILLER PIC X(48) VALUE
               'PROVIDER-1099-REPORTING SHARED-SAVINGS-SETTLE   '.
           05  FILLER PIC X(48) VALUE
               'RISING-RISK-IDENTIFY    CLAIMS-COST-ANALYSIS    '.
           05  FILLER PIC X(48) VALUE
               'RISING-RISK-IDENTIFY    RAF-SCORE-CALC          '.
           05  FILLER PIC X(48) VALUE
               'PROVIDER-PERFORMANCE    PROVIDER-MAINT          '.
           05  FILLER PIC X(48) VALUE
               'ENROLLMENT-MAINT        GRACE-PERIOD-TRACK      '.
           05  FILLER PIC X(48) VALUE
               'CMS-MMR-RECON           RAF-SCORE-CALC          '.
           05  FILLER PIC X(48) VALUE
               'ENCOUNTER-COMPLETENESS  PCP-ATTRIBUTION         '.
           05  FILLER PIC X(48) VALUE
               'FORMULARY-COMPLIANCE    PHARMACY-CLAIM-ANALYSIS '.
           05  FILLER PIC X(48) VALUE
               'REBATE-INVOICE          PHARMACY-CLAIM-ANALYSIS '.
           05  FILLER PIC X(48) VALUE
               'CLAIMS-ARCHIVE-PURGE    RECOUPMENT-LEDGER       '.
           05  FILLER PIC X(48) VALUE
               'CLAIMS-ARCHIVE-PURGE    RETRO-ELIG-RECOVERY     '.
           05  FILLER PIC X(48) VALUE
               'DEID-ANALYTICS-EXTRACT  ENROLLMENT-MAINT        '.
           05  FILLER PIC X(48) VALUE
               'CLAIMS-SPLITTER         CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'CLAIMS-COST-ANALYSIS    CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'CLAIMS-DELTA-UPDATE     CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'NETWORK-LEAKAGE         PCP-ATTRIBUTION         '.
           05  FILLER PIC X(48) VALUE
               'NETWORK-LEAKAGE         PROVIDER-MAINT          '.
           05  FILLER PIC X(48) VALUE
               'UTILIZATION-PMPM        ENROLLMENT-MAINT        '.
           05  FILLER PIC X(48) VALUE
               'UTILIZATION-PMPM        CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'PBM-ACCUM-EXCHANGE      ENROLLMENT-MAINT        '.
           05  FILLER PIC X(48) VALUE
               'BENEFIT-ACCUM-UPDATE    PBM-ACCUM-EXCHANGE      '.
           05  FILLER PIC X(48) VALUE
               'EPISODE-BUILDER         CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'PROMPT-PAY-COMPLIANCE   CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'PROMPT-PAY-COMPLIANCE   ENROLLMENT-MAINT        '.
           05  FILLER PIC X(48) VALUE
               'RADV-AUDIT-SAMPLE       RAF-SUBMISSION          '.
           05  FILLER PIC X(48) VALUE
               'RADV-AUDIT-SAMPLE       RAF-SCORE-CALC          '.
           05  FILLER PIC X(48) VALUE
               'SITE-OF-CARE-SHIFT      CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'SITE-OF-CARE-SHIFT      ENROLLMENT-MAINT        '.
           05  FILLER PIC X(48) VALUE
               'CLAIM-ADJUST-POST       CLAIMS-INTAKE           '.
           05  FILLER PIC X(48) VALUE
               'CLAIM-HISTORY-LOAD      CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'COB-PRIMACY-CHECK       CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'RECOUPMENT-LEDGER       COB-PRIMACY-CHECK       '.
           05  FILLER PIC X(48) VALUE
               'STOP-LOSS-TRACKING      CLAIMS-COST-ANALYSIS    '.
           05  FILLER PIC X(48) VALUE
               'RECOUPMENT-LEDGER       STOP-LOSS-TRACKING      '.
           05  FILLER PIC X(48) VALUE
               'GL-JOURNAL-INTERFACE    STOP-LOSS-TRACKING      '.
           05  FILLER PIC X(48) VALUE
               'STAR-RATINGS-ROLLUP     HEDIS-SPC-SUMMARY       '.
           05  FILLER PIC X(48) VALUE
               'CARE-GAP-ROSTER         HEDIS-SPC-SUMMARY       '.
           05  FILLER PIC X(48) VALUE
               'CONTACT-GOVERNANCE      HEDIS-SPC-SUMMARY       '.
           05  FILLER PIC X(48) VALUE
               'SUSPENSE-MANAGER        HEDIS-SPC-SUMMARY       '.
           05  FILLER PIC X(48) VALUE
               'SUBROGATION-SCREEN      CLAIM-ADJUST-POST       '.
           05  FILLER PIC X(48) VALUE
               'CONTACT-GOVERNANCE      SUBROGATION-SCREEN      '.
           05  FILLER PIC X(48) VALUE
               'CREDENTIAL-TRACKING     CLAIM-ADJUST-POST       '.
       01  WS-DEP-DEFAULTS-R REDEFINES WS-DEP-DEFAULTS.
           05  WS-DEP-DEFAULT      OCCURS 72 TIMES.
               10  WS-DFLT-DEPENDENT   PIC X(24).
               10  WS-DFLT-PREREQ      PIC X(24).
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY        OCCURS 120 TIMES
                                   INDEXED BY WS-DEP-IDX.
               10  WS-DEP-DEPENDENT    PIC X(24).
               10  WS-DEP-PREREQ       PIC X(24).
       01  WS-DEP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-DEP-I                    PIC 9(3).
       01  WS-DEPENDS-STATUS           PIC XX.
       01  WS-DEPENDS-EOF              PIC X VALUE 'N'.
           88  END-OF-DEPENDS          VALUE 'Y'.
           88  EOF-REACHED             VALUE 'Y'.
       01  WS-ACTUAL-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-EXPECTED-COUNT           PIC 9(9) VALUE ZERO.
      *    Records the cycle itself has already added to the source
      *    since the control total was cut
       01  WS-RECON-ADDED              PIC 9(9) VALUE ZERO.
       01  WS-GROSS-COPY-NAME          PIC X(40).
       01  WS-GROSS-COPY-PROGRAM       PIC X(20).
       01  WS-GROSS-COPY-STATUS        PIC XX.
       01  WS-GROSS-COPY-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-GROSS-COPY-FLAG          PIC X VALUE 'N'.
           88  GROSS-COPY-TODAY        VALUE 'Y'.
       01  WS-GROSS-HDR-FLAG           PIC X VALUE 'N'.
           88  GROSS-HDR-TODAY         VALUE 'Y'.

      *    Processing cycles: the daily cycle every run, then each
      *    month close the calendar says is due. A close that is
      *    due but has no clean cycle record on RUN-HISTORY.DAT was
      *    missed and is caught up, oldest first.
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-CYCLE-CODE               PIC X(8).
           88  CYCLE-DAILY             VALUE 'DAILY'.
           88  CYCLE-MONTHEND          VALUE 'MONTHEND'.
           88  CYCLE-QTREND            VALUE 'QTREND'.
           88  CYCLE-YEAREND           VALUE 'YEAREND'.
       01  WS-CYCLE-PERIOD             PIC 9(6).
       01  WS-CYCLE-START-TIME         PIC 9(8).
       01  WS-CYCLE-JOBS-RUN           PIC 9(4).
       01  WS-CYCLE-JOBS-FAILED        PIC 9(4).
       01  WS-CYCLE-MAX-RC             PIC S9(4).
       01  WS-PRIOR-RUN-ID             PIC 9(14).

       01  WS-CALENDAR-STATUS          PIC XX.
       01  WS-CALENDAR-EOF             PIC X VALUE 'N'.
           88  END-OF-CALENDAR         VALUE 'Y'.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY        OCCURS 120 TIMES
                                   INDEXED BY WS-CAL-IDX.
               10  WS-CAL-PERIOD       PIC 9(6).
               10  WS-CAL-DATE         PIC 9(8).
               10  WS-CAL-CYCLE        PIC X(8).
       01  WS-CAL-COUNT                PIC 9(3) VALUE ZERO.

      *    Month being worked by the close scheduling, and the date
      *    and cycle it closes on
       01  WS-WORK-PERIOD              PIC 9(6).
       01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YYYY            PIC 9(4).
           05  WS-WORK-MM              PIC 9(2).
       01  WS-CLOSE-DATE               PIC 9(8).
       01  WS-CLOSE-CYCLE              PIC X(8).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-YYYYMM     PIC 9(6).
           05  WS-DATE-WORK-DD         PIC 9(2).
       01  WS-DAY-NUMBER               PIC 9(8).
       01  WS-DUE-PERIOD               PIC 9(6).
       01  WS-DUE-CLOSE-DATE           PIC 9(8).
       01  WS-LAST-CLOSED-PERIOD       PIC 9(6).
       01  WS-CLOSES-RUN               PIC 9(2).
       01  WS-CLOSES-MAX               PIC 9(2) VALUE 12.

      *    The daily run's parameter period, put back once the
      *    closes have run so a standalone rerun reads the daily
      *    window again
       01  WS-DAILY-PERIOD-START       PIC 9(8).
       01  WS-DAILY-PERIOD-END         PIC 9(8).
       01  WS-DAILY-PERIOD-LABEL       PIC X(20).

      *    Cycle records read back off the history to find the
      *    latest month close that completed clean
       01  WS-HISTORY-EOF              PIC X.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  WS-HIST-WORD                PIC X(8).
       01  WS-HIST-CYCLE               PIC X(8).
           88  HIST-CLOSE-CYCLE        VALUE 'MONTHEND' 'QTREND'
                                             'YEAREND'.
       01  WS-HIST-PERIOD              PIC X(8).

      *    Cycles run this time, for the completion summary
       01  WS-CYCLE-LOG.
           05  WS-CYCLE-LOG-ENTRY  OCCURS 14 TIMES.
               10  WS-CYCLE-LOG-NAME   PIC X(24).
               10  WS-CYCLE-LOG-RC     PIC S9(4).
       01  WS-CYCLE-LOG-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-CYCLE-LOG-I              PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-WORK FROM TIME
           MOVE WS-RUN-TIME-WORK(1:6) TO WS-RUN-ID-TIME
           MOVE WS-RUN-ID-DATE TO WS-BUSINESS-DATE
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT RUN-HISTORY-FILE
               IF RESTART-RUN-MODE
                   PERFORM PLAN-RESTART-JOBS
               END-IF
               PERFORM LOAD-PROCESSING-CALENDAR
               PERFORM RUN-DAILY-CYCLE
      *        A selective restart only finishes the daily chain;
      *        any close that is due is caught up on the next
      *        normal run
               IF NOT RESTART-RUN-MODE
                   PERFORM RUN-DUE-PERIOD-CLOSES
               END-IF
           END-IF
           CLOSE RUN-HISTORY-FILE
           PERFORM WRITE-COMPLETION-SUMMARY
           STOP RUN.

       RUN-DAILY-CYCLE.
           MOVE 'DAILY' TO WS-CYCLE-CODE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-CYCLE-PERIOD
           PERFORM START-CYCLE
           PERFORM WRITE-RUN-PARAMETERS
           PERFORM RECONCILE-SOURCE-FILES
           PERFORM RUN-NIGHTLY-CHAIN
      *    New masters are promoted only when the whole cycle got
      *    through; a stopped chain leaves them for the operator
           IF NOT CHAIN-STOPPED
               PERFORM RUN-MASTER-GENERATIONS
           END-IF
           PERFORM WRITE-CYCLE-HISTORY.

       RUN-NIGHTLY-CHAIN.
      *    The submitters' claim batches are edited and the clean
      *    claims added to CLAIMS.DAT first, so they are netted and
      *    read with the rest of the file.
      *    Claim corrections are netted into CLAIMS.DAT before
      *    anything reads it, so every job in the chain sees each
      *    corrected claim once, at its corrected amounts.
      *    Grace-period terminations for unpaid premium are merged
      *    into the day's enrollment transactions before they are
      *    applied; the new member master is promoted with the
      *    cycle's other masters, and the retro-eligibility pass
      *    works the retro terminations on the day's audit trail
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CLAIMS-INTAKE
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CLAIM-ADJUST-POST
           END-IF
      *    The keyed claim history behind CLAIM-INQUIRY is brought
      *    current off the netted claims file straight away
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CLAIM-HISTORY-LOAD
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-GRACE-PERIOD-TRACK
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-ENROLLMENT-MAINT
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-RETRO-ELIG-RECOVERY
           END-IF
      *    Provider transactions apply next; the new provider
      *    master and rate history are promoted together with the
      *    cycle's other masters
           IF NOT CHAIN-STOPPED
               PERFORM RUN-PROVIDER-MAINT
           END-IF
      *    The splitter runs first so every downstream consumer of
      *    a claims subset reads this run's split, not last night's
           IF NOT CHAIN-STOPPED
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CLAIMS-COST-ANALYSIS
           END-IF
      *    The delta accumulator's weekly recon compares against
      *    the from-scratch cost extracts written just above
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CLAIMS-DELTA-UPDATE
           END-IF
      *    The lab intake gate cleanses LAB-RESULTS.DAT ahead of
      *    every measure that reads it; a control-total failure on
      *    the vendor feed stops the chain here
           IF NOT CHAIN-STOPPED
               PERFORM RUN-RAF-SCORE-CALC
           END-IF
      *    Submission reads the resolved diagnosis stream the
      *    scorer has just built
           IF NOT CHAIN-STOPPED
               PERFORM RUN-RAF-SUBMISSION
           END-IF
      *    Pharmacy analysis writes the per-member pharmacy rollup
      *    the member 360 report joins, so it runs ahead of it
           IF NOT CHAIN-STOPPED
               PERFORM RUN-PHARMACY-ANALYSIS
           END-IF
      *    Formulary compliance measures the same fills against the
      *    formulary master
           IF NOT CHAIN-STOPPED
               PERFORM RUN-FORMULARY-COMPLIANCE
           END-IF
      *    Member 360 (req 028) joins the per-member extracts the
      *    programs above just wrote, so it has to run after them
           IF NOT CHAIN-STOPPED
           IF NOT CHAIN-STOPPED
               PERFORM RUN-HEDIS-CDC-SUMMARY
           END-IF
      *    SPC reads only the member, diagnosis, pharmacy and span
      *    files; its summary, roster and rejects are picked up by
      *    the care gap roster, contact governance, suspense and
      *    the stars rollup
           IF NOT CHAIN-STOPPED
               PERFORM RUN-HEDIS-SPC-SUMMARY
           END-IF
      *    Denial analysis reads only CLAIMS.DAT, no dependency on
      *    the other jobs' output, so it runs at the end of the chain
           IF NOT CHAIN-STOPPED
           IF NOT CHAIN-STOPPED
               PERFORM RUN-DUP-CLAIM-DETECT
           END-IF
      *    The unbundling edit reads only CLAIMS.DAT and the pair
      *    policy, alongside duplicate detection
           IF NOT CHAIN-STOPPED
               PERFORM RUN-UNBUNDLING-EDIT
           END-IF
      *    MLR joins MEMBERS.DAT premium to the member cost extract
      *    CLAIMS-COST-ANALYSIS wrote at the top of the chain
           IF NOT CHAIN-STOPPED
           IF NOT CHAIN-STOPPED
               PERFORM RUN-READMISSION-ANALYSIS
           END-IF
      *    The PBM's pharmacy cost share is loaded to its ledger
      *    first so the benefit accumulator folds medical and
      *    pharmacy member responsibility into one integrated
      *    year-to-date master, and sends the medical side back
           IF NOT CHAIN-STOPPED
               PERFORM RUN-PBM-ACCUM-EXCHANGE
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-BENEFIT-ACCUM-UPDATE
           END-IF
      *    The COB recovery worklist and the stop-loss filings
      *    are recoveries the ledger books, so both are written
      *    ahead of it; the stop-loss filings also feed the
      *    month's journal
           IF NOT CHAIN-STOPPED
               PERFORM RUN-COB-PRIMACY-CHECK
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-STOP-LOSS-TRACKING
           END-IF
      *    The recoupment ledger books confirmed recoveries off
      *    the finder extracts written above
           IF NOT CHAIN-STOPPED
               PERFORM RUN-RECOUPMENT-LEDGER
           END-IF
      *    The subrogation screen's accident questionnaire mailing
      *    is a campaign extract, so it is written before contact
      *    governance merges them
           IF NOT CHAIN-STOPPED
               PERFORM RUN-SUBROGATION-SCREEN
           END-IF
      *    Contact governance merges every campaign extract written
      *    above into the governed per-channel files, so it runs
      *    once all the campaign producers have finished
               DISPLAY 'BATCH DRIVER: RESTATEMENT PERIOD '
                   WS-PERIOD-START ' - ' WS-PERIOD-END
           END-IF
           MOVE WS-PERIOD-START TO WS-DAILY-PERIOD-START
           MOVE WS-PERIOD-END TO WS-DAILY-PERIOD-END
           MOVE WS-PERIOD-LABEL TO WS-DAILY-PERIOD-LABEL
           PERFORM WRITE-PARAMETER-RECORD.

       WRITE-PARAMETER-RECORD.
           OPEN OUTPUT RUN-PARAM-FILE
           MOVE WS-PERIOD-START TO RP-PERIOD-START
           MOVE WS-PERIOD-END TO RP-PERIOD-END
           MOVE WS-PERIOD-LABEL TO RP-PERIOD-LABEL
           MOVE WS-CYCLE-CODE TO RP-CYCLE-CODE
           MOVE WS-BUSINESS-DATE TO RP-BUSINESS-DATE
           MOVE WS-CYCLE-PERIOD TO RP-CYCLE-PERIOD
           WRITE RUN-PARAMETER-RECORD
           CLOSE RUN-PARAM-FILE.

               END-IF
           END-IF.

       LOAD-PROCESSING-CALENDAR.
      *    The calendar is optional; without it every month closes
      *    on its last calendar day
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL END-OF-CALENDAR
                   READ CALENDAR-FILE
                       AT END SET END-OF-CALENDAR TO TRUE
                       NOT AT END PERFORM STORE-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               DISPLAY 'BATCH DRIVER: PROCESSING CALENDAR LOADED ('
                   WS-CAL-COUNT ' MONTHS)'
           END-IF.

       STORE-CALENDAR-ENTRY.
           EVALUATE TRUE
               WHEN CL-PERIOD NOT NUMERIC OR
                    CL-PROCESS-DATE NOT NUMERIC
                   DISPLAY 'WARNING: CALENDAR RECORD IGNORED - '
                       'PERIOD OR DATE NOT NUMERIC: ' CALENDAR-RECORD
               WHEN FUNCTION INTEGER-OF-DATE(CL-PROCESS-DATE) = ZERO
                   DISPLAY 'WARNING: CALENDAR RECORD IGNORED - '
                       'INVALID PROCESS DATE: ' CALENDAR-RECORD
               WHEN WS-CAL-COUNT >= 120
                   DISPLAY 'WARNING: CALENDAR TABLE FULL (120) - '
                       CL-PERIOD ' IGNORED'
               WHEN OTHER
                   ADD 1 TO WS-CAL-COUNT
                   SET WS-CAL-IDX TO WS-CAL-COUNT
                   MOVE CL-PERIOD TO WS-CAL-PERIOD(WS-CAL-IDX)
                   MOVE CL-PROCESS-DATE TO WS-CAL-DATE(WS-CAL-IDX)
      *            A blank or unknown cycle code falls back to the
      *            month's default cycle rather than losing the date
                   MOVE SPACES TO WS-CAL-CYCLE(WS-CAL-IDX)
                   IF CL-CYCLE-CODE = 'MONTHEND' OR
                      CL-CYCLE-CODE = 'QTREND' OR
                      CL-CYCLE-CODE = 'YEAREND'
                       MOVE CL-CYCLE-CODE TO WS-CAL-CYCLE(WS-CAL-IDX)
                   END-IF
                   IF CL-CYCLE-CODE NOT = SPACES AND
                      WS-CAL-CYCLE(WS-CAL-IDX) = SPACES
                       DISPLAY 'WARNING: CALENDAR CYCLE '
                           CL-CYCLE-CODE ' FOR ' CL-PERIOD
                           ' NOT RECOGNISED - DEFAULT CYCLE USED'
                   END-IF
           END-EVALUATE.

       RUN-DUE-PERIOD-CLOSES.
      *    The driver's handle closes while the history is read
      *    back for the latest clean month close
           CLOSE RUN-HISTORY-FILE
           PERFORM FIND-LAST-CLOSED-PERIOD
           OPEN EXTEND RUN-HISTORY-FILE
           PERFORM FIND-DUE-PERIOD
      *    With no close on the history yet, nothing before the
      *    month due now is treated as missed
           IF WS-LAST-CLOSED-PERIOD = ZERO
               MOVE WS-DUE-PERIOD TO WS-WORK-PERIOD
               IF WS-DUE-CLOSE-DATE = WS-BUSINESS-DATE
                   PERFORM STEP-PERIOD-BACK
               END-IF
               MOVE WS-WORK-PERIOD TO WS-LAST-CLOSED-PERIOD
               DISPLAY 'BATCH DRIVER: NO MONTH CLOSE ON RUN HISTORY'
                   ' - CLOSES START AFTER ' WS-LAST-CLOSED-PERIOD
           END-IF
           MOVE ZERO TO WS-CLOSES-RUN
           MOVE WS-LAST-CLOSED-PERIOD TO WS-WORK-PERIOD
           PERFORM STEP-PERIOD-FORWARD
           PERFORM UNTIL WS-WORK-PERIOD > WS-DUE-PERIOD OR
                         CHAIN-STOPPED OR
                         WS-CLOSES-RUN >= WS-CLOSES-MAX
               PERFORM RUN-PERIOD-CLOSE
               ADD 1 TO WS-CLOSES-RUN
               PERFORM STEP-PERIOD-FORWARD
           END-PERFORM
           IF WS-WORK-PERIOD <= WS-DUE-PERIOD AND NOT CHAIN-STOPPED
               DISPLAY 'BATCH DRIVER: ' WS-CLOSES-MAX
                   ' CLOSES RUN - ' WS-WORK-PERIOD ' THROUGH '
                   WS-DUE-PERIOD ' CATCH UP ON THE NEXT RUN'
           END-IF
      *    Put the daily parameters back for anything rerun
      *    standalone after the driver
           IF WS-CLOSES-RUN > ZERO
               MOVE 'DAILY' TO WS-CYCLE-CODE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-CYCLE-PERIOD
               MOVE WS-DAILY-PERIOD-START TO WS-PERIOD-START
               MOVE WS-DAILY-PERIOD-END TO WS-PERIOD-END
               MOVE WS-DAILY-PERIOD-LABEL TO WS-PERIOD-LABEL
               PERFORM WRITE-PARAMETER-RECORD
           END-IF.

       FIND-LAST-CLOSED-PERIOD.
      *    Latest month whose close cycle record came back under
      *    RETURN-CODE 8; a failed close stays due and is rerun
           MOVE ZERO TO WS-LAST-CLOSED-PERIOD
           MOVE 'N' TO WS-HISTORY-EOF
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-HISTORY
                   READ RUN-HISTORY-FILE
                       AT END SET END-OF-HISTORY TO TRUE
                       NOT AT END PERFORM NOTE-CLOSE-CYCLE
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       NOTE-CLOSE-CYCLE.
           IF RH-JOB-NAME(1:6) = 'CYCLE '
               MOVE SPACES TO WS-HIST-WORD
               MOVE SPACES TO WS-HIST-CYCLE
               MOVE SPACES TO WS-HIST-PERIOD
               UNSTRING RH-JOB-NAME DELIMITED BY ALL SPACE
                   INTO WS-HIST-WORD WS-HIST-CYCLE WS-HIST-PERIOD
               END-UNSTRING
               IF HIST-CLOSE-CYCLE AND
                  WS-HIST-PERIOD(1:6) IS NUMERIC AND
                  RH-RETURN-CODE < 8
                   IF WS-HIST-PERIOD(1:6) > WS-LAST-CLOSED-PERIOD
                       MOVE WS-HIST-PERIOD(1:6)
                           TO WS-LAST-CLOSED-PERIOD
                   END-IF
               END-IF
           END-IF.

       FIND-DUE-PERIOD.
      *    The latest month whose close date has arrived: this
      *    month once its close date is reached, otherwise the
      *    month before (or the one before that, when the calendar
      *    runs a close into the following month)
           MOVE WS-BUSINESS-DATE(1:6) TO WS-WORK-PERIOD
           PERFORM FIND-PERIOD-CLOSE-DATE
           IF WS-CLOSE-DATE > WS-BUSINESS-DATE
               PERFORM STEP-PERIOD-BACK
               PERFORM FIND-PERIOD-CLOSE-DATE
           END-IF
           IF WS-CLOSE-DATE > WS-BUSINESS-DATE
               PERFORM STEP-PERIOD-BACK
               PERFORM FIND-PERIOD-CLOSE-DATE
           END-IF
           MOVE WS-WORK-PERIOD TO WS-DUE-PERIOD
           MOVE WS-CLOSE-DATE TO WS-DUE-CLOSE-DATE.

       FIND-PERIOD-CLOSE-DATE.
      *    Close date and cycle for WS-WORK-PERIOD off the calendar,
      *    else the month's last day and its default cycle
           MOVE ZERO TO WS-CLOSE-DATE
           MOVE SPACES TO WS-CLOSE-CYCLE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-PERIOD(WS-CAL-IDX) = WS-WORK-PERIOD
                   MOVE WS-CAL-DATE(WS-CAL-IDX) TO WS-CLOSE-DATE
                   MOVE WS-CAL-CYCLE(WS-CAL-IDX) TO WS-CLOSE-CYCLE
               END-IF
           END-PERFORM
           IF WS-CLOSE-DATE = ZERO
               MOVE WS-WORK-PERIOD TO WS-DATE-WORK-YYYYMM
               MOVE 28 TO WS-DATE-WORK-DD
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + 4
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               MOVE 01 TO WS-DATE-WORK-DD
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
               COMPUTE WS-CLOSE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           END-IF
           IF WS-CLOSE-CYCLE = SPACES
               EVALUATE WS-WORK-MM
                   WHEN 12
                       MOVE 'YEAREND' TO WS-CLOSE-CYCLE
                   WHEN 03
                   WHEN 06
                   WHEN 09
                       MOVE 'QTREND' TO WS-CLOSE-CYCLE
                   WHEN OTHER
                       MOVE 'MONTHEND' TO WS-CLOSE-CYCLE
               END-EVALUATE
           END-IF.

       STEP-PERIOD-FORWARD.
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YYYY
               MOVE 01 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF.

       STEP-PERIOD-BACK.
           IF WS-WORK-MM = 01
               SUBTRACT 1 FROM WS-WORK-YYYY
               MOVE 12 TO WS-WORK-MM
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.

       RUN-PERIOD-CLOSE.
      *    One month's close: the month-end jobs always, the
      *    quarter-end jobs on a QTREND or YEAREND close, and the
      *    rollover on a YEAREND close, then the new masters the
      *    close wrote are promoted before the next month is run
           MOVE WS-WORK-PERIOD TO WS-CYCLE-PERIOD
           PERFORM FIND-PERIOD-CLOSE-DATE
           MOVE WS-CLOSE-CYCLE TO WS-CYCLE-CODE
           PERFORM SET-CYCLE-RUN-ID
           PERFORM START-CYCLE
           IF WS-CLOSE-DATE < WS-BUSINESS-DATE
               DISPLAY 'BATCH DRIVER: CATCHING UP MISSED '
                   WS-CYCLE-CODE ' CYCLE FOR ' WS-CYCLE-PERIOD
                   ' (DUE ' WS-CLOSE-DATE ')'
           ELSE
               DISPLAY 'BATCH DRIVER: STARTING ' WS-CYCLE-CODE
                   ' CYCLE FOR ' WS-CYCLE-PERIOD
           END-IF
      *    The analysis window is the closed month's calendar year,
      *    so a December close caught up in January still reports
      *    the year it closes
           MOVE WS-CYCLE-PERIOD(1:4) TO WS-PERIOD-START(1:4)
           MOVE 0101 TO WS-PERIOD-START(5:4)
           MOVE WS-CYCLE-PERIOD(1:4) TO WS-PERIOD-END(1:4)
           MOVE 1231 TO WS-PERIOD-END(5:4)
           MOVE SPACES TO WS-PERIOD-LABEL
           STRING WS-PERIOD-START(1:4) ' FULL YEAR'
               DELIMITED BY SIZE INTO WS-PERIOD-LABEL
           PERFORM WRITE-PARAMETER-RECORD
           PERFORM RUN-MONTH-END-JOBS
           IF CYCLE-QTREND OR CYCLE-YEAREND
               PERFORM RUN-QUARTER-END-JOBS
           END-IF
      *    The 1099s are filed off the December capitation and the
      *    year's shared-savings settlement, before the rollover
      *    starts the new year
           IF CYCLE-YEAREND AND NOT CHAIN-STOPPED
               PERFORM RUN-PROVIDER-1099
           END-IF
           IF CYCLE-YEAREND AND NOT CHAIN-STOPPED
               PERFORM RUN-YEAR-END-ROLLOVER
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-MASTER-GENERATIONS
           END-IF
           PERFORM WRITE-CYCLE-HISTORY.

       RUN-MONTH-END-JOBS.
      *    Attribution is rebuilt first: capitation pays on it and
      *    the care gap roster lists members under it
           IF NOT CHAIN-STOPPED
               PERFORM RUN-PCP-ATTRIBUTION
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CAPITATION-PAYMENT
           END-IF
      *    Encounter completeness measures the same capitated
      *    panels against what their providers have submitted
           IF NOT CHAIN-STOPPED
               PERFORM RUN-ENCOUNTER-COMPLETENESS
           END-IF
      *    Leakage totals the month's claims under the attribution
      *    just rebuilt
           IF NOT CHAIN-STOPPED
               PERFORM RUN-NETWORK-LEAKAGE
           END-IF
      *    Member-month utilization and PMPM for the year to date
      *    through the closing month
           IF NOT CHAIN-STOPPED
               PERFORM RUN-UTILIZATION-PMPM
           END-IF
      *    Paid per service by site of care, off the same adjusted
      *    claims and the members' regions
           IF NOT CHAIN-STOPPED
               PERFORM RUN-SITE-OF-CARE-SHIFT
           END-IF
      *    Episodes of care for bundled-rate contracting, costed
      *    off the month's adjusted claims
           IF NOT CHAIN-STOPPED
               PERFORM RUN-EPISODE-BUILDER
           END-IF
      *    Prompt-pay compliance and the month's late-payment
      *    interest owed to providers
           IF NOT CHAIN-STOPPED
               PERFORM RUN-PROMPT-PAY-COMPLIANCE
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-PREMIUM-BILLING
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CARE-GAP-ROSTER
           END-IF
      *    Rising risk scores the closed month off the high-cost
      *    extract and RAF scores the daily chain has written
           IF NOT CHAIN-STOPPED
               PERFORM RUN-RISING-RISK
           END-IF
      *    The CMS membership report is reconciled against the
      *    month's enrollment and the same RAF scores
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CMS-MMR-RECON
           END-IF
      *    The RADV rehearsal draws its sample from the HCCs the
      *    submission job has sent and the scores it ranked on,
      *    then tracks the chart pulls month by month
           IF NOT CHAIN-STOPPED
               PERFORM RUN-RADV-AUDIT-SAMPLE
           END-IF
      *    Credentialing expiries are worked with the directory,
      *    counting lapsed providers' volume on the month's claims
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CREDENTIAL-TRACKING
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-PROVIDER-DIRECTORY
           END-IF
      *    The ledger interface journals what billing and
      *    capitation have just written, so it closes the month
           IF NOT CHAIN-STOPPED
               PERFORM RUN-GL-JOURNAL-INTERFACE
           END-IF
      *    The outside analytics delivery is cut from the month's
      *    members, claims and fills once the close has settled
      *    them
           IF NOT CHAIN-STOPPED
               PERFORM RUN-DEID-ANALYTICS-EXTRACT
           END-IF
      *    Archival writes the trimmed active claims file last; the
      *    jobs above all read the file as it stood, and the new
      *    one is promoted with the close's other masters
           IF NOT CHAIN-STOPPED
               PERFORM RUN-CLAIMS-ARCHIVE-PURGE
           END-IF.

       RUN-QUARTER-END-JOBS.
      *    Stars reads the HEDIS summaries and shared savings the
      *    cost rollups the daily chain has already written
           IF NOT CHAIN-STOPPED
               PERFORM RUN-STAR-RATINGS-ROLLUP
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM RUN-SHARED-SAVINGS
           END-IF
      *    Manufacturer rebates are invoiced once the quarter's
      *    fills are all in
           IF NOT CHAIN-STOPPED
               PERFORM RUN-REBATE-INVOICE
           END-IF.

       SET-CYCLE-RUN-ID.
      *    Each close is a run of its own on the history, so the
      *    generation manager promotes every caught-up month's
      *    masters in turn instead of seeing one run already
      *    promoted
           MOVE WS-RUN-ID TO WS-PRIOR-RUN-ID
           ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-WORK FROM TIME
           MOVE WS-RUN-TIME-WORK(1:6) TO WS-RUN-ID-TIME
           IF WS-RUN-ID NOT > WS-PRIOR-RUN-ID
               COMPUTE WS-RUN-ID = WS-PRIOR-RUN-ID + 1
           END-IF.

       START-CYCLE.
           ACCEPT WS-CYCLE-START-TIME FROM TIME
           MOVE ZERO TO WS-CYCLE-JOBS-RUN
           MOVE ZERO TO WS-CYCLE-JOBS-FAILED
           MOVE ZERO TO WS-CYCLE-MAX-RC.

       WRITE-CYCLE-HISTORY.
      *    One record per cycle alongside its jobs' records: jobs
      *    run as records read, jobs completed under RETURN-CODE 8
      *    as records written, failed jobs as rejects. A chain
      *    stopped before any job failed (reconciliation, anomaly
      *    hold) still records the cycle as failed.
           ACCEPT WS-JOB-END-TIME FROM TIME
           IF CHAIN-STOPPED AND WS-CYCLE-MAX-RC < 8
               MOVE 8 TO WS-CYCLE-MAX-RC
           END-IF
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE SPACES TO RH-JOB-NAME
           IF CYCLE-DAILY
               STRING 'CYCLE DAILY ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO RH-JOB-NAME
           ELSE
               STRING 'CYCLE ' DELIMITED BY SIZE
                      WS-CYCLE-CODE DELIMITED BY SPACE
                      ' ' WS-CYCLE-PERIOD DELIMITED BY SIZE
                   INTO RH-JOB-NAME
           END-IF
           MOVE WS-CYCLE-START-TIME TO RH-START-TIME
           MOVE WS-JOB-END-TIME TO RH-END-TIME
           MOVE WS-CYCLE-MAX-RC TO RH-RETURN-CODE
           MOVE WS-CYCLE-JOBS-RUN TO RH-RECORDS-READ
           COMPUTE RH-RECORDS-WRITTEN =
               WS-CYCLE-JOBS-RUN - WS-CYCLE-JOBS-FAILED
           MOVE WS-CYCLE-JOBS-FAILED TO RH-REJECT-COUNT
           IF RESTART-RUN-MODE
               MOVE 1 TO RH-RESTART-TAKEN
           ELSE
               MOVE ZERO TO RH-RESTART-TAKEN
           END-IF
           WRITE RUN-HISTORY-RECORD
           IF WS-CYCLE-LOG-COUNT < 14
               ADD 1 TO WS-CYCLE-LOG-COUNT
               MOVE RH-JOB-NAME
                   TO WS-CYCLE-LOG-NAME(WS-CYCLE-LOG-COUNT)
               MOVE WS-CYCLE-MAX-RC
                   TO WS-CYCLE-LOG-RC(WS-CYCLE-LOG-COUNT)
           END-IF
           DISPLAY 'BATCH DRIVER: ' RH-JOB-NAME
               ' COMPLETED WITH RETURN CODE ' WS-CYCLE-MAX-RC.

       INITIALIZE-JOB-TABLE.
           MOVE 'CLAIMS-COST-ANALYSIS'   TO WS-JOB-NAME(1)
           MOVE 'HEDIS-BCS-SUMMARY'      TO WS-JOB-NAME(2)
           MOVE 'CONTACT-GOVERNANCE'      TO WS-JOB-NAME(21)
           MOVE 'LAB-FEED-INTAKE'         TO WS-JOB-NAME(22)
           MOVE 'YEAR-END-ROLLOVER'       TO WS-JOB-NAME(23)
           MOVE 'CLAIMS-SPLITTER'         TO WS-JOB-NAME(24)
           MOVE 'MASTER-GENERATION-MGR'   TO WS-JOB-NAME(25)
           MOVE 'PCP-ATTRIBUTION'         TO WS-JOB-NAME(26)
           MOVE 'CAPITATION-PAYMENT'      TO WS-JOB-NAME(27)
           MOVE 'PREMIUM-BILLING'         TO WS-JOB-NAME(28)
           MOVE 'CARE-GAP-ROSTER'         TO WS-JOB-NAME(29)
           MOVE 'STAR-RATINGS-ROLLUP'     TO WS-JOB-NAME(30)
           MOVE 'SHARED-SAVINGS-SETTLE'   TO WS-JOB-NAME(31)
           MOVE 'ENROLLMENT-MAINT'        TO WS-JOB-NAME(32)
           MOVE 'RETRO-ELIG-RECOVERY'     TO WS-JOB-NAME(33)
           MOVE 'CLAIMS-DELTA-UPDATE'     TO WS-JOB-NAME(34)
           MOVE 'RAF-SUBMISSION'          TO WS-JOB-NAME(35)
           MOVE 'RECOUPMENT-LEDGER'       TO WS-JOB-NAME(36)
           MOVE 'GL-JOURNAL-INTERFACE'    TO WS-JOB-NAME(37)
           MOVE 'PROVIDER-1099-REPORTING' TO WS-JOB-NAME(38)
           MOVE 'UNBUNDLING-EDIT'         TO WS-JOB-NAME(39)
           MOVE 'RISING-RISK-IDENTIFY'    TO WS-JOB-NAME(40)
           MOVE 'PROVIDER-DIRECTORY'      TO WS-JOB-NAME(41)
           MOVE 'PROVIDER-MAINT'          TO WS-JOB-NAME(42)
           MOVE 'GRACE-PERIOD-TRACK'      TO WS-JOB-NAME(43)
           MOVE 'CMS-MMR-RECON'           TO WS-JOB-NAME(44)
           MOVE 'ENCOUNTER-COMPLETENESS'  TO WS-JOB-NAME(45)
           MOVE 'FORMULARY-COMPLIANCE'    TO WS-JOB-NAME(46)
           MOVE 'REBATE-INVOICE'          TO WS-JOB-NAME(47)
           MOVE 'CLAIMS-ARCHIVE-PURGE'    TO WS-JOB-NAME(48)
           MOVE 'DEID-ANALYTICS-EXTRACT'  TO WS-JOB-NAME(49)
           MOVE 'CLAIM-ADJUST-POST'       TO WS-JOB-NAME(50)
           MOVE 'NETWORK-LEAKAGE'         TO WS-JOB-NAME(51)
           MOVE 'UTILIZATION-PMPM'        TO WS-JOB-NAME(52)
           MOVE 'PBM-ACCUM-EXCHANGE'      TO WS-JOB-NAME(53)
           MOVE 'EPISODE-BUILDER'         TO WS-JOB-NAME(54)
           MOVE 'PROMPT-PAY-COMPLIANCE'   TO WS-JOB-NAME(55)
           MOVE 'RADV-AUDIT-SAMPLE'       TO WS-JOB-NAME(56)
           MOVE 'SITE-OF-CARE-SHIFT'      TO WS-JOB-NAME(57)
           MOVE 'CLAIMS-INTAKE'           TO WS-JOB-NAME(58)
           MOVE 'CREDENTIAL-TRACKING'     TO WS-JOB-NAME(59)
           MOVE 'COB-PRIMACY-CHECK'       TO WS-JOB-NAME(60)
           MOVE 'STOP-LOSS-TRACKING'      TO WS-JOB-NAME(61)
           MOVE 'HEDIS-SPC-SUMMARY'       TO WS-JOB-NAME(62)
           MOVE 'SUBROGATION-SCREEN'      TO WS-JOB-NAME(63)
           MOVE 'CLAIM-HISTORY-LOAD'      TO WS-JOB-NAME(64).

       INITIALIZE-JOB-FILES.
           MOVE 'CLAIMS.DAT'
           MOVE 'CLAIMS-MEMBRESP.DAT'
               TO WS-JF-OUTPUT(24)
           MOVE SPACES TO WS-JF-REJECTS(24)
           MOVE SPACES TO WS-JF-CHECKPOINT(24)
           MOVE SPACES TO WS-JF-INPUT(25)
           MOVE 'GENERATION-CATALOG.DAT'
               TO WS-JF-OUTPUT(25)
           MOVE SPACES TO WS-JF-REJECTS(25)
           MOVE SPACES TO WS-JF-CHECKPOINT(25)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(26)
           MOVE 'MEMBER-ATTRIBUTION.DAT'
               TO WS-JF-OUTPUT(26)
           MOVE SPACES TO WS-JF-REJECTS(26)
           MOVE SPACES TO WS-JF-CHECKPOINT(26)
           MOVE 'CAP-CONTRACTS.DAT'
               TO WS-JF-INPUT(27)
           MOVE 'CAP-PAYMENTS.DAT'
               TO WS-JF-OUTPUT(27)
           MOVE SPACES TO WS-JF-REJECTS(27)
           MOVE SPACES TO WS-JF-CHECKPOINT(27)
           MOVE 'MEMBERS.DAT'
               TO WS-JF-INPUT(28)
           MOVE 'PREMIUM-INVOICES.DAT'
               TO WS-JF-OUTPUT(28)
           MOVE SPACES TO WS-JF-REJECTS(28)
           MOVE SPACES TO WS-JF-CHECKPOINT(28)
           MOVE 'MEMBER-ATTRIBUTION.DAT'
               TO WS-JF-INPUT(29)
           MOVE 'CARE-GAP-ROSTER.DAT'
               TO WS-JF-OUTPUT(29)
           MOVE SPACES TO WS-JF-REJECTS(29)
           MOVE SPACES TO WS-JF-CHECKPOINT(29)
           MOVE 'BCS-SUMMARY.DAT'
               TO WS-JF-INPUT(30)
           MOVE 'STAR-RATINGS.DAT'
               TO WS-JF-OUTPUT(30)
           MOVE SPACES TO WS-JF-REJECTS(30)
           MOVE SPACES TO WS-JF-CHECKPOINT(30)
           MOVE 'SS-CONTRACTS.DAT'
               TO WS-JF-INPUT(31)
           MOVE 'SS-SETTLEMENT.DAT'
               TO WS-JF-OUTPUT(31)
           MOVE SPACES TO WS-JF-REJECTS(31)
           MOVE SPACES TO WS-JF-CHECKPOINT(31)
           MOVE 'ENROLLMENT-TRANS.DAT'
               TO WS-JF-INPUT(32)
           MOVE 'MEMBERS-NEW.DAT'
               TO WS-JF-OUTPUT(32)
           MOVE 'ENROLLMENT-TRANS-REJECTS.DAT'
               TO WS-JF-REJECTS(32)
           MOVE SPACES TO WS-JF-CHECKPOINT(32)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(33)
           MOVE 'RETRO-ELIG-RECOVERY.DAT'
               TO WS-JF-OUTPUT(33)
           MOVE SPACES TO WS-JF-REJECTS(33)
           MOVE SPACES TO WS-JF-CHECKPOINT(33)
           MOVE 'CLAIMS-DELTA.DAT'
               TO WS-JF-INPUT(34)
           MOVE 'CLAIMS-YTD-NEW.DAT'
               TO WS-JF-OUTPUT(34)
           MOVE SPACES TO WS-JF-REJECTS(34)
           MOVE SPACES TO WS-JF-CHECKPOINT(34)
           MOVE 'DIAG-RESOLVED.TMP'
               TO WS-JF-INPUT(35)
           MOVE 'RAF-SUBMISSION-EXTRACT.DAT'
               TO WS-JF-OUTPUT(35)
           MOVE SPACES TO WS-JF-REJECTS(35)
           MOVE SPACES TO WS-JF-CHECKPOINT(35)
           MOVE 'RECOVERY-CONFIRMATIONS.DAT'
               TO WS-JF-INPUT(36)
           MOVE 'RECOUPMENT-LEDGER-NEW.DAT'
               TO WS-JF-OUTPUT(36)
           MOVE 'RECOUPMENT-REJECTS.DAT'
               TO WS-JF-REJECTS(36)
           MOVE SPACES TO WS-JF-CHECKPOINT(36)
           MOVE 'PREMIUM-INVOICES.DAT'
               TO WS-JF-INPUT(37)
           MOVE 'GL-JOURNAL.DAT'
               TO WS-JF-OUTPUT(37)
           MOVE SPACES TO WS-JF-REJECTS(37)
           MOVE SPACES TO WS-JF-CHECKPOINT(37)
           MOVE 'CAP-PAYMENT-HISTORY.DAT'
               TO WS-JF-INPUT(38)
           MOVE 'PROVIDER-1099-FILING.DAT'
               TO WS-JF-OUTPUT(38)
           MOVE '1099-TIN-EXCEPTIONS.DAT'
               TO WS-JF-REJECTS(38)
           MOVE SPACES TO WS-JF-CHECKPOINT(38)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(39)
           MOVE 'SUSPECT-UNBUNDLING.DAT'
               TO WS-JF-OUTPUT(39)
           MOVE SPACES TO WS-JF-REJECTS(39)
           MOVE SPACES TO WS-JF-CHECKPOINT(39)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(40)
           MOVE 'RISING-RISK.DAT'
               TO WS-JF-OUTPUT(40)
           MOVE SPACES TO WS-JF-REJECTS(40)
           MOVE SPACES TO WS-JF-CHECKPOINT(40)
           MOVE 'PROVIDERS.DAT'
               TO WS-JF-INPUT(41)
           MOVE 'PROVIDER-DIRECTORY.DAT'
               TO WS-JF-OUTPUT(41)
           MOVE SPACES TO WS-JF-REJECTS(41)
           MOVE SPACES TO WS-JF-CHECKPOINT(41)
           MOVE 'PROVIDER-TRANS.DAT'
               TO WS-JF-INPUT(42)
           MOVE 'PROVIDERS-NEW.DAT'
               TO WS-JF-OUTPUT(42)
           MOVE 'PROVIDER-TRANS-REJECTS.DAT'
               TO WS-JF-REJECTS(42)
           MOVE SPACES TO WS-JF-CHECKPOINT(42)
           MOVE 'AR-MASTER.DAT'
               TO WS-JF-INPUT(43)
           MOVE 'DELINQUENCY-NOTICES.DAT'
               TO WS-JF-OUTPUT(43)
           MOVE SPACES TO WS-JF-REJECTS(43)
           MOVE SPACES TO WS-JF-CHECKPOINT(43)
           MOVE 'CMS-MMR.DAT'
               TO WS-JF-INPUT(44)
           MOVE 'MMR-DISCREPANCIES.DAT'
               TO WS-JF-OUTPUT(44)
           MOVE SPACES TO WS-JF-REJECTS(44)
           MOVE SPACES TO WS-JF-CHECKPOINT(44)
           MOVE 'CAP-CONTRACTS.DAT'
               TO WS-JF-INPUT(45)
           MOVE 'ENCOUNTER-COMPLETENESS.DAT'
               TO WS-JF-OUTPUT(45)
           MOVE SPACES TO WS-JF-REJECTS(45)
           MOVE SPACES TO WS-JF-CHECKPOINT(45)
           MOVE 'FORMULARY.DAT'
               TO WS-JF-INPUT(46)
           MOVE 'FORMULARY-PRESCRIBER.DAT'
               TO WS-JF-OUTPUT(46)
           MOVE SPACES TO WS-JF-REJECTS(46)
           MOVE SPACES TO WS-JF-CHECKPOINT(46)
           MOVE 'FORMULARY.DAT'
               TO WS-JF-INPUT(47)
           MOVE 'REBATE-INVOICE.DAT'
               TO WS-JF-OUTPUT(47)
           MOVE SPACES TO WS-JF-REJECTS(47)
           MOVE SPACES TO WS-JF-CHECKPOINT(47)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(48)
           MOVE 'CLAIMS-NEW.DAT'
               TO WS-JF-OUTPUT(48)
           MOVE SPACES TO WS-JF-REJECTS(48)
           MOVE SPACES TO WS-JF-CHECKPOINT(48)
           MOVE 'MEMBERS.DAT'
               TO WS-JF-INPUT(49)
           MOVE 'DEID-CLAIMS.DAT'
               TO WS-JF-OUTPUT(49)
           MOVE SPACES TO WS-JF-REJECTS(49)
           MOVE SPACES TO WS-JF-CHECKPOINT(49)
           MOVE 'CLAIM-ADJUSTMENTS.DAT'
               TO WS-JF-INPUT(50)
           MOVE 'CLAIM-ADJ-POSTINGS.DAT'
               TO WS-JF-OUTPUT(50)
           MOVE 'CLAIM-ADJ-REJECTS.DAT'
               TO WS-JF-REJECTS(50)
           MOVE SPACES TO WS-JF-CHECKPOINT(50)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(51)
           MOVE 'OON-LEAKAGE.DAT'
               TO WS-JF-OUTPUT(51)
           MOVE SPACES TO WS-JF-REJECTS(51)
           MOVE SPACES TO WS-JF-CHECKPOINT(51)
           MOVE 'ENROLLMENT-SPANS.DAT'
               TO WS-JF-INPUT(52)
           MOVE 'UTILIZATION-PMPM.DAT'
               TO WS-JF-OUTPUT(52)
           MOVE SPACES TO WS-JF-REJECTS(52)
           MOVE SPACES TO WS-JF-CHECKPOINT(52)
           MOVE 'PBM-ACCUM-INBOUND.DAT'
               TO WS-JF-INPUT(53)
           MOVE 'PBM-ACCUM-LEDGER-NEW.DAT'
               TO WS-JF-OUTPUT(53)
           MOVE 'PBM-ACCUM-REJECTS.DAT'
               TO WS-JF-REJECTS(53)
           MOVE SPACES TO WS-JF-CHECKPOINT(53)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(54)
           MOVE 'EPISODES.DAT'
               TO WS-JF-OUTPUT(54)
           MOVE SPACES TO WS-JF-REJECTS(54)
           MOVE SPACES TO WS-JF-CHECKPOINT(54)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(55)
           MOVE 'PROMPT-PAY-INTEREST.DAT'
               TO WS-JF-OUTPUT(55)
           MOVE SPACES TO WS-JF-REJECTS(55)
           MOVE SPACES TO WS-JF-CHECKPOINT(55)
           MOVE 'RAF-SUBMISSION-MASTER.DAT'
               TO WS-JF-INPUT(56)
           MOVE 'RADV-CHART-MASTER-NEW.DAT'
               TO WS-JF-OUTPUT(56)
           MOVE 'RADV-STATUS-REJECTS.DAT'
               TO WS-JF-REJECTS(56)
           MOVE SPACES TO WS-JF-CHECKPOINT(56)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(57)
           MOVE 'SITE-OF-CARE.DAT'
               TO WS-JF-OUTPUT(57)
           MOVE SPACES TO WS-JF-REJECTS(57)
           MOVE SPACES TO WS-JF-CHECKPOINT(57)
           MOVE 'CLAIMS-INBOUND.DAT'
               TO WS-JF-INPUT(58)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-OUTPUT(58)
           MOVE 'CLAIMS-INTAKE-REJECTS.DAT'
               TO WS-JF-REJECTS(58)
           MOVE SPACES TO WS-JF-CHECKPOINT(58)
           MOVE 'CREDENTIALING-MASTER.DAT'
               TO WS-JF-INPUT(59)
           MOVE 'CREDENTIAL-EXPIRY.DAT'
               TO WS-JF-OUTPUT(59)
           MOVE SPACES TO WS-JF-REJECTS(59)
           MOVE SPACES TO WS-JF-CHECKPOINT(59)
           MOVE 'OTHER-COVERAGE.DAT'
               TO WS-JF-INPUT(60)
           MOVE 'COB-RECOVERY.DAT'
               TO WS-JF-OUTPUT(60)
           MOVE SPACES TO WS-JF-REJECTS(60)
           MOVE SPACES TO WS-JF-CHECKPOINT(60)
           MOVE 'MEMBER-COST-DETAIL.DAT'
               TO WS-JF-INPUT(61)
           MOVE 'STOP-LOSS-FILING.DAT'
               TO WS-JF-OUTPUT(61)
           MOVE SPACES TO WS-JF-REJECTS(61)
           MOVE SPACES TO WS-JF-CHECKPOINT(61)
           MOVE 'MEMBERS.DAT'
               TO WS-JF-INPUT(62)
           MOVE 'SPC-SUMMARY.DAT'
               TO WS-JF-OUTPUT(62)
           MOVE 'SPC-REJECTS.DAT'
               TO WS-JF-REJECTS(62)
           MOVE SPACES TO WS-JF-CHECKPOINT(62)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(63)
           MOVE 'SUBROGATION-CASES.DAT'
               TO WS-JF-OUTPUT(63)
           MOVE SPACES TO WS-JF-REJECTS(63)
           MOVE SPACES TO WS-JF-CHECKPOINT(63)
           MOVE 'CLAIMS.DAT'
               TO WS-JF-INPUT(64)
           MOVE 'CLAIM-HISTORY-MASTER.IDX'
               TO WS-JF-OUTPUT(64)
           MOVE SPACES TO WS-JF-REJECTS(64)
           MOVE SPACES TO WS-JF-CHECKPOINT(64).

       RECONCILE-SOURCE-FILES.
           PERFORM RECONCILE-CLAIMS
           PERFORM RECONCILE-DIAGNOSES.

       RECONCILE-CLAIMS.
      *    CLAIMS.DAT is owned by this cycle from the time the feed
      *    is delivered: CLAIMS-INTAKE adds the day's accepted
      *    submitter claims to it, CLAIM-ADJUST-POST nets the day's
      *    corrections into it and CLAIMS-ARCHIVE-PURGE trims it at
      *    the close, and no other job writes it. The warehouse
      *    load takes the claims file back from the cycle, so the
      *    next feed is cut with those changes in it.
      *    The control total counts the feed as delivered. Claims
      *    the intake has already added today are added to the
      *    expected count, and once adjustment posting has netted
      *    the file today its pre-adjustment copy - the feed plus
      *    the intake's claims - is counted in place of CLAIMS.DAT,
      *    so a restart or rerun reconciles the same claims the
      *    first run did
           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'CLAIMS-INTAKE-POSTED.DAT' TO WS-GROSS-COPY-NAME
           MOVE 'CLAIMS-INTAKE' TO WS-GROSS-COPY-PROGRAM
           PERFORM CHECK-GROSS-COPY
           IF GROSS-COPY-TODAY
               MOVE WS-GROSS-COPY-COUNT TO WS-RECON-ADDED
           END-IF
           MOVE 'CLAIMS-PREADJ.DAT' TO WS-GROSS-COPY-NAME
           MOVE 'CLAIM-ADJUST-POST' TO WS-GROSS-COPY-PROGRAM
           PERFORM CHECK-GROSS-COPY
           IF GROSS-COPY-TODAY
               DISPLAY 'CLAIMS.DAT ALREADY NETTED FOR '
                   WS-BUSINESS-DATE ' - RECONCILING CLAIMS-PREADJ.DAT'
               MOVE WS-GROSS-COPY-COUNT TO WS-ACTUAL-COUNT
               MOVE 'CLAIMS-RECON.DAT' TO WS-RECON-CONTROL-NAME
               PERFORM CHECK-RECON-CONTROL
           ELSE
               OPEN INPUT CLAIMS-SOURCE-FILE
               IF WS-SOURCE-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN CLAIMS.DAT - STATUS '
                       WS-SOURCE-STATUS
                   SET CHAIN-STOPPED TO TRUE
               ELSE
                   PERFORM UNTIL EOF-REACHED
                       READ CLAIMS-SOURCE-FILE
                           AT END SET EOF-REACHED TO TRUE
                           NOT AT END ADD 1 TO WS-ACTUAL-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE CLAIMS-SOURCE-FILE
                   MOVE 'CLAIMS-RECON.DAT' TO WS-RECON-CONTROL-NAME
                   PERFORM CHECK-RECON-CONTROL
               END-IF
           END-IF
           MOVE ZERO TO WS-RECON-ADDED.

       CHECK-GROSS-COPY.
      *    WS-GROSS-COPY-NAME is taken as written today when its
      *    header names WS-GROSS-COPY-PROGRAM and this business
      *    date and its trailer count balances - the same test the
      *    writing job makes before it trusts the copy on a rerun
           MOVE 'N' TO WS-GROSS-COPY-FLAG
           MOVE 'N' TO WS-GROSS-HDR-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZERO TO WS-GROSS-COPY-COUNT
           OPEN INPUT GROSS-COPY-FILE
           IF WS-GROSS-COPY-STATUS = '00'
               READ GROSS-COPY-FILE
                   AT END SET EOF-REACHED TO TRUE
               END-READ
               IF NOT EOF-REACHED AND
                  GC-H-RECORD-TYPE = 'HDR' AND
                  GC-H-PROGRAM = WS-GROSS-COPY-PROGRAM AND
                  GC-H-RUN-DATE = WS-BUSINESS-DATE
                   SET GROSS-HDR-TODAY TO TRUE
               END-IF
               PERFORM UNTIL EOF-REACHED OR NOT GROSS-HDR-TODAY
                   READ GROSS-COPY-FILE
                       AT END SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF GC-T-RECORD-TYPE = 'TRL'
                               IF GC-T-RECORD-COUNT =
                                  WS-GROSS-COPY-COUNT
                                   SET GROSS-COPY-TODAY TO TRUE
                               END-IF
                           ELSE
                               ADD 1 TO WS-GROSS-COPY-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROSS-COPY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG.

       RECONCILE-MEMBERS.
           MOVE ZERO TO WS-ACTUAL-COUNT
                       MOVE RC-EXPECTED-COUNT TO WS-EXPECTED-COUNT
               END-READ
               CLOSE RECON-CONTROL-FILE
               IF WS-RECON-ADDED > ZERO
                   DISPLAY 'RECONCILIATION: ' WS-RECON-ADDED
                       ' RECORDS ADDED THIS CYCLE ON TOP OF THE '
                       'CONTROL TOTAL'
                   ADD WS-RECON-ADDED TO WS-EXPECTED-COUNT
               END-IF
               IF WS-ACTUAL-COUNT NOT = WS-EXPECTED-COUNT
                   DISPLAY 'RECONCILIATION FAILED: '
                       WS-RECON-CONTROL-NAME ' EXPECTED '
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-UNBUNDLING-EDIT.
           MOVE 39 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(39)
               CALL 'UNBUNDLING-EDIT'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-PHARMACY-ANALYSIS.
           MOVE 13 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-FORMULARY-COMPLIANCE.
           MOVE 46 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(46)
               CALL 'FORMULARY-COMPLIANCE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-MLR-REPORT.
           MOVE 14 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-GRACE-PERIOD-TRACK.
           MOVE 43 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(43)
               CALL 'GRACE-PERIOD-TRACK'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-ENROLLMENT-MAINT.
           MOVE 32 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(32)
               CALL 'ENROLLMENT-MAINT'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-PROVIDER-MAINT.
           MOVE 42 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(42)
               CALL 'PROVIDER-MAINT'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-RETRO-ELIG-RECOVERY.
           MOVE 33 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(33)
               CALL 'RETRO-ELIG-RECOVERY'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-CLAIMS-DELTA-UPDATE.
           MOVE 34 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(34)
               CALL 'CLAIMS-DELTA-UPDATE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-RAF-SUBMISSION.
           MOVE 35 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(35)
               CALL 'RAF-SUBMISSION'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-RECOUPMENT-LEDGER.
           MOVE 36 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(36)
               CALL 'PROVIDER-RECOUPMENT-LEDGER'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-PCP-ATTRIBUTION.
           MOVE 26 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(26)
               CALL 'PCP-ATTRIBUTION'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-CAPITATION-PAYMENT.
           MOVE 27 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(27)
               CALL 'CAPITATION-PAYMENT'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-PREMIUM-BILLING.
           MOVE 28 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(28)
               CALL 'PREMIUM-BILLING'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-CARE-GAP-ROSTER.
           MOVE 29 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(29)
               CALL 'CARE-GAP-ROSTER'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-RISING-RISK.
           MOVE 40 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(40)
               CALL 'RISING-RISK-IDENTIFY'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-ENCOUNTER-COMPLETENESS.
           MOVE 45 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(45)
               CALL 'ENCOUNTER-COMPLETENESS'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-CMS-MMR-RECON.
           MOVE 44 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(44)
               CALL 'CMS-MMR-RECON'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-PROVIDER-DIRECTORY.
           MOVE 41 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(41)
               CALL 'PROVIDER-DIRECTORY'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-GL-JOURNAL-INTERFACE.
           MOVE 37 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(37)
               CALL 'GL-JOURNAL-INTERFACE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-PROVIDER-1099.
           MOVE 38 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(38)
               CALL 'PROVIDER-1099-REPORT'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-STAR-RATINGS-ROLLUP.
           MOVE 30 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(30)
               CALL 'STAR-RATINGS-ROLLUP'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-SHARED-SAVINGS.
           MOVE 31 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(31)
               CALL 'SHARED-SAVINGS-SETTLEMENT'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-REBATE-INVOICE.
           MOVE 47 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(47)
               CALL 'REBATE-INVOICE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-CLAIMS-ARCHIVE-PURGE.
           MOVE 48 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(48)
               CALL 'CLAIMS-ARCHIVE-PURGE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-DEID-ANALYTICS-EXTRACT.
           MOVE 49 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(49)
               CALL 'DEID-ANALYTICS-EXTRACT'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-CLAIM-ADJUST-POST.
           MOVE 50 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(50)
               CALL 'CLAIM-ADJUST-POST'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-NETWORK-LEAKAGE.
           MOVE 51 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(51)
               CALL 'NETWORK-LEAKAGE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-UTILIZATION-PMPM.
           MOVE 52 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(52)
               CALL 'UTILIZATION-PMPM'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-PBM-ACCUM-EXCHANGE.
           MOVE 53 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(53)
               CALL 'PBM-ACCUM-EXCHANGE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-EPISODE-BUILDER.
           MOVE 54 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(54)
               CALL 'EPISODE-BUILDER'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-PROMPT-PAY-COMPLIANCE.
           MOVE 55 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(55)
               CALL 'PROMPT-PAY-COMPLIANCE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-RADV-AUDIT-SAMPLE.
           MOVE 56 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(56)
               CALL 'RADV-AUDIT-SAMPLE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-SITE-OF-CARE-SHIFT.
           MOVE 57 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(57)
               CALL 'SITE-OF-CARE-SHIFT'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-CLAIMS-INTAKE.
           MOVE 58 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(58)
               CALL 'CLAIMS-INTAKE'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-CREDENTIAL-TRACKING.
           MOVE 59 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(59)
               CALL 'CREDENTIAL-TRACKING'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-COB-PRIMACY-CHECK.
           MOVE 60 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(60)
               CALL 'COB-PRIMACY-CHECK'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-STOP-LOSS-TRACKING.
           MOVE 61 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(61)
               CALL 'STOP-LOSS-TRACKING'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-HEDIS-SPC-SUMMARY.
           MOVE 62 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(62)
               CALL 'HEDIS-SPC-SUMMARY'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-SUBROGATION-SCREEN.
           MOVE 63 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(63)
               CALL 'SUBROGATION-SCREEN'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-CLAIM-HISTORY-LOAD.
           MOVE 64 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING '
                   WS-JOB-NAME(64)
               CALL 'CLAIM-HISTORY-LOAD'
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-MASTER-GENERATIONS.
      *    The generation manager reads the job results back off
      *    RUN-HISTORY.DAT and appends its own step records, so the
      *    driver's handle closes around the CALL as it does for
      *    the rollover
           MOVE 25 TO WS-CURRENT-JOB
           PERFORM CHECK-JOB-WANTED
           IF NOT JOB-SKIPPED
               PERFORM NOTE-JOB-START
               DISPLAY 'BATCH DRIVER: STARTING ' WS-JOB-NAME(25)
               CLOSE RUN-HISTORY-FILE
               CALL 'MASTER-GENERATION-MANAGER'
               MOVE RETURN-CODE TO WS-LAST-RETURN-CODE
               OPEN EXTEND RUN-HISTORY-FILE
               PERFORM RECORD-JOB-RESULT
           END-IF.

       RUN-YEAR-END-ROLLOVER.
      *    The rollover appends its own step records to
      *    RUN-HISTORY.DAT, so the driver's handle closes around

       LOAD-DEPENDENCY-TABLE.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > 72
               ADD 1 TO WS-DEP-COUNT
               SET WS-DEP-IDX TO WS-DEP-COUNT
               MOVE WS-DFLT-DEPENDENT(WS-DEP-I)
           END-IF.

       STORE-DEPENDENCY.
           IF WS-DEP-COUNT < 120
               ADD 1 TO WS-DEP-COUNT
               SET WS-DEP-IDX TO WS-DEP-COUNT
               MOVE DP-DEPENDENT TO WS-DEP-DEPENDENT(WS-DEP-IDX)
               MOVE DP-PREREQ TO WS-DEP-PREREQ(WS-DEP-IDX)
           ELSE
               DISPLAY 'WARNING: DEPENDENCY TABLE FULL (120) - '
                   DP-DEPENDENT ' PAIR IGNORED'
           END-IF.

           SET JOB-RAN(WS-JOB-IDX) TO TRUE
           MOVE RETURN-CODE TO WS-LAST-RETURN-CODE
           MOVE WS-LAST-RETURN-CODE TO WS-JOB-RC(WS-JOB-IDX)
           ADD 1 TO WS-CYCLE-JOBS-RUN
           IF WS-LAST-RETURN-CODE > WS-CYCLE-MAX-RC
               MOVE WS-LAST-RETURN-CODE TO WS-CYCLE-MAX-RC
           END-IF
           IF WS-LAST-RETURN-CODE >= 8
               ADD 1 TO WS-CYCLE-JOBS-FAILED
           END-IF
           DISPLAY 'BATCH DRIVER: ' WS-JOB-NAME(WS-JOB-IDX)
               ' COMPLETED WITH RETURN CODE ' WS-LAST-RETURN-CODE
           PERFORM WRITE-RUN-HISTORY
                   DISPLAY WS-JOB-NAME(WS-JOB-IDX) ': NOT RUN'
               END-IF
           END-PERFORM
           IF WS-CYCLE-LOG-COUNT > ZERO
               DISPLAY '----------------------------------------'
               PERFORM VARYING WS-CYCLE-LOG-I FROM 1 BY 1
                       UNTIL WS-CYCLE-LOG-I > WS-CYCLE-LOG-COUNT
                   DISPLAY WS-CYCLE-LOG-NAME(WS-CYCLE-LOG-I)
                       ': RETURN CODE '
                       WS-CYCLE-LOG-RC(WS-CYCLE-LOG-I)
               END-PERFORM
           END-IF
           DISPLAY '========================================'
           IF CHAIN-STOPPED
               DISPLAY 'BATCH RESULT: CHAIN STOPPED OR HELD - '
