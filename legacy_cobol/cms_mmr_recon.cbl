       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMS-MMR-RECON.
       AUTHOR. RISK-ADJUSTMENT-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Monthly reconciliation of the CMS membership and payment
      *    report (MMR) against our own Medicare membership. CMS
      *    says who it is paying us for this month and at what risk
      *    score; we say who is enrolled (member master and
      *    enrollment spans) and what their score should be
      *    (RAF-SCORE-CALC). Three kinds of discrepancy come out:
      *      NENR - CMS pays for a member we show as not enrolled
      *             in a Medicare plan (revenue to give back)
      *      NPAY - an enrolled Medicare member CMS is not paying
      *             for (revenue we are missing)
      *      RISK - CMS's risk score differs from ours by more than
      *             the tolerance (CMS-RECON-CONTROL.DAT)
      *    Each is dollarized at the member's PMPM benchmark rate
      *    from PMPM-RATES.DAT, looked up the way RAF-REVENUE-PROJ
      *    prices revenue. The MMR and RAF streams are sorted by
      *    member and merged sequentially against the member
      *    master and spans - no capped per-member tables.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MMR-FILE
               ASSIGN TO "CMS-MMR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MMR-FILE-STATUS.
           SELECT MMR-SORT-FILE
               ASSIGN TO "MMRSORT.TMP".
           SELECT MMR-SORTED-FILE
               ASSIGN TO "CMS-MMR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.
           SELECT RAF-SCORES-FILE
               ASSIGN TO "RAF-SCORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAF-FILE-STATUS.
           SELECT RAF-SORT-FILE
               ASSIGN TO "MMRRAFSORT.TMP".
           SELECT RAF-SORTED-FILE
               ASSIGN TO "MMR-RAF-SCORES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAF-SORTED-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT ENROLLMENT-SPAN-FILE
               ASSIGN TO "ENROLLMENT-SPANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPAN-FILE-STATUS.
           SELECT PMPM-RATE-FILE
               ASSIGN TO "PMPM-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "CMS-RECON-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT DISCREPANCY-FILE
               ASSIGN TO "MMR-DISCREPANCIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MMR-FILE.
      *    CMS monthly membership and payment report as loaded from
      *    the CMS transmission: one row per beneficiary per payment
      *    month, the MBI cross-referenced to our member ID at load
      *    (zero when the load could not place the beneficiary).
      *    Rows for earlier months are CMS retroactive adjustments.
       01  MMR-RECORD.
           05  MM-MEMBER-ID        PIC 9(10).
           05  MM-MBI              PIC X(11).
           05  MM-PAYMENT-MONTH    PIC 9(6).
           05  MM-RISK-SCORE       PIC 9V9999.
           05  MM-PAYMENT-AMOUNT   PIC 9(7)V99.

       SD  MMR-SORT-FILE.
       01  MMR-SORT-RECORD.
           05  MS-MEMBER-ID        PIC 9(10).
           05  MS-MBI              PIC X(11).
           05  MS-PAYMENT-MONTH    PIC 9(6).
           05  MS-RISK-SCORE       PIC 9V9999.
           05  MS-PAYMENT-AMOUNT   PIC 9(7)V99.

       FD  MMR-SORTED-FILE.
       01  MMR-SORTED-RECORD.
           05  MX-MEMBER-ID        PIC 9(10).
           05  MX-MBI              PIC X(11).
           05  MX-PAYMENT-MONTH    PIC 9(6).
           05  MX-RISK-SCORE       PIC 9V9999.
           05  MX-PAYMENT-AMOUNT   PIC 9(7)V99.

       FD  RAF-SCORES-FILE.
       01  RAF-SCORES-RECORD.
           05  RS-MEMBER-ID        PIC 9(10).
           05  RS-RAF-SCORE        PIC 9V9999.

       SD  RAF-SORT-FILE.
       01  RAF-SORT-RECORD.
           05  SR-MEMBER-ID        PIC 9(10).
           05  SR-RAF-SCORE        PIC 9V9999.

       FD  RAF-SORTED-FILE.
       01  RAF-SORTED-RECORD.
           05  RX-MEMBER-ID        PIC 9(10).
           05  RX-RAF-SCORE        PIC 9V9999.

       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05  MEMBER-ID           PIC 9(10).
           05  FIRST-NAME          PIC X(20).
           05  LAST-NAME           PIC X(30).
           05  DATE-OF-BIRTH       PIC 9(8).
           05  GENDER              PIC X(1).
           05  AGE                 PIC 9(3).
           05  ENROLLMENT-DATE     PIC 9(8).
           05  TERMINATION-DATE    PIC 9(8).
           05  ENROLLMENT-STATUS   PIC X(10).
           05  PLAN-TYPE           PIC X(20).
           05  PREMIUM-AMOUNT      PIC 9(7)V99 COMP-3.
           05  CLAIMS-LAST-YEAR    PIC 9(5).
           05  TOTAL-COST-LAST-YR  PIC 9(9)V99 COMP-3.
           05  REGION-CODE         PIC X(10).
           05  COUNTY-NAME         PIC X(20).
           05  ZIP-CODE            PIC X(5).

       FD  ENROLLMENT-SPAN-FILE.
           COPY "ENROLLMENT-SPAN-RECORD.CPY".

       FD  PMPM-RATE-FILE.
      *    Per-member-per-month benchmark rates from the bid
      *    workbook, keyed by plan type and county - the same file
      *    RAF-REVENUE-PROJ prices revenue off
       01  PMPM-RATE-RECORD.
           05  PR-PLAN-TYPE        PIC X(20).
           05  PR-COUNTY           PIC X(20).
           05  PR-PMPM-RATE        PIC 9(5)V99.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-RISK-TOLERANCE   PIC 9V9999.

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       FD  DISCREPANCY-FILE.
       01  DISCREPANCY-RECORD.
           05  CR-MEMBER-ID        PIC 9(10).
           05  CR-MBI              PIC X(11).
           05  CR-PAYMENT-MONTH    PIC 9(6).
           05  CR-DISCREPANCY      PIC X(4).
           05  CR-DIRECTION        PIC X(7).
           05  CR-PLAN-TYPE        PIC X(20).
           05  CR-COUNTY           PIC X(20).
           05  CR-CMS-SCORE        PIC 9V9999.
           05  CR-PLAN-SCORE       PIC 9V9999.
           05  CR-CMS-PAYMENT      PIC 9(7)V99.
           05  CR-PMPM-RATE        PIC 9(5)V99.
           05  CR-MONTHLY-IMPACT   PIC 9(7)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==CR==.

       WORKING-STORAGE SECTION.
      *    Score tolerance; tunable without a recompile via
      *    CMS-RECON-CONTROL.DAT. A CMS score further than this
      *    from ours either way is a RISK discrepancy.
       01  WS-RISK-TOLERANCE       PIC 9V9999 VALUE 0.1000.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-DEFAULT-PMPM         PIC 9(5)V99 VALUE 850.00.
      *    Community base score RAF-SCORE-CALC starts every member
      *    at - the score an unscored member is priced at
       01  WS-BASE-RAF-SCORE       PIC 9V9999 VALUE 1.0000.

      *    Benchmark rate table loaded from PMPM-RATES.DAT - a
      *    bounded bid-workbook configuration, not a per-member
      *    structure
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY       OCCURS 100 TIMES
                                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-PLAN        PIC X(20).
               10  WS-RATE-COUNTY      PIC X(20).
               10  WS-RATE-PMPM        PIC 9(5)V99.
       01  WS-RATE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-RATE-FILE-STATUS     PIC XX.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  WS-RUN-DD           PIC 9(2).
       01  WS-PAYMENT-MONTH        PIC 9(6).
      *    First of the payment month - the enrollment anchor
       01  WS-MONTH-FIRST          PIC 9(8).
       01  WS-MONTH-FIRST-R REDEFINES WS-MONTH-FIRST.
           05  WS-MF-YYYYMM        PIC 9(6).
           05  WS-MF-DD            PIC 9(2).

      *    Current reconciliation key and what each side says
      *    about it
       01  WS-CUR-KEY              PIC 9(10).
       01  WS-CMS-PAID             PIC X VALUE 'N'.
           88  CMS-PAYS-MEMBER     VALUE 'Y'.
       01  WS-CMS-MBI              PIC X(11).
       01  WS-CMS-SCORE            PIC 9V9999.
       01  WS-CMS-PAYMENT          PIC 9(7)V99.
       01  WS-ON-MASTER            PIC X VALUE 'N'.
           88  MEMBER-ON-MASTER    VALUE 'Y'.
       01  WS-MEDICARE-FLAG        PIC X VALUE 'N'.
           88  MEDICARE-MEMBER     VALUE 'Y'.
       01  WS-ENROLLED-FLAG        PIC X VALUE 'N'.
           88  MEMBER-ENROLLED     VALUE 'Y'.
       01  WS-SCORED-FLAG          PIC X VALUE 'N'.
           88  MEMBER-SCORED       VALUE 'Y'.
       01  WS-PLAN-SCORE           PIC 9V9999.
       01  WS-MEMBER-PLAN          PIC X(20).
       01  WS-MEMBER-COUNTY        PIC X(20).
       01  WS-ACTIVE-RATE          PIC 9(5)V99.
       01  WS-SCORE-DIFF           PIC 9V9999.
       01  WS-IMPACT               PIC 9(7)V99.

       01  WS-COUNTERS.
           05  WS-MMR-READ         PIC 9(9) VALUE ZERO.
           05  WS-MMR-OTHER-MONTH  PIC 9(9) VALUE ZERO.
           05  WS-MMR-DUPLICATE    PIC 9(9) VALUE ZERO.
           05  WS-CMS-MEMBERS      PIC 9(9) VALUE ZERO.
           05  WS-OUR-MEMBERS      PIC 9(9) VALUE ZERO.
           05  WS-MATCHED          PIC 9(9) VALUE ZERO.
           05  WS-UNSCORED         PIC 9(9) VALUE ZERO.
           05  WS-NENR-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-NPAY-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-RISK-HIGH-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-RISK-LOW-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-AMOUNTS.
           05  WS-NENR-IMPACT      PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-NPAY-IMPACT      PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RISK-HIGH-IMPACT PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RISK-LOW-IMPACT  PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-MISSING    PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-PAYBACK    PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CMS-TOTAL-PAID   PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Extract control totals; the hash carries the monthly
      *    impact in cents
       01  WS-CR-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-CR-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-MMR             PIC X VALUE 'N'.
               88  END-OF-MMR      VALUE 'Y'.
           05  EOF-MMR-SORTED      PIC X VALUE 'N'.
               88  END-OF-MMR-SORTED VALUE 'Y'.
           05  EOF-RAF             PIC X VALUE 'N'.
               88  END-OF-RAF      VALUE 'Y'.
           05  EOF-RAF-SORTED      PIC X VALUE 'N'.
               88  END-OF-RAF-SORTED VALUE 'Y'.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-SPAN            PIC X VALUE 'N'.
               88  END-OF-SPANS    VALUE 'Y'.
           05  EOF-AUX             PIC X VALUE 'N'.
               88  END-OF-AUX      VALUE 'Y'.

       01  WS-SORTED-FILE-STATUS   PIC XX.
       01  WS-RAF-FILE-STATUS      PIC XX.
       01  WS-RAF-SORTED-STATUS    PIC XX.
       01  WS-RAF-OPEN             PIC X VALUE 'N'.
           88  RAF-AVAILABLE       VALUE 'Y'.
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-MEMBERS-OPEN         PIC X VALUE 'N'.
           88  MEMBERS-AVAILABLE   VALUE 'Y'.
       01  WS-SPAN-FILE-STATUS     PIC XX.
       01  WS-SPANS-OPEN           PIC X VALUE 'N'.
           88  SPANS-AVAILABLE     VALUE 'Y'.

      *    Bad open on the CMS report aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-MMR-FILE-STATUS      PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYYMM TO WS-PAYMENT-MONTH
           MOVE WS-RUN-YYYYMM TO WS-MF-YYYYMM
           MOVE 01 TO WS-MF-DD
           PERFORM LOAD-RUN-PARAMETERS
           OPEN INPUT MMR-FILE
           IF WS-MMR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CMS-MMR.DAT - '
                   'STATUS ' WS-MMR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE MMR-FILE
           END-IF
           IF NOT OPEN-FAILED
               PERFORM LOAD-CONTROL-TOLERANCE
               PERFORM LOAD-RATE-TABLE
      *        CMS sends the report in its own (MBI) order, and the
      *        crosswalk can land a surviving ID out of the RAF
      *        scan order - both are sorted by member to merge
               SORT MMR-SORT-FILE
                   ON ASCENDING KEY MS-MEMBER-ID
                   INPUT PROCEDURE IS RELEASE-MMR-MONTH
                   GIVING MMR-SORTED-FILE
               PERFORM SORT-RAF-SCORES
               PERFORM OPEN-RECON-CURSORS
               PERFORM OPEN-DISCREPANCY-FILE
               PERFORM RECONCILE-MEMBERSHIP
               PERFORM CLOSE-DISCREPANCY-FILE
               PERFORM CLOSE-RECON-CURSORS
               PERFORM WRITE-RECON-REPORT
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the month comes from the cycle
      *    being run, so a month-end caught up after the calendar
      *    has turned still reconciles its own month; run
      *    standalone it stays the run date's month
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-CYCLE-PERIOD IS NUMERIC AND
                          RP-CYCLE-PERIOD > ZERO
                           MOVE RP-CYCLE-PERIOD TO WS-PAYMENT-MONTH
                           MOVE RP-CYCLE-PERIOD TO WS-MF-YYYYMM
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       LOAD-CONTROL-TOLERANCE.
      *    Optional - the compiled-in tolerance stands when the run
      *    has no control file present
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CF-RISK-TOLERANCE TO WS-RISK-TOLERANCE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-RATE-TABLE.
      *    Optional - with no rate file every discrepancy is priced
      *    at the hardcoded default PMPM
           OPEN INPUT PMPM-RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-AUX
                   READ PMPM-RATE-FILE
                       AT END SET END-OF-AUX TO TRUE
                       NOT AT END PERFORM STORE-RATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PMPM-RATE-FILE
           ELSE
               DISPLAY 'PMPM-RATES.DAT NOT FOUND - USING DEFAULT '
                   'PMPM $' WS-DEFAULT-PMPM ' FOR ALL MEMBERS'
           END-IF.

       STORE-RATE-ENTRY.
           IF WS-RATE-COUNT < 100
               ADD 1 TO WS-RATE-COUNT
               SET WS-RATE-IDX TO WS-RATE-COUNT
               MOVE PR-PLAN-TYPE TO WS-RATE-PLAN(WS-RATE-IDX)
               MOVE PR-COUNTY TO WS-RATE-COUNTY(WS-RATE-IDX)
               MOVE PR-PMPM-RATE TO WS-RATE-PMPM(WS-RATE-IDX)
           ELSE
               DISPLAY 'WARNING: RATE TABLE FULL (100) - RATE FOR '
                   PR-PLAN-TYPE ' / ' PR-COUNTY ' NOT LOADED'
           END-IF.

       RELEASE-MMR-MONTH.
      *    Only the payment month being reconciled is compared;
      *    retroactive adjustment rows for earlier months are
      *    counted and left to the month they adjust
           OPEN INPUT MMR-FILE
           PERFORM UNTIL END-OF-MMR
               READ MMR-FILE
                   AT END SET END-OF-MMR TO TRUE
                   NOT AT END
                       IF MMR-RECORD(1:3) NOT = 'HDR' AND
                          MMR-RECORD(1:3) NOT = 'TRL'
                           ADD 1 TO WS-MMR-READ
                           IF MM-PAYMENT-MONTH = WS-PAYMENT-MONTH
                               MOVE MMR-RECORD TO MMR-SORT-RECORD
                               RELEASE MMR-SORT-RECORD
                           ELSE
                               ADD 1 TO WS-MMR-OTHER-MONTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MMR-FILE.

       SORT-RAF-SCORES.
      *    Optional - with no RAF scores every member counts as
      *    unscored: enrollment is still reconciled, scores are not
           OPEN INPUT RAF-SCORES-FILE
           IF WS-RAF-FILE-STATUS = '00'
               CLOSE RAF-SCORES-FILE
               SET RAF-AVAILABLE TO TRUE
               SORT RAF-SORT-FILE
                   ON ASCENDING KEY SR-MEMBER-ID
                   INPUT PROCEDURE IS RELEASE-RAF-SCORES
                   GIVING RAF-SORTED-FILE
           ELSE
               DISPLAY 'RAF-SCORES.DAT NOT FOUND - RISK SCORES '
                   'NOT RECONCILED'
           END-IF.

       RELEASE-RAF-SCORES.
           OPEN INPUT RAF-SCORES-FILE
           PERFORM UNTIL END-OF-RAF
               READ RAF-SCORES-FILE
                   AT END SET END-OF-RAF TO TRUE
                   NOT AT END
                       IF RAF-SCORES-RECORD(1:3) NOT = 'HDR' AND
                          RAF-SCORES-RECORD(1:3) NOT = 'TRL'
                           MOVE RS-MEMBER-ID TO SR-MEMBER-ID
                           MOVE RS-RAF-SCORE TO SR-RAF-SCORE
                           RELEASE RAF-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAF-SCORES-FILE.

       OPEN-RECON-CURSORS.
      *    The sorted MMR, the sorted RAF scores, the member master
      *    and the spans all advance in member order
           OPEN INPUT MMR-SORTED-FILE
           READ MMR-SORTED-FILE
               AT END SET END-OF-MMR-SORTED TO TRUE
           END-READ
           IF RAF-AVAILABLE
               OPEN INPUT RAF-SORTED-FILE
               READ RAF-SORTED-FILE
                   AT END SET END-OF-RAF-SORTED TO TRUE
               END-READ
           ELSE
               SET END-OF-RAF-SORTED TO TRUE
           END-IF
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS = '00'
               SET MEMBERS-AVAILABLE TO TRUE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           ELSE
               SET END-OF-MEMBERS TO TRUE
               DISPLAY 'MEMBERS.DAT NOT FOUND - EVERY CMS MEMBER '
                   'REPORTED AS NOT ENROLLED'
           END-IF
      *    With no span file the master's enrollment and
      *    termination dates decide who is enrolled
           OPEN INPUT ENROLLMENT-SPAN-FILE
           IF WS-SPAN-FILE-STATUS = '00'
               SET SPANS-AVAILABLE TO TRUE
               READ ENROLLMENT-SPAN-FILE
                   AT END SET END-OF-SPANS TO TRUE
               END-READ
           ELSE
               SET END-OF-SPANS TO TRUE
               DISPLAY 'ENROLLMENT-SPANS.DAT NOT FOUND - USING '
                   'MASTER ENROLLMENT DATES'
           END-IF.

       CLOSE-RECON-CURSORS.
           CLOSE MMR-SORTED-FILE
           IF RAF-AVAILABLE
               CLOSE RAF-SORTED-FILE
           END-IF
           IF MEMBERS-AVAILABLE
               CLOSE MEMBER-FILE
           END-IF
           IF SPANS-AVAILABLE
               CLOSE ENROLLMENT-SPAN-FILE
           END-IF.

       OPEN-DISCREPANCY-FILE.
      *    Target: PAYER-ANALYST.RISK-ADJUSTMENT.CMS-RECON
           OPEN OUTPUT DISCREPANCY-FILE
           MOVE 'HDR' TO CR-H-RECORD-TYPE
           MOVE 'CMS-MMR-RECON' TO CR-H-PROGRAM
           MOVE WS-RUN-DATE TO CR-H-RUN-DATE
           MOVE WS-PAYMENT-MONTH TO CR-H-PERIOD
           WRITE CR-HEADER-RECORD.

       CLOSE-DISCREPANCY-FILE.
           MOVE 'TRL' TO CR-T-RECORD-TYPE
           MOVE WS-CR-REC-COUNT TO CR-T-RECORD-COUNT
           MOVE WS-CR-HASH TO CR-T-HASH-TOTAL
           WRITE CR-TRAILER-RECORD
           CLOSE DISCREPANCY-FILE.

       RECONCILE-MEMBERSHIP.
      *    Balanced line over CMS and the member master: the lower
      *    of the two keys is reconciled next, so a member on
      *    either side alone is still seen
           PERFORM UNTIL END-OF-MMR-SORTED AND END-OF-MEMBERS
               EVALUATE TRUE
                   WHEN END-OF-MEMBERS
                       MOVE MX-MEMBER-ID TO WS-CUR-KEY
                   WHEN END-OF-MMR-SORTED
                       MOVE MEMBER-ID TO WS-CUR-KEY
                   WHEN MX-MEMBER-ID < MEMBER-ID
                       MOVE MX-MEMBER-ID TO WS-CUR-KEY
                   WHEN OTHER
                       MOVE MEMBER-ID TO WS-CUR-KEY
               END-EVALUATE
               PERFORM COLLECT-CMS-PAYMENT
               PERFORM COLLECT-MASTER-ENROLLMENT
               PERFORM COLLECT-PLAN-SCORE
               PERFORM CLASSIFY-MEMBER
           END-PERFORM.

       COLLECT-CMS-PAYMENT.
      *    A beneficiary reported twice in the month is paid the
      *    sum of its rows and compared at its higher score
           MOVE 'N' TO WS-CMS-PAID
           MOVE SPACES TO WS-CMS-MBI
           MOVE ZERO TO WS-CMS-SCORE
           MOVE ZERO TO WS-CMS-PAYMENT
           PERFORM UNTIL END-OF-MMR-SORTED OR
                        MX-MEMBER-ID NOT = WS-CUR-KEY
               IF CMS-PAYS-MEMBER
                   ADD 1 TO WS-MMR-DUPLICATE
               ELSE
                   SET CMS-PAYS-MEMBER TO TRUE
                   ADD 1 TO WS-CMS-MEMBERS
                   MOVE MX-MBI TO WS-CMS-MBI
               END-IF
               IF MX-RISK-SCORE > WS-CMS-SCORE
                   MOVE MX-RISK-SCORE TO WS-CMS-SCORE
               END-IF
               ADD MX-PAYMENT-AMOUNT TO WS-CMS-PAYMENT
               ADD MX-PAYMENT-AMOUNT TO WS-CMS-TOTAL-PAID
               READ MMR-SORTED-FILE
                   AT END SET END-OF-MMR-SORTED TO TRUE
               END-READ
           END-PERFORM.

       COLLECT-MASTER-ENROLLMENT.
      *    Enrolled for the month means a Medicare plan on the
      *    master and coverage on the first of the month
           MOVE 'N' TO WS-ON-MASTER
           MOVE 'N' TO WS-MEDICARE-FLAG
           MOVE 'N' TO WS-ENROLLED-FLAG
           MOVE 'DEFAULT' TO WS-MEMBER-PLAN
           MOVE 'ALL' TO WS-MEMBER-COUNTY
           IF NOT END-OF-MEMBERS AND
              MEMBER-ID = WS-CUR-KEY
               SET MEMBER-ON-MASTER TO TRUE
               IF PLAN-TYPE NOT = SPACES
                   MOVE PLAN-TYPE TO WS-MEMBER-PLAN
               END-IF
               IF COUNTY-NAME NOT = SPACES
                   MOVE COUNTY-NAME TO WS-MEMBER-COUNTY
               END-IF
               IF PLAN-TYPE = 'MEDICARE' OR
                  PLAN-TYPE = 'MEDICARE-ADVANTAGE'
                   SET MEDICARE-MEMBER TO TRUE
                   ADD 1 TO WS-OUR-MEMBERS
               END-IF
               IF SPANS-AVAILABLE
                   PERFORM CHECK-SPAN-COVERAGE
               ELSE
                   IF ENROLLMENT-DATE <= WS-MONTH-FIRST AND
                      (TERMINATION-DATE = ZERO OR
                       TERMINATION-DATE >= WS-MONTH-FIRST)
                       SET MEMBER-ENROLLED TO TRUE
                   END-IF
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-IF.

       CHECK-SPAN-COVERAGE.
      *    A span covering the first of the month enrolls the
      *    member for it
           PERFORM UNTIL END-OF-SPANS OR
                        SPAN-MEMBER-ID >= WS-CUR-KEY
               READ ENROLLMENT-SPAN-FILE
                   AT END SET END-OF-SPANS TO TRUE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-SPANS OR
                        SPAN-MEMBER-ID NOT = WS-CUR-KEY
               IF SPAN-START <= WS-MONTH-FIRST AND
                  SPAN-END >= WS-MONTH-FIRST
                   SET MEMBER-ENROLLED TO TRUE
               END-IF
               READ ENROLLMENT-SPAN-FILE
                   AT END SET END-OF-SPANS TO TRUE
               END-READ
           END-PERFORM.

       COLLECT-PLAN-SCORE.
      *    A merged identity scored twice keeps its higher score,
      *    as RAF-REVENUE-PROJ prices it
           MOVE 'N' TO WS-SCORED-FLAG
           MOVE ZERO TO WS-PLAN-SCORE
           PERFORM UNTIL END-OF-RAF-SORTED OR
                        RX-MEMBER-ID >= WS-CUR-KEY
               READ RAF-SORTED-FILE
                   AT END SET END-OF-RAF-SORTED TO TRUE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-RAF-SORTED OR
                        RX-MEMBER-ID NOT = WS-CUR-KEY
               SET MEMBER-SCORED TO TRUE
               IF RX-RAF-SCORE > WS-PLAN-SCORE
                   MOVE RX-RAF-SCORE TO WS-PLAN-SCORE
               END-IF
               READ RAF-SORTED-FILE
                   AT END SET END-OF-RAF-SORTED TO TRUE
               END-READ
           END-PERFORM.

       CLASSIFY-MEMBER.
           EVALUATE TRUE
               WHEN CMS-PAYS-MEMBER AND
                    NOT (MEDICARE-MEMBER AND MEMBER-ENROLLED)
      *            CMS is paying for someone we do not cover
                   PERFORM LOOKUP-PMPM-RATE
                   COMPUTE WS-IMPACT ROUNDED =
                       WS-CMS-SCORE * WS-ACTIVE-RATE
                   ADD 1 TO WS-NENR-COUNT
                   ADD WS-IMPACT TO WS-NENR-IMPACT
                   ADD WS-IMPACT TO WS-TOTAL-PAYBACK
                   MOVE 'NENR' TO CR-DISCREPANCY
                   MOVE 'PAYBACK' TO CR-DIRECTION
                   PERFORM WRITE-DISCREPANCY
               WHEN CMS-PAYS-MEMBER
                   PERFORM COMPARE-RISK-SCORES
               WHEN MEDICARE-MEMBER AND MEMBER-ENROLLED
      *            Enrolled with us, unpaid by CMS; an unscored
      *            member is priced at the base score
                   IF NOT MEMBER-SCORED
                       MOVE WS-BASE-RAF-SCORE TO WS-PLAN-SCORE
                   END-IF
                   PERFORM LOOKUP-PMPM-RATE
                   COMPUTE WS-IMPACT ROUNDED =
                       WS-PLAN-SCORE * WS-ACTIVE-RATE
                   ADD 1 TO WS-NPAY-COUNT
                   ADD WS-IMPACT TO WS-NPAY-IMPACT
                   ADD WS-IMPACT TO WS-TOTAL-MISSING
                   MOVE 'NPAY' TO CR-DISCREPANCY
                   MOVE 'MISSING' TO CR-DIRECTION
                   PERFORM WRITE-DISCREPANCY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPARE-RISK-SCORES.
      *    Enrolled on both sides. A CMS score above ours is paid
      *    on conditions we cannot support and is exposed to
      *    recovery; one below ours is revenue for conditions we
      *    have scored but CMS has not credited
           IF NOT MEMBER-SCORED
               ADD 1 TO WS-UNSCORED
               ADD 1 TO WS-MATCHED
           ELSE
               IF WS-CMS-SCORE > WS-PLAN-SCORE
                   COMPUTE WS-SCORE-DIFF =
                       WS-CMS-SCORE - WS-PLAN-SCORE
               ELSE
                   COMPUTE WS-SCORE-DIFF =
                       WS-PLAN-SCORE - WS-CMS-SCORE
               END-IF
               IF WS-SCORE-DIFF > WS-RISK-TOLERANCE
                   PERFORM LOOKUP-PMPM-RATE
                   COMPUTE WS-IMPACT ROUNDED =
                       WS-SCORE-DIFF * WS-ACTIVE-RATE
                   MOVE 'RISK' TO CR-DISCREPANCY
                   IF WS-CMS-SCORE > WS-PLAN-SCORE
                       ADD 1 TO WS-RISK-HIGH-COUNT
                       ADD WS-IMPACT TO WS-RISK-HIGH-IMPACT
                       ADD WS-IMPACT TO WS-TOTAL-PAYBACK
                       MOVE 'PAYBACK' TO CR-DIRECTION
                   ELSE
                       ADD 1 TO WS-RISK-LOW-COUNT
                       ADD WS-IMPACT TO WS-RISK-LOW-IMPACT
                       ADD WS-IMPACT TO WS-TOTAL-MISSING
                       MOVE 'MISSING' TO CR-DIRECTION
                   END-IF
                   PERFORM WRITE-DISCREPANCY
               ELSE
                   ADD 1 TO WS-MATCHED
               END-IF
           END-IF.

       LOOKUP-PMPM-RATE.
      *    Plan-and-county rate first, the plan's ALL-county rate
      *    second, the file's DEFAULT plan third, the hardcoded
      *    default last
           MOVE ZERO TO WS-ACTIVE-RATE
           SET WS-RATE-IDX TO 1
           SEARCH WS-RATE-ENTRY VARYING WS-RATE-IDX
               AT END CONTINUE
               WHEN WS-RATE-PLAN(WS-RATE-IDX) = WS-MEMBER-PLAN AND
                    WS-RATE-COUNTY(WS-RATE-IDX) = WS-MEMBER-COUNTY
                   MOVE WS-RATE-PMPM(WS-RATE-IDX) TO WS-ACTIVE-RATE
           END-SEARCH
           IF WS-ACTIVE-RATE = ZERO
               SET WS-RATE-IDX TO 1
               SEARCH WS-RATE-ENTRY VARYING WS-RATE-IDX
                   AT END CONTINUE
                   WHEN WS-RATE-PLAN(WS-RATE-IDX) =
                            WS-MEMBER-PLAN AND
                        WS-RATE-COUNTY(WS-RATE-IDX) = 'ALL'
                       MOVE WS-RATE-PMPM(WS-RATE-IDX)
                           TO WS-ACTIVE-RATE
               END-SEARCH
           END-IF
           IF WS-ACTIVE-RATE = ZERO
               SET WS-RATE-IDX TO 1
               SEARCH WS-RATE-ENTRY VARYING WS-RATE-IDX
                   AT END CONTINUE
                   WHEN WS-RATE-PLAN(WS-RATE-IDX) = 'DEFAULT'
                       MOVE WS-RATE-PMPM(WS-RATE-IDX)
                           TO WS-ACTIVE-RATE
               END-SEARCH
           END-IF
           IF WS-ACTIVE-RATE = ZERO
               MOVE WS-DEFAULT-PMPM TO WS-ACTIVE-RATE
           END-IF.

       WRITE-DISCREPANCY.
           MOVE WS-CUR-KEY TO CR-MEMBER-ID
           MOVE WS-CMS-MBI TO CR-MBI
           MOVE WS-PAYMENT-MONTH TO CR-PAYMENT-MONTH
           MOVE WS-MEMBER-PLAN TO CR-PLAN-TYPE
           MOVE WS-MEMBER-COUNTY TO CR-COUNTY
           MOVE WS-CMS-SCORE TO CR-CMS-SCORE
           MOVE WS-PLAN-SCORE TO CR-PLAN-SCORE
           MOVE WS-CMS-PAYMENT TO CR-CMS-PAYMENT
           MOVE WS-ACTIVE-RATE TO CR-PMPM-RATE
           MOVE WS-IMPACT TO CR-MONTHLY-IMPACT
           WRITE DISCREPANCY-RECORD
           ADD 1 TO WS-CR-REC-COUNT
           COMPUTE WS-CR-HASH = WS-CR-HASH + (WS-IMPACT * 100).

       WRITE-RECON-REPORT.
      *    Write output to: PAYER-ANALYST.RISK-ADJUSTMENT.CMS-RECON
           DISPLAY '=========================================='
           DISPLAY 'CMS MEMBERSHIP RECONCILIATION'
           DISPLAY 'PAYMENT MONTH: ' WS-PAYMENT-MONTH
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'MMR ROWS READ: ' WS-MMR-READ
           DISPLAY 'ROWS FOR OTHER MONTHS (RETRO): '
               WS-MMR-OTHER-MONTH
           DISPLAY 'DUPLICATE ROWS FOLDED: ' WS-MMR-DUPLICATE
           DISPLAY 'MEMBERS CMS PAID: ' WS-CMS-MEMBERS
           DISPLAY 'CMS PAYMENT FOR THE MONTH: $' WS-CMS-TOTAL-PAID
           DISPLAY 'MEDICARE MEMBERS ON MASTER: ' WS-OUR-MEMBERS
           DISPLAY 'RISK SCORE TOLERANCE: ' WS-RISK-TOLERANCE
           DISPLAY ' '
           DISPLAY 'RECONCILED: ' WS-MATCHED
           DISPLAY '  OF WHICH NO RAF SCORE TO COMPARE: '
               WS-UNSCORED
           DISPLAY 'CMS PAYS, NOT ENROLLED (NENR): ' WS-NENR-COUNT
               '  $' WS-NENR-IMPACT
           DISPLAY 'ENROLLED, CMS NOT PAYING (NPAY): '
               WS-NPAY-COUNT '  $' WS-NPAY-IMPACT
           DISPLAY 'CMS SCORE ABOVE OURS (RISK): '
               WS-RISK-HIGH-COUNT '  $' WS-RISK-HIGH-IMPACT
           DISPLAY 'CMS SCORE BELOW OURS (RISK): '
               WS-RISK-LOW-COUNT '  $' WS-RISK-LOW-IMPACT
           DISPLAY ' '
           DISPLAY 'MONTHLY REVENUE MISSING: $' WS-TOTAL-MISSING
           DISPLAY 'MONTHLY REVENUE TO GIVE BACK: $'
               WS-TOTAL-PAYBACK
           DISPLAY '=========================================='
           DISPLAY 'RECONCILIATION COMPLETE'.
