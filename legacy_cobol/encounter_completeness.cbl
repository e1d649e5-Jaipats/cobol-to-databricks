       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOUNTER-COMPLETENESS.
       AUTHOR. NETWORK-MANAGEMENT-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Encounter data completeness for the capitated contracts.
      *    A capitated provider is paid per member per month
      *    whether or not it sends encounter claims, and when it
      *    does not, HEDIS, RAF diagnosis capture and attribution
      *    all lose sight of its panel. For every contract in force
      *    on CAP-CONTRACTS.DAT this measures the encounters
      *    received on CLAIMS.DAT from the provider for its
      *    attributed panel over the twelve months ending with the
      *    month closed, per 1,000 enrolled member-months, and sets
      *    that rate against:
      *      - the contract's submission standard (flagged when
      *        below it; a contract with no standard of its own is
      *        held to the plan-wide expected rate),
      *      - the plan-wide expected rate (ENCOUNTER-CONTROL.DAT),
      *      - the provider's own rates over the prior twelve
      *        months (ENCOUNTER-HISTORY.DAT, appended every run,
      *        flagged when the rate has dropped by more than the
      *        control percentage).
      *    Attributed members with no encounter from their
      *    capitated provider in the twelve months are listed for
      *    provider relations to enforce the submission terms.
      *    Attribution is the current MEMBER-ATTRIBUTION.DAT, so a
      *    panel is measured as it stands today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE
               ASSIGN TO "CAP-CONTRACTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-FILE-STATUS.
           SELECT ATTRIBUTION-FILE
               ASSIGN TO "MEMBER-ATTRIBUTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ATTRIB-FILE-STATUS.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT CLAIM-SORT-FILE
               ASSIGN TO "ENCSORT.TMP".
           SELECT ENCOUNTER-SORTED-FILE
               ASSIGN TO "ENCOUNTERS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.
           SELECT ENROLLMENT-SPAN-FILE
               ASSIGN TO "ENROLLMENT-SPANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPAN-FILE-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "ENCOUNTER-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "ENCOUNTER-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT COMPLETENESS-FILE
               ASSIGN TO "ENCOUNTER-COMPLETENESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ZERO-MEMBER-FILE
               ASSIGN TO "ZERO-ENCOUNTER-MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
      *    Capitated-contract roster, as CAPITATION-PAYMENT reads it
       01  CONTRACT-RECORD.
           05  CP-PROVIDER-ID      PIC 9(8).
           05  CP-PMPM-RATE        PIC 9(5)V99.
           05  CP-EFFECTIVE-FROM   PIC 9(8).
           05  CP-EFFECTIVE-TO     PIC 9(8).
           05  CP-ENCOUNTER-STANDARD PIC 9(5).

       FD  ATTRIBUTION-FILE.
      *    Member-to-provider attribution, in member order
       01  ATTRIBUTION-RECORD.
           05  ATT-MEMBER-ID       PIC 9(10).
           05  ATT-PROVIDER-ID     PIC 9(8).

       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       SD  CLAIM-SORT-FILE.
       01  CLAIM-SORT-RECORD.
           05  CS-MEMBER-ID        PIC 9(10).
           05  CS-PROVIDER-ID      PIC 9(8).
           05  CS-SERVICE-DATE     PIC 9(8).

       FD  ENCOUNTER-SORTED-FILE.
      *    The window's encounters from capitated providers, in
      *    member order
       01  ENCOUNTER-SORTED-RECORD.
           05  CE-MEMBER-ID        PIC 9(10).
           05  CE-PROVIDER-ID      PIC 9(8).
           05  CE-SERVICE-DATE     PIC 9(8).

       FD  ENROLLMENT-SPAN-FILE.
           COPY "ENROLLMENT-SPAN-RECORD.CPY".

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

       FD  HISTORY-FILE.
      *    One record per contract per run, accumulating; a month
      *    that is rerun is appended again and the latest run for
      *    the month stands
       01  HISTORY-RECORD.
           05  EH-PROVIDER-ID      PIC 9(8).
           05  EH-REPORT-MONTH     PIC 9(6).
           05  EH-MEMBER-MONTHS    PIC 9(7).
           05  EH-ENCOUNTERS       PIC 9(7).
           05  EH-RATE             PIC 9(5)V9.
           05  EH-RUN-DATE         PIC 9(8).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-EXPECTED-RATE    PIC 9(5).
           05  CF-HISTORY-DROP-PCT PIC 9(3).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       FD  COMPLETENESS-FILE.
      *    One record per contract in force; the flags are Y when
      *    the rate is below the contract's standard or has
      *    dropped against the provider's own history
       01  COMPLETENESS-RECORD.
           05  EC-PROVIDER-ID      PIC 9(8).
           05  EC-REPORT-MONTH     PIC 9(6).
           05  EC-PANEL-MEMBERS    PIC 9(7).
           05  EC-MEMBER-MONTHS    PIC 9(7).
           05  EC-ENCOUNTERS       PIC 9(7).
           05  EC-RATE             PIC 9(5)V9.
           05  EC-STANDARD         PIC 9(5).
           05  EC-EXPECTED-RATE    PIC 9(5).
           05  EC-PCT-OF-EXPECTED  PIC 9(4)V9.
           05  EC-PRIOR-RATE       PIC 9(5)V9.
           05  EC-ZERO-MEMBERS     PIC 9(7).
           05  EC-BELOW-STANDARD   PIC X(1).
           05  EC-BELOW-HISTORY    PIC X(1).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==EC==.

       FD  ZERO-MEMBER-FILE.
      *    Attributed members enrolled in the window with no
      *    encounter from their capitated provider
       01  ZERO-MEMBER-RECORD.
           05  ZE-MEMBER-ID        PIC 9(10).
           05  ZE-PROVIDER-ID      PIC 9(8).
           05  ZE-REPORT-MONTH     PIC 9(6).
           05  ZE-LAST-NAME        PIC X(30).
           05  ZE-FIRST-NAME       PIC X(20).
           05  ZE-MEMBER-MONTHS    PIC 9(2).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==ZE==.

       WORKING-STORAGE SECTION.
      *    Rates are encounters per 1,000 member-months. The
      *    plan-wide expected rate and the history drop percentage
      *    are tunable without a recompile via
      *    ENCOUNTER-CONTROL.DAT.
       01  WS-EXPECTED-RATE        PIC 9(5) VALUE 300.
       01  WS-HISTORY-DROP-PCT     PIC 9(3) VALUE 25.
       01  WS-CONTROL-STATUS       PIC XX.

      *    Capitated contracts in force, carried in-memory with
      *    their panel accumulators and the provider's history
       01  WS-CONTRACT-TABLE.
           05  WS-CON-ENTRY        OCCURS 200 TIMES
                                   INDEXED BY WS-CON-IDX.
               10  WS-CON-PROVIDER     PIC 9(8).
               10  WS-CON-STANDARD     PIC 9(5).
               10  WS-CON-PANEL        PIC 9(7).
               10  WS-CON-MBR-MONTHS   PIC 9(7).
               10  WS-CON-ENCOUNTERS   PIC 9(7).
               10  WS-CON-ZERO-MEMBERS PIC 9(7).
               10  WS-CON-HIST-SUM     PIC 9(9)V9.
               10  WS-CON-HIST-COUNT   PIC 9(3).
               10  WS-CON-HIST-MONTH   PIC 9(6).
               10  WS-CON-HIST-RATE    PIC 9(5)V9.
       01  WS-CONTRACT-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-CON-MATCH            PIC X VALUE 'N'.
           88  CONTRACT-FOUND      VALUE 'Y'.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  WS-RUN-DD           PIC 9(2).
       01  WS-REPORT-MONTH         PIC 9(6).
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR      PIC 9(4).
           05  WS-REPORT-MM        PIC 9(2).

      *    The twelve month-firsts of the window, oldest first; a
      *    member-month accrues when a span covers the first of
      *    the month
       01  WS-WINDOW-TABLE.
           05  WS-WIN-FIRST        PIC 9(8) OCCURS 12 TIMES.
       01  WS-MONTH-FLAGS.
           05  WS-MONTH-FLAG       PIC X OCCURS 12 TIMES.
       01  WS-MONTH-I              PIC 9(2).
       01  WS-WORK-YEAR            PIC 9(4).
       01  WS-WORK-MONTH           PIC 9(2).
       01  WS-WINDOW-START         PIC 9(8).
       01  WS-WINDOW-END           PIC 9(8).
      *    Oldest history month compared - the twelve months
      *    before the month being closed
       01  WS-HISTORY-FROM         PIC 9(6).

      *    Current attributed member
       01  WS-MEMBER-MONTHS        PIC 9(2).
       01  WS-MEMBER-ENCOUNTERS    PIC 9(5).
       01  WS-MEMBER-LAST-NAME     PIC X(30).
       01  WS-MEMBER-FIRST-NAME    PIC X(20).
       01  WS-MASTER-FOUND         PIC X VALUE 'N'.
           88  MEMBER-ON-MASTER    VALUE 'Y'.

       01  WS-CON-RATE             PIC 9(5)V9.
       01  WS-CON-STD-USED         PIC 9(5).
       01  WS-PCT-OF-EXPECTED      PIC 9(4)V9.
       01  WS-PRIOR-RATE           PIC 9(5)V9.
       01  WS-HISTORY-FLOOR        PIC 9(5)V9.

       01  WS-COUNTERS.
           05  WS-ATTRIB-READ      PIC 9(9) VALUE ZERO.
           05  WS-PANEL-MEMBERS    PIC 9(9) VALUE ZERO.
           05  WS-ENCOUNTERS-KEPT  PIC 9(9) VALUE ZERO.
           05  WS-ZERO-MEMBERS     PIC 9(9) VALUE ZERO.
           05  WS-BELOW-STD-CNT    PIC 9(5) VALUE ZERO.
           05  WS-BELOW-HIST-CNT   PIC 9(5) VALUE ZERO.
           05  WS-HISTORY-READ     PIC 9(9) VALUE ZERO.

      *    Extract control totals; the completeness hash carries
      *    the encounter count, the zero-encounter hash the
      *    member-months listed
       01  WS-EC-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-EC-HASH              PIC 9(15) VALUE ZERO.
       01  WS-ZE-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-ZE-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CONTRACT        PIC X VALUE 'N'.
               88  END-OF-CONTRACTS VALUE 'Y'.
           05  EOF-ATTRIB          PIC X VALUE 'N'.
               88  END-OF-ATTRIB   VALUE 'Y'.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-ENCOUNTER       PIC X VALUE 'N'.
               88  END-OF-ENCOUNTERS VALUE 'Y'.
           05  EOF-SPAN            PIC X VALUE 'N'.
               88  END-OF-SPANS    VALUE 'Y'.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-HISTORY         PIC X VALUE 'N'.
               88  END-OF-HISTORY  VALUE 'Y'.

       01  WS-ATTRIB-FILE-STATUS   PIC XX.
       01  WS-ATTRIB-OPEN          PIC X VALUE 'N'.
           88  ATTRIB-AVAILABLE    VALUE 'Y'.
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-CLAIMS-OPEN          PIC X VALUE 'N'.
           88  CLAIMS-AVAILABLE    VALUE 'Y'.
       01  WS-SORTED-FILE-STATUS   PIC XX.
       01  WS-SPAN-FILE-STATUS     PIC XX.
       01  WS-SPANS-OPEN           PIC X VALUE 'N'.
           88  SPANS-AVAILABLE     VALUE 'Y'.
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-MEMBERS-OPEN         PIC X VALUE 'N'.
           88  MEMBERS-AVAILABLE   VALUE 'Y'.
       01  WS-HISTORY-STATUS       PIC XX.

      *    Bad open on the contract roster aborts with
      *    RETURN-CODE 8 so a calling driver job can stop the chain
       01  WS-CONTRACT-FILE-STATUS PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYYMM TO WS-REPORT-MONTH
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM BUILD-MONTH-WINDOW
           PERFORM LOAD-CONTROL-THRESHOLDS
           PERFORM LOAD-CAP-CONTRACTS
           IF NOT OPEN-FAILED
               PERFORM LOAD-PROVIDER-HISTORY
               PERFORM SORT-WINDOW-ENCOUNTERS
               PERFORM OPEN-MEMBER-CURSORS
               PERFORM OPEN-OUTPUT-FILES
               PERFORM WALK-ATTRIBUTED-MEMBERS
               PERFORM WRITE-CONTRACT-RESULTS
               PERFORM CLOSE-FILES
               PERFORM WRITE-COMPLETENESS-REPORT
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the window ends with the month
      *    the cycle closes, so a month-end caught up after the
      *    calendar has turned still measures its own month; run
      *    standalone it ends with the run date's month
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-CYCLE-PERIOD IS NUMERIC AND
                          RP-CYCLE-PERIOD > ZERO
                           MOVE RP-CYCLE-PERIOD TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       BUILD-MONTH-WINDOW.
      *    Walk back from the report month: slot 12 is the report
      *    month, slot 1 eleven months before it. The month the
      *    walk stops on opens the history comparison.
           MOVE WS-REPORT-YEAR TO WS-WORK-YEAR
           MOVE WS-REPORT-MM TO WS-WORK-MONTH
           PERFORM VARYING WS-MONTH-I FROM 12 BY -1
                   UNTIL WS-MONTH-I < 1
               COMPUTE WS-WIN-FIRST(WS-MONTH-I) =
                   WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
               IF WS-WORK-MONTH = 1
                   SUBTRACT 1 FROM WS-WORK-YEAR
                   MOVE 12 TO WS-WORK-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
           END-PERFORM
           COMPUTE WS-HISTORY-FROM =
               WS-WORK-YEAR * 100 + WS-WORK-MONTH
           MOVE WS-WIN-FIRST(1) TO WS-WINDOW-START
           COMPUTE WS-WINDOW-END = WS-REPORT-MONTH * 100 + 31.

       LOAD-CONTROL-THRESHOLDS.
      *    Optional - the compiled-in thresholds stand when the run
      *    has no control file present
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CF-EXPECTED-RATE TO WS-EXPECTED-RATE
                       MOVE CF-HISTORY-DROP-PCT
                           TO WS-HISTORY-DROP-PCT
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-CAP-CONTRACTS.
      *    Source: PAYER-ANALYST.FINANCE.CAP-CONTRACTS
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CAP-CONTRACTS.DAT - '
                   'STATUS ' WS-CONTRACT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-CONTRACTS
                   READ CONTRACT-FILE
                       AT END SET END-OF-CONTRACTS TO TRUE
                       NOT AT END PERFORM STORE-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

       STORE-CONTRACT.
      *    Contracts in force on the first of the report month are
      *    measured - the same contracts capitation paid this cycle
           IF CP-EFFECTIVE-FROM <= WS-WIN-FIRST(12) AND
              (CP-EFFECTIVE-TO = ZERO OR
               CP-EFFECTIVE-TO >= WS-WIN-FIRST(12))
               IF WS-CONTRACT-COUNT < 200
                   ADD 1 TO WS-CONTRACT-COUNT
                   SET WS-CON-IDX TO WS-CONTRACT-COUNT
                   MOVE CP-PROVIDER-ID
                       TO WS-CON-PROVIDER(WS-CON-IDX)
                   IF CP-ENCOUNTER-STANDARD IS NUMERIC
                       MOVE CP-ENCOUNTER-STANDARD
                           TO WS-CON-STANDARD(WS-CON-IDX)
                   ELSE
                       MOVE ZERO TO WS-CON-STANDARD(WS-CON-IDX)
                   END-IF
                   MOVE ZERO TO WS-CON-PANEL(WS-CON-IDX)
                   MOVE ZERO TO WS-CON-MBR-MONTHS(WS-CON-IDX)
                   MOVE ZERO TO WS-CON-ENCOUNTERS(WS-CON-IDX)
                   MOVE ZERO TO WS-CON-ZERO-MEMBERS(WS-CON-IDX)
                   MOVE ZERO TO WS-CON-HIST-SUM(WS-CON-IDX)
                   MOVE ZERO TO WS-CON-HIST-COUNT(WS-CON-IDX)
                   MOVE ZERO TO WS-CON-HIST-MONTH(WS-CON-IDX)
                   MOVE ZERO TO WS-CON-HIST-RATE(WS-CON-IDX)
               ELSE
                   DISPLAY 'WARNING: CONTRACT TABLE FULL (200) - '
                       'PROVIDER ' CP-PROVIDER-ID ' NOT MEASURED'
               END-IF
           END-IF.

       LOAD-PROVIDER-HISTORY.
      *    Optional - the first run finds no history and measures
      *    against the standard and expected rate alone
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL END-OF-HISTORY
                   READ HISTORY-FILE
                       AT END SET END-OF-HISTORY TO TRUE
                       NOT AT END PERFORM FOLD-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY 'ENCOUNTER-HISTORY.DAT NOT FOUND - NO '
                   'PROVIDER HISTORY TO COMPARE'
           END-IF.

       FOLD-HISTORY-RECORD.
      *    A rerun month follows its earlier run on the history, so
      *    a repeat of the month just folded replaces it
           IF EH-REPORT-MONTH >= WS-HISTORY-FROM AND
              EH-REPORT-MONTH < WS-REPORT-MONTH
               PERFORM FIND-CONTRACT-FOR-HISTORY
               IF CONTRACT-FOUND
                   ADD 1 TO WS-HISTORY-READ
                   IF EH-REPORT-MONTH =
                      WS-CON-HIST-MONTH(WS-CON-IDX)
                       SUBTRACT WS-CON-HIST-RATE(WS-CON-IDX)
                           FROM WS-CON-HIST-SUM(WS-CON-IDX)
                   ELSE
                       ADD 1 TO WS-CON-HIST-COUNT(WS-CON-IDX)
                   END-IF
                   ADD EH-RATE TO WS-CON-HIST-SUM(WS-CON-IDX)
                   MOVE EH-REPORT-MONTH
                       TO WS-CON-HIST-MONTH(WS-CON-IDX)
                   MOVE EH-RATE TO WS-CON-HIST-RATE(WS-CON-IDX)
               END-IF
           END-IF.

       FIND-CONTRACT-FOR-HISTORY.
           MOVE 'N' TO WS-CON-MATCH
           SET WS-CON-IDX TO 1
           SEARCH WS-CON-ENTRY VARYING WS-CON-IDX
               AT END CONTINUE
               WHEN WS-CON-IDX > WS-CONTRACT-COUNT
                   CONTINUE
               WHEN WS-CON-PROVIDER(WS-CON-IDX) = EH-PROVIDER-ID
                   SET CONTRACT-FOUND TO TRUE
           END-SEARCH.

       SORT-WINDOW-ENCOUNTERS.
      *    The claims extract is not in member order; only the
      *    window's claims from capitated providers are sorted
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS = '00'
               CLOSE CLAIM-FILE
               SET CLAIMS-AVAILABLE TO TRUE
               SORT CLAIM-SORT-FILE
                   ON ASCENDING KEY CS-MEMBER-ID
                   INPUT PROCEDURE IS RELEASE-WINDOW-ENCOUNTERS
                   GIVING ENCOUNTER-SORTED-FILE
           ELSE
               DISPLAY 'CLAIMS.DAT NOT FOUND - NO ENCOUNTERS '
                   'COUNTED'
           END-IF.

       RELEASE-WINDOW-ENCOUNTERS.
      *    Every claim the provider sent counts as an encounter
      *    submitted, whatever its adjudication
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL END-OF-CLAIMS
               READ CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
                   NOT AT END
                       IF CLAIM-RECORD(1:3) NOT = 'HDR' AND
                          CLAIM-RECORD(1:3) NOT = 'TRL' AND
                          SERVICE-DATE >= WS-WINDOW-START AND
                          SERVICE-DATE <= WS-WINDOW-END
                           PERFORM RELEASE-IF-CAPITATED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

       RELEASE-IF-CAPITATED.
           MOVE 'N' TO WS-CON-MATCH
           SET WS-CON-IDX TO 1
           SEARCH WS-CON-ENTRY VARYING WS-CON-IDX
               AT END CONTINUE
               WHEN WS-CON-IDX > WS-CONTRACT-COUNT
                   CONTINUE
               WHEN WS-CON-PROVIDER(WS-CON-IDX) = PROVIDER-ID
                   SET CONTRACT-FOUND TO TRUE
           END-SEARCH
           IF CONTRACT-FOUND
               MOVE MEMBER-ID IN CLAIM-RECORD TO CS-MEMBER-ID
               MOVE PROVIDER-ID TO CS-PROVIDER-ID
               MOVE SERVICE-DATE TO CS-SERVICE-DATE
               RELEASE CLAIM-SORT-RECORD
               ADD 1 TO WS-ENCOUNTERS-KEPT
           END-IF.

       OPEN-MEMBER-CURSORS.
      *    Attribution, the sorted encounters, spans and the member
      *    master all arrive in member order, so one pass over each
      *    answers every attributed member
           OPEN INPUT ATTRIBUTION-FILE
           IF WS-ATTRIB-FILE-STATUS = '00'
               SET ATTRIB-AVAILABLE TO TRUE
               READ ATTRIBUTION-FILE
                   AT END SET END-OF-ATTRIB TO TRUE
               END-READ
           ELSE
               SET END-OF-ATTRIB TO TRUE
               DISPLAY 'MEMBER-ATTRIBUTION.DAT NOT FOUND - NO '
                   'PANELS TO MEASURE'
           END-IF
           IF CLAIMS-AVAILABLE
               OPEN INPUT ENCOUNTER-SORTED-FILE
               READ ENCOUNTER-SORTED-FILE
                   AT END SET END-OF-ENCOUNTERS TO TRUE
               END-READ
           ELSE
               SET END-OF-ENCOUNTERS TO TRUE
           END-IF
      *    With no span file the master's enrollment and
      *    termination dates give the member-months
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
           END-IF
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS = '00'
               SET MEMBERS-AVAILABLE TO TRUE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           ELSE
               SET END-OF-MEMBERS TO TRUE
           END-IF.

       OPEN-OUTPUT-FILES.
      *    Target: PAYER-ANALYST.NETWORK-MGMT.ENCOUNTER-COMPLETENESS
           OPEN OUTPUT COMPLETENESS-FILE
           MOVE 'HDR' TO EC-H-RECORD-TYPE
           MOVE 'ENCOUNTER-COMPLETE' TO EC-H-PROGRAM
           MOVE WS-RUN-DATE TO EC-H-RUN-DATE
           MOVE WS-REPORT-MONTH TO EC-H-PERIOD
           WRITE EC-HEADER-RECORD
      *    Target: PAYER-ANALYST.NETWORK-MGMT.ZERO-ENCOUNTER-MEMBERS
           OPEN OUTPUT ZERO-MEMBER-FILE
           MOVE 'HDR' TO ZE-H-RECORD-TYPE
           MOVE 'ENCOUNTER-COMPLETE' TO ZE-H-PROGRAM
           MOVE WS-RUN-DATE TO ZE-H-RUN-DATE
           MOVE WS-REPORT-MONTH TO ZE-H-PERIOD
           WRITE ZE-HEADER-RECORD.

       WALK-ATTRIBUTED-MEMBERS.
           PERFORM UNTIL END-OF-ATTRIB
               ADD 1 TO WS-ATTRIB-READ
               PERFORM FIND-MEMBER-CONTRACT
               IF CONTRACT-FOUND
                   PERFORM COUNT-MEMBER-MONTHS
                   PERFORM COUNT-MEMBER-ENCOUNTERS
                   PERFORM FOLD-INTO-CONTRACT
               END-IF
               READ ATTRIBUTION-FILE
                   AT END SET END-OF-ATTRIB TO TRUE
               END-READ
           END-PERFORM.

       FIND-MEMBER-CONTRACT.
           MOVE 'N' TO WS-CON-MATCH
           SET WS-CON-IDX TO 1
           SEARCH WS-CON-ENTRY VARYING WS-CON-IDX
               AT END CONTINUE
               WHEN WS-CON-IDX > WS-CONTRACT-COUNT
                   CONTINUE
               WHEN WS-CON-PROVIDER(WS-CON-IDX) = ATT-PROVIDER-ID
                   SET CONTRACT-FOUND TO TRUE
           END-SEARCH.

       COUNT-MEMBER-MONTHS.
      *    Each window month covered on its first counts once, so
      *    overlapping spans do not double a month
           MOVE ALL 'N' TO WS-MONTH-FLAGS
           MOVE ZERO TO WS-MEMBER-MONTHS
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE SPACES TO WS-MEMBER-LAST-NAME
           MOVE SPACES TO WS-MEMBER-FIRST-NAME
           PERFORM UNTIL END-OF-MEMBERS OR
                        MEMBER-ID IN MEMBER-RECORD >= ATT-MEMBER-ID
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-MEMBERS AND
              MEMBER-ID IN MEMBER-RECORD = ATT-MEMBER-ID
               SET MEMBER-ON-MASTER TO TRUE
               MOVE LAST-NAME TO WS-MEMBER-LAST-NAME
               MOVE FIRST-NAME TO WS-MEMBER-FIRST-NAME
           END-IF
           IF SPANS-AVAILABLE
               PERFORM UNTIL END-OF-SPANS OR
                            SPAN-MEMBER-ID >= ATT-MEMBER-ID
                   READ ENROLLMENT-SPAN-FILE
                       AT END SET END-OF-SPANS TO TRUE
                   END-READ
               END-PERFORM
               PERFORM UNTIL END-OF-SPANS OR
                            SPAN-MEMBER-ID NOT = ATT-MEMBER-ID
                   PERFORM VARYING WS-MONTH-I FROM 1 BY 1
                           UNTIL WS-MONTH-I > 12
                       IF SPAN-START <= WS-WIN-FIRST(WS-MONTH-I) AND
                          SPAN-END >= WS-WIN-FIRST(WS-MONTH-I)
                           MOVE 'Y' TO WS-MONTH-FLAG(WS-MONTH-I)
                       END-IF
                   END-PERFORM
                   READ ENROLLMENT-SPAN-FILE
                       AT END SET END-OF-SPANS TO TRUE
                   END-READ
               END-PERFORM
           ELSE
               IF MEMBER-ON-MASTER
                   PERFORM VARYING WS-MONTH-I FROM 1 BY 1
                           UNTIL WS-MONTH-I > 12
                       IF ENROLLMENT-DATE <=
                              WS-WIN-FIRST(WS-MONTH-I) AND
                          (TERMINATION-DATE = ZERO OR
                           TERMINATION-DATE >=
                              WS-WIN-FIRST(WS-MONTH-I))
                           MOVE 'Y' TO WS-MONTH-FLAG(WS-MONTH-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           PERFORM VARYING WS-MONTH-I FROM 1 BY 1
                   UNTIL WS-MONTH-I > 12
               IF WS-MONTH-FLAG(WS-MONTH-I) = 'Y'
                   ADD 1 TO WS-MEMBER-MONTHS
               END-IF
           END-PERFORM.

       COUNT-MEMBER-ENCOUNTERS.
      *    Only encounters from the member's own capitated
      *    provider count toward its panel
           MOVE ZERO TO WS-MEMBER-ENCOUNTERS
           PERFORM UNTIL END-OF-ENCOUNTERS OR
                        CE-MEMBER-ID >= ATT-MEMBER-ID
               READ ENCOUNTER-SORTED-FILE
                   AT END SET END-OF-ENCOUNTERS TO TRUE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-ENCOUNTERS OR
                        CE-MEMBER-ID NOT = ATT-MEMBER-ID
               IF CE-PROVIDER-ID = ATT-PROVIDER-ID
                   ADD 1 TO WS-MEMBER-ENCOUNTERS
               END-IF
               READ ENCOUNTER-SORTED-FILE
                   AT END SET END-OF-ENCOUNTERS TO TRUE
               END-READ
           END-PERFORM.

       FOLD-INTO-CONTRACT.
      *    A member never enrolled in the window is not on the
      *    panel for it
           IF WS-MEMBER-MONTHS > ZERO
               ADD 1 TO WS-PANEL-MEMBERS
               ADD 1 TO WS-CON-PANEL(WS-CON-IDX)
               ADD WS-MEMBER-MONTHS
                   TO WS-CON-MBR-MONTHS(WS-CON-IDX)
               ADD WS-MEMBER-ENCOUNTERS
                   TO WS-CON-ENCOUNTERS(WS-CON-IDX)
               IF WS-MEMBER-ENCOUNTERS = ZERO
                   ADD 1 TO WS-CON-ZERO-MEMBERS(WS-CON-IDX)
                   PERFORM WRITE-ZERO-MEMBER
               END-IF
           END-IF.

       WRITE-ZERO-MEMBER.
           ADD 1 TO WS-ZERO-MEMBERS
           MOVE ATT-MEMBER-ID TO ZE-MEMBER-ID
           MOVE ATT-PROVIDER-ID TO ZE-PROVIDER-ID
           MOVE WS-REPORT-MONTH TO ZE-REPORT-MONTH
           MOVE WS-MEMBER-LAST-NAME TO ZE-LAST-NAME
           MOVE WS-MEMBER-FIRST-NAME TO ZE-FIRST-NAME
           MOVE WS-MEMBER-MONTHS TO ZE-MEMBER-MONTHS
           WRITE ZERO-MEMBER-RECORD
           ADD 1 TO WS-ZE-REC-COUNT
           ADD WS-MEMBER-MONTHS TO WS-ZE-HASH.

       WRITE-CONTRACT-RESULTS.
      *    The history accumulates across runs; the first run ever
      *    finds no history and creates it
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'ENCOUNTER COMPLETENESS BY CONTRACT'
           DISPLAY '=========================================='
           PERFORM WRITE-ONE-CONTRACT
               VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CONTRACT-COUNT
           CLOSE HISTORY-FILE.

       WRITE-ONE-CONTRACT.
           MOVE ZERO TO WS-CON-RATE
           IF WS-CON-MBR-MONTHS(WS-CON-IDX) > ZERO
               COMPUTE WS-CON-RATE ROUNDED =
                   WS-CON-ENCOUNTERS(WS-CON-IDX) * 1000 /
                   WS-CON-MBR-MONTHS(WS-CON-IDX)
           END-IF
      *    A contract with no standard of its own is held to the
      *    plan-wide expected rate
           IF WS-CON-STANDARD(WS-CON-IDX) > ZERO
               MOVE WS-CON-STANDARD(WS-CON-IDX) TO WS-CON-STD-USED
           ELSE
               MOVE WS-EXPECTED-RATE TO WS-CON-STD-USED
           END-IF
           MOVE ZERO TO WS-PCT-OF-EXPECTED
           IF WS-EXPECTED-RATE > ZERO
               COMPUTE WS-PCT-OF-EXPECTED ROUNDED =
                   WS-CON-RATE * 100 / WS-EXPECTED-RATE
                   ON SIZE ERROR MOVE 9999.9 TO WS-PCT-OF-EXPECTED
               END-COMPUTE
           END-IF
           MOVE WS-CON-PROVIDER(WS-CON-IDX) TO EC-PROVIDER-ID
           MOVE WS-REPORT-MONTH TO EC-REPORT-MONTH
           MOVE WS-CON-PANEL(WS-CON-IDX) TO EC-PANEL-MEMBERS
           MOVE WS-CON-MBR-MONTHS(WS-CON-IDX) TO EC-MEMBER-MONTHS
           MOVE WS-CON-ENCOUNTERS(WS-CON-IDX) TO EC-ENCOUNTERS
           MOVE WS-CON-RATE TO EC-RATE
           MOVE WS-CON-STD-USED TO EC-STANDARD
           MOVE WS-EXPECTED-RATE TO EC-EXPECTED-RATE
           MOVE WS-PCT-OF-EXPECTED TO EC-PCT-OF-EXPECTED
           MOVE WS-CON-ZERO-MEMBERS(WS-CON-IDX) TO EC-ZERO-MEMBERS
           MOVE 'N' TO EC-BELOW-STANDARD
           MOVE 'N' TO EC-BELOW-HISTORY
      *    A panel with no member-months has nothing to measure
           IF WS-CON-MBR-MONTHS(WS-CON-IDX) > ZERO AND
              WS-CON-RATE < WS-CON-STD-USED
               MOVE 'Y' TO EC-BELOW-STANDARD
               ADD 1 TO WS-BELOW-STD-CNT
           END-IF
           MOVE ZERO TO WS-PRIOR-RATE
           IF WS-CON-HIST-COUNT(WS-CON-IDX) > ZERO
               COMPUTE WS-PRIOR-RATE ROUNDED =
                   WS-CON-HIST-SUM(WS-CON-IDX) /
                   WS-CON-HIST-COUNT(WS-CON-IDX)
               COMPUTE WS-HISTORY-FLOOR ROUNDED =
                   WS-PRIOR-RATE * (100 - WS-HISTORY-DROP-PCT) / 100
               IF WS-CON-MBR-MONTHS(WS-CON-IDX) > ZERO AND
                  WS-CON-RATE < WS-HISTORY-FLOOR
                   MOVE 'Y' TO EC-BELOW-HISTORY
                   ADD 1 TO WS-BELOW-HIST-CNT
               END-IF
           END-IF
           MOVE WS-PRIOR-RATE TO EC-PRIOR-RATE
           WRITE COMPLETENESS-RECORD
           ADD 1 TO WS-EC-REC-COUNT
           ADD WS-CON-ENCOUNTERS(WS-CON-IDX) TO WS-EC-HASH
           MOVE WS-CON-PROVIDER(WS-CON-IDX) TO EH-PROVIDER-ID
           MOVE WS-REPORT-MONTH TO EH-REPORT-MONTH
           MOVE WS-CON-MBR-MONTHS(WS-CON-IDX) TO EH-MEMBER-MONTHS
           MOVE WS-CON-ENCOUNTERS(WS-CON-IDX) TO EH-ENCOUNTERS
           MOVE WS-CON-RATE TO EH-RATE
           MOVE WS-RUN-DATE TO EH-RUN-DATE
           WRITE HISTORY-RECORD
           DISPLAY '  PROVIDER ' WS-CON-PROVIDER(WS-CON-IDX)
               ' - Member-Months: ' WS-CON-MBR-MONTHS(WS-CON-IDX)
               '  Encounters: ' WS-CON-ENCOUNTERS(WS-CON-IDX)
               '  Per 1000: ' WS-CON-RATE
               '  Standard: ' WS-CON-STD-USED
               '  Prior: ' WS-PRIOR-RATE
               '  Below Std: ' EC-BELOW-STANDARD
               '  Dropped: ' EC-BELOW-HISTORY.

       CLOSE-FILES.
           MOVE 'TRL' TO EC-T-RECORD-TYPE
           MOVE WS-EC-REC-COUNT TO EC-T-RECORD-COUNT
           MOVE WS-EC-HASH TO EC-T-HASH-TOTAL
           WRITE EC-TRAILER-RECORD
           CLOSE COMPLETENESS-FILE
           MOVE 'TRL' TO ZE-T-RECORD-TYPE
           MOVE WS-ZE-REC-COUNT TO ZE-T-RECORD-COUNT
           MOVE WS-ZE-HASH TO ZE-T-HASH-TOTAL
           WRITE ZE-TRAILER-RECORD
           CLOSE ZERO-MEMBER-FILE
           IF ATTRIB-AVAILABLE
               CLOSE ATTRIBUTION-FILE
           END-IF
           IF CLAIMS-AVAILABLE
               CLOSE ENCOUNTER-SORTED-FILE
           END-IF
           IF SPANS-AVAILABLE
               CLOSE ENROLLMENT-SPAN-FILE
           END-IF
           IF MEMBERS-AVAILABLE
               CLOSE MEMBER-FILE
           END-IF.

       WRITE-COMPLETENESS-REPORT.
      *    Write output to: PAYER-ANALYST.NETWORK-MGMT.ENCOUNTERS
           DISPLAY '=========================================='
           DISPLAY 'ENCOUNTER DATA COMPLETENESS REPORT'
           DISPLAY 'REPORT MONTH: ' WS-REPORT-MONTH
           DISPLAY 'WINDOW: ' WS-WINDOW-START(1:6) ' - '
               WS-REPORT-MONTH
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'CAPITATED CONTRACTS MEASURED: ' WS-CONTRACT-COUNT
           DISPLAY 'EXPECTED RATE PER 1000 MEMBER-MONTHS: '
               WS-EXPECTED-RATE
           DISPLAY 'ATTRIBUTED MEMBERS READ: ' WS-ATTRIB-READ
           DISPLAY 'CAPITATED PANEL MEMBERS: ' WS-PANEL-MEMBERS
           DISPLAY 'WINDOW ENCOUNTERS FROM CAPITATED PROVIDERS: '
               WS-ENCOUNTERS-KEPT
           DISPLAY 'PRIOR-MONTH HISTORY RECORDS USED: '
               WS-HISTORY-READ
           DISPLAY ' '
           DISPLAY 'CONTRACTS BELOW SUBMISSION STANDARD: '
               WS-BELOW-STD-CNT
           DISPLAY 'CONTRACTS DROPPED AGAINST OWN HISTORY: '
               WS-BELOW-HIST-CNT
           DISPLAY 'PANEL MEMBERS WITH ZERO ENCOUNTERS: '
               WS-ZERO-MEMBERS
           DISPLAY '=========================================='
           DISPLAY 'ANALYSIS COMPLETE'.
