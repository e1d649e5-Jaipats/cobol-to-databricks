       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISING-RISK-IDENTIFY.
       AUTHOR. CASE-MANAGEMENT-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Rising-risk member identification. The high-cost and ED
      *    extracts only find members once they are already
      *    expensive; this pass looks for the ones on the way up.
      *    Each member's paid claims are bucketed by service month
      *    over the six months ending with the month being closed,
      *    and the least-squares slope of that monthly spend is
      *    scored together with the RAF change since the prior
      *    year (RAF-SCORES.DAT against PRIOR-RAF-SCORES.DAT), any
      *    chronic condition billed for the first time in the last
      *    three months (the same ICD-10 prefixes the condition
      *    cost rollup groups by), and a rise in ED visits from the
      *    first three months to the last three. Members scoring
      *    over the threshold are ranked onto RISING-RISK.DAT for
      *    case management outreach. Members CM already manages
      *    (open on CASE-ROSTER.DAT) and members already on the
      *    high-cost extract are left off - they are being worked.
      *    Last month's list is carried forward as
      *    RISING-RISK-PRIOR.DAT; how many of those members have
      *    since turned up on HIGHCOST.DAT is appended month by
      *    month to RISING-RISK-TRACKING.DAT so the model's hit
      *    rate can be followed over time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT RAF-FILE
               ASSIGN TO "RAF-SCORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAF-FILE-STATUS.
           SELECT PRIOR-RAF-FILE
               ASSIGN TO "PRIOR-RAF-SCORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-RAF-STATUS.
           SELECT HIGHCOST-FILE
               ASSIGN TO "HIGHCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIGHCOST-STATUS.
           SELECT PRIOR-LIST-FILE
               ASSIGN TO "RISING-RISK-PRIOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-LIST-STATUS.
           SELECT CASE-ROSTER-FILE
               ASSIGN TO "CASE-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "RISING-RISK-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT RISK-SORT-FILE
               ASSIGN TO "RISKSORT.TMP".
           SELECT RISK-WORK-FILE
               ASSIGN TO "RISKWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RANK-SORT-FILE
               ASSIGN TO "RANKSORT.TMP".
           SELECT RISING-RISK-FILE
               ASSIGN TO "RISING-RISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT TRACKING-FILE
               ASSIGN TO "RISING-RISK-TRACKING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRACKING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

      *    Both score files are padded past the control record
      *    length so an HDR/TRL line reads as one record
       FD  RAF-FILE.
       01  RAF-RECORD.
           05  RS-MEMBER-ID        PIC 9(10).
           05  RS-RAF-SCORE        PIC 9V9999.
           05  FILLER              PIC X(45).

       FD  PRIOR-RAF-FILE.
       01  PRIOR-RAF-RECORD.
           05  PS-MEMBER-ID        PIC 9(10).
           05  PS-RAF-SCORE        PIC 9V9999.
           05  FILLER              PIC X(45).

       FD  HIGHCOST-FILE.
      *    Only the member on each high-cost claim is used
       01  HIGHCOST-RECORD.
           05  HC-CLAIM-ID         PIC 9(12).
           05  HC-MEMBER-ID        PIC 9(10).
           05  FILLER              PIC X(38).

       FD  PRIOR-LIST-FILE.
      *    Last month's RISING-RISK.DAT, control records stripped
      *    when it was promoted
       01  PRIOR-LIST-RECORD.
           05  PL-RANK             PIC 9(5).
           05  PL-MEMBER-ID        PIC 9(10).
           05  PL-LIST-MONTH       PIC 9(6).
           05  FILLER              PIC X(39).

       FD  CASE-ROSTER-FILE.
      *    Members already in case management, fed back by CM so
      *    outreach is not duplicated for a member it already manages
       01  CASE-ROSTER-RECORD.
           05  CASE-MEMBER-ID      PIC 9(10).
           05  CASE-STATUS         PIC X(10).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-MIN-SLOPE        PIC 9(5)V99.
           05  CF-SCORE-THRESHOLD  PIC 9(3).
           05  CF-LIST-LIMIT       PIC 9(5).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

      *    Everything known about a member, in member order: a
      *    high-cost claim, last month's listing, the current and
      *    prior-year RAF scores, then the paid claims
       SD  RISK-SORT-FILE.
       01  RISK-SORT-RECORD.
           05  RK-MEMBER-ID        PIC 9(10).
           05  RK-EVENT-TYPE       PIC X(1).
               88  RK-HIGH-COST    VALUE '1'.
               88  RK-PRIOR-LIST   VALUE '2'.
               88  RK-CURRENT-RAF  VALUE '3'.
               88  RK-PRIOR-RAF    VALUE '4'.
               88  RK-CLAIM        VALUE '5'.
           05  RK-SERVICE-DATE     PIC 9(8).
           05  RK-PAID             PIC 9(7)V99.
           05  RK-ED-VISIT         PIC X(1).
           05  RK-DIAGNOSIS        PIC X(7).
           05  RK-RAF-SCORE        PIC 9V9999.

      *    One line per member over the score threshold, for the
      *    ranking sort
       FD  RISK-WORK-FILE.
       01  RISK-WORK-RECORD.
           05  RW-SCORE            PIC 9(3).
           05  RW-COST-SLOPE       PIC 9(7)V99.
           05  RW-MEMBER-ID        PIC 9(10).
           05  RW-WINDOW-PAID      PIC 9(9)V99.
           05  RW-RAF-CURRENT      PIC 9V9999.
           05  RW-RAF-PRIOR        PIC 9V9999.
           05  RW-NEW-CONDITIONS   PIC 9(1).
           05  RW-ED-RECENT        PIC 9(3).
           05  RW-ED-EARLIER       PIC 9(3).

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RN-SCORE            PIC 9(3).
           05  RN-COST-SLOPE       PIC 9(7)V99.
           05  RN-MEMBER-ID        PIC 9(10).
           05  RN-WINDOW-PAID      PIC 9(9)V99.
           05  RN-RAF-CURRENT      PIC 9V9999.
           05  RN-RAF-PRIOR        PIC 9V9999.
           05  RN-NEW-CONDITIONS   PIC 9(1).
           05  RN-ED-RECENT        PIC 9(3).
           05  RN-ED-EARLIER       PIC 9(3).

       FD  RISING-RISK-FILE.
      *    Ranked outreach list, highest score first. Slope is the
      *    rise in monthly paid dollars per month over the window;
      *    RAF-PRIOR is zero when the member had no prior-year score
       01  RISING-RISK-RECORD.
           05  RR-RANK             PIC 9(5).
           05  RR-MEMBER-ID        PIC 9(10).
           05  RR-LIST-MONTH       PIC 9(6).
           05  RR-SCORE            PIC 9(3).
           05  RR-COST-SLOPE       PIC 9(7)V99.
           05  RR-WINDOW-PAID      PIC 9(9)V99.
           05  RR-RAF-CURRENT      PIC 9V9999.
           05  RR-RAF-PRIOR        PIC 9V9999.
           05  RR-NEW-CONDITIONS   PIC 9(1).
           05  RR-ED-RECENT        PIC 9(3).
           05  RR-ED-EARLIER       PIC 9(3).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==RR==.

       FD  TRACKING-FILE.
      *    One line per month: how many of the members listed for
      *    LIST-MONTH had become high-cost by CHECK-MONTH
       01  TRACKING-RECORD.
           05  RT-LIST-MONTH       PIC 9(6).
           05  RT-CHECK-MONTH      PIC 9(6).
           05  RT-MEMBERS-LISTED   PIC 9(5).
           05  RT-NOW-HIGH-COST    PIC 9(5).
           05  RT-HIT-RATE         PIC 9(3)V99.
           05  RT-RUN-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
      *    Scoring thresholds; tunable without a recompile via
      *    RISING-RISK-CONTROL.DAT. A member must be trending up by
      *    at least the minimum slope and score at least the
      *    threshold to be listed; the list is cut at the limit.
       01  WS-MIN-SLOPE            PIC 9(5)V99 VALUE 250.00.
       01  WS-SCORE-THRESHOLD      PIC 9(3) VALUE 30.
       01  WS-LIST-LIMIT           PIC 9(5) VALUE 500.
       01  WS-CONTROL-STATUS       PIC XX.

      *    Known chronic-condition ICD-10 prefixes - the same list
      *    CONDITION-COST-ANALYSIS rolls its cohorts up by
       01  WS-CHRONIC-TABLE.
           05  FILLER PIC X(19) VALUE 'E11DIABETES        '.
           05  FILLER PIC X(19) VALUE 'I50CHF             '.
           05  FILLER PIC X(19) VALUE 'J44COPD            '.
           05  FILLER PIC X(19) VALUE 'I10HYPERTENSION    '.
           05  FILLER PIC X(19) VALUE 'N18CHRONIC KIDNEY  '.
       01  WS-CHRONIC-REDEF REDEFINES WS-CHRONIC-TABLE.
           05  WS-CHRONIC-ENTRY    OCCURS 5 TIMES.
               10  WS-CHRONIC-PREFIX   PIC X(3).
               10  WS-CHRONIC-NAME     PIC X(16).
       01  WS-CHRONIC-IDX          PIC 9.
       01  WS-NEW-CONDITION-COUNTS.
           05  WS-NEW-COND-MEMBERS OCCURS 5 TIMES
                                   PIC 9(7) VALUE ZERO.

      *    The six-month window ends with the month being closed;
      *    months are numbered year * 12 + month so the window can
      *    cross a year end
       01  WS-WINDOW-END           PIC 9(6).
       01  WS-WINDOW-END-R REDEFINES WS-WINDOW-END.
           05  WS-WINDOW-END-YEAR  PIC 9(4).
           05  WS-WINDOW-END-MONTH PIC 9(2).
       01  WS-WINDOW-END-NUMBER    PIC 9(6).
       01  WS-CLAIM-MONTH-NUMBER   PIC 9(6).
       01  WS-MONTHS-BACK          PIC S9(6).
       01  WS-BUCKET               PIC 9.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  FILLER              PIC 9(2).
       01  WS-SERVICE-DATE-WORK    PIC 9(8).
       01  WS-SERVICE-DATE-R REDEFINES WS-SERVICE-DATE-WORK.
           05  WS-SERVICE-YEAR     PIC 9(4).
           05  WS-SERVICE-MONTH    PIC 9(2).
           05  FILLER              PIC 9(2).

       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-CLAIM-EOF            PIC X VALUE 'N'.
           88  END-OF-CLAIMS       VALUE 'Y'.
       01  WS-RAF-FILE-STATUS      PIC XX.
       01  WS-PRIOR-RAF-STATUS     PIC XX.
       01  WS-RAF-EOF              PIC X VALUE 'N'.
           88  END-OF-RAF          VALUE 'Y'.
       01  WS-HIGHCOST-STATUS      PIC XX.
       01  WS-HIGHCOST-EOF         PIC X VALUE 'N'.
           88  END-OF-HIGHCOST     VALUE 'Y'.
       01  WS-PRIOR-LIST-STATUS    PIC XX.
       01  WS-PRIOR-LIST-EOF       PIC X VALUE 'N'.
           88  END-OF-PRIOR-LIST   VALUE 'Y'.
       01  WS-PRIOR-LIST-FOUND     PIC X VALUE 'N'.
           88  PRIOR-LIST-FOUND    VALUE 'Y'.
       01  WS-PRIOR-LIST-MONTH     PIC 9(6) VALUE ZERO.
       01  WS-PARAM-STATUS         PIC XX.
       01  WS-TRACKING-STATUS      PIC XX.
       01  WS-TRACKING-EOF         PIC X VALUE 'N'.
           88  END-OF-TRACKING     VALUE 'Y'.
       01  WS-TRACKED-ALREADY      PIC X VALUE 'N'.
           88  MONTH-ALREADY-TRACKED VALUE 'Y'.
       01  WS-MISSING-SOURCE       PIC X VALUE 'N'.
           88  SOURCE-MISSING      VALUE 'Y'.

      *    Member control break state over the sorted events: paid
      *    dollars and ED visits by window month (1 = oldest), and
      *    per chronic condition whether it was billed before the
      *    last three months (E) and within them (R)
       01  WS-MEMBER-BREAK.
           05  WS-CUR-MEMBER-ID    PIC 9(10).
           05  WS-CUR-HIGH-COST    PIC X.
               88  CUR-HIGH-COST   VALUE 'Y'.
           05  WS-CUR-PRIOR-LISTED PIC X.
               88  CUR-PRIOR-LISTED VALUE 'Y'.
           05  WS-CUR-RAF-CURRENT  PIC 9V9999.
           05  WS-CUR-RAF-PRIOR    PIC 9V9999.
           05  WS-CUR-MONTH        OCCURS 6 TIMES.
               10  WS-CUR-MONTH-PAID   PIC 9(9)V99.
               10  WS-CUR-MONTH-ED     PIC 9(3).
           05  WS-CUR-CONDITION    OCCURS 5 TIMES.
               10  WS-CUR-COND-EARLIER PIC X.
               10  WS-CUR-COND-RECENT  PIC X.
           05  WS-CUR-CLAIMS       PIC 9(5).
       01  WS-BREAK-ACTIVE         PIC X VALUE 'N'.
           88  BREAK-ACTIVE        VALUE 'Y'.
       01  WS-RISK-SORT-EOF        PIC X VALUE 'N'.
           88  END-OF-RISK-SORT    VALUE 'Y'.
       01  WS-RANK-SORT-EOF        PIC X VALUE 'N'.
           88  END-OF-RANK-SORT    VALUE 'Y'.
       01  WS-MONTH-SUB            PIC 9.
       01  WS-MONTH-WEIGHT         PIC S9.

      *    Scoring work. Cost points run one per $25 a month of
      *    slope up to 40; RAF points one per 0.01 of increase up
      *    to 20; ten per new chronic condition up to 20; five per
      *    extra ED visit up to 20.
       01  WS-SCORE-WORK.
           05  WS-SLOPE            PIC S9(9)V99.
           05  WS-WINDOW-PAID      PIC 9(9)V99.
           05  WS-RAF-DELTA        PIC S9V9999.
           05  WS-NEW-CONDITIONS   PIC 9(1).
           05  WS-ED-RECENT        PIC 9(3).
           05  WS-ED-EARLIER       PIC 9(3).
           05  WS-COST-POINTS      PIC 9(5).
           05  WS-RAF-POINTS       PIC 9(5).
           05  WS-COND-POINTS      PIC 9(5).
           05  WS-ED-POINTS        PIC 9(5).
           05  WS-TOTAL-SCORE      PIC 9(3).

      *    Case-management dedup, same roster table the high-cost
      *    and ED referral extracts carry
       01  WS-ROSTER-FILE-STATUS   PIC XX.
       01  WS-ROSTER-EOF           PIC X VALUE 'N'.
           88  END-OF-ROSTER       VALUE 'Y'.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY       OCCURS 3000 TIMES
                                   INDEXED BY WS-CASE-IDX.
               10  WS-CASE-MEMBER-ID   PIC 9(10).
               10  WS-CASE-STATUS      PIC X(10).
       01  WS-CASE-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-CASE-OPEN            PIC X VALUE 'N'.
           88  CASE-ALREADY-OPEN   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-USED      PIC 9(9) VALUE ZERO.
           05  WS-RAF-READ         PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-RAF-READ   PIC 9(9) VALUE ZERO.
           05  WS-HIGHCOST-READ    PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-LIST-READ  PIC 9(7) VALUE ZERO.
           05  WS-MEMBERS-SCORED   PIC 9(9) VALUE ZERO.
           05  WS-MEMBERS-RISING   PIC 9(9) VALUE ZERO.
           05  WS-OVER-THRESHOLD   PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESSED-CASE  PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESSED-HC    PIC 9(7) VALUE ZERO.
           05  WS-MEMBERS-LISTED   PIC 9(7) VALUE ZERO.
           05  WS-OVER-LIMIT       PIC 9(7) VALUE ZERO.
           05  WS-PRIOR-LISTED     PIC 9(5) VALUE ZERO.
           05  WS-PRIOR-NOW-HC     PIC 9(5) VALUE ZERO.
           05  WS-TRACKING-LINES   PIC 9(5) VALUE ZERO.
       01  WS-HIT-RATE             PIC 9(3)V99 VALUE ZERO.

      *    Extract control totals; the hash is window paid dollars
      *    in cents
       01  WS-RR-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RR-HASH              PIC 9(15) VALUE ZERO.

      *    Bad open on the primary extract aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CONTROL-THRESHOLDS
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CASE-ROSTER
           PERFORM OPEN-FILES
           IF NOT OPEN-FAILED
               SORT RISK-SORT-FILE
                   ASCENDING KEY RK-MEMBER-ID
                                 RK-EVENT-TYPE
                   INPUT PROCEDURE IS RELEASE-MEMBER-EVENTS
                   OUTPUT PROCEDURE IS SCORE-MEMBERS
               SORT RANK-SORT-FILE
                   DESCENDING KEY RN-SCORE
                                  RN-COST-SLOPE
                   ASCENDING KEY RN-MEMBER-ID
                   USING RISK-WORK-FILE
                   OUTPUT PROCEDURE IS WRITE-RANKED-LIST
               PERFORM TRACK-PRIOR-LIST
               PERFORM WRITE-RISING-RISK-REPORT
               IF SOURCE-MISSING
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-CONTROL-THRESHOLDS.
      *    Optional - the compiled-in thresholds stand when the run
      *    has no control file present
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CF-MIN-SLOPE TO WS-MIN-SLOPE
                       MOVE CF-SCORE-THRESHOLD TO WS-SCORE-THRESHOLD
                       MOVE CF-LIST-LIMIT TO WS-LIST-LIMIT
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the window ends with the month
      *    the cycle closes, so a month-end caught up after the
      *    calendar has turned still scores its own month; run
      *    standalone it ends with the month before the run date
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RUN-MONTH = 1
               COMPUTE WS-WINDOW-END-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-WINDOW-END-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-WINDOW-END-YEAR
               COMPUTE WS-WINDOW-END-MONTH = WS-RUN-MONTH - 1
           END-IF
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-CYCLE-PERIOD IS NUMERIC AND
                          RP-CYCLE-PERIOD > ZERO
                           MOVE RP-CYCLE-PERIOD TO WS-WINDOW-END
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF
           COMPUTE WS-WINDOW-END-NUMBER =
               WS-WINDOW-END-YEAR * 12 + WS-WINDOW-END-MONTH.

       LOAD-CASE-ROSTER.
      *    Optional - with no roster every rising member is listed
           OPEN INPUT CASE-ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-ROSTER
                   READ CASE-ROSTER-FILE
                       AT END SET END-OF-ROSTER TO TRUE
                       NOT AT END PERFORM STORE-CASE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CASE-ROSTER-FILE
           END-IF.

       STORE-CASE-ENTRY.
           IF WS-CASE-COUNT < 3000
               ADD 1 TO WS-CASE-COUNT
               SET WS-CASE-IDX TO WS-CASE-COUNT
               MOVE CASE-MEMBER-ID
                   TO WS-CASE-MEMBER-ID(WS-CASE-IDX)
               MOVE CASE-STATUS TO WS-CASE-STATUS(WS-CASE-IDX)
           ELSE
               DISPLAY 'WARNING: CASE ROSTER TABLE FULL (3000) - '
                   'MEMBER ' CASE-MEMBER-ID
                   ' MAY BE LISTED'
           END-IF.

       OPEN-FILES.
      *    Open input file from mainframe
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CLAIMS.DAT - STATUS '
                   WS-CLAIM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE CLAIM-FILE
           END-IF.

       RELEASE-MEMBER-EVENTS.
           PERFORM RELEASE-HIGH-COST-MEMBERS
           PERFORM RELEASE-PRIOR-LIST
           PERFORM RELEASE-RAF-SCORES
           PERFORM RELEASE-PRIOR-RAF-SCORES
           PERFORM RELEASE-PAID-CLAIMS.

       RELEASE-HIGH-COST-MEMBERS.
      *    Source: PAYER-ANALYST.ANALYTICS.HIGHCOST
      *    Written by CLAIMS-COST-ANALYSIS earlier in the cycle;
      *    without it nobody is held off the list as already
      *    high-cost and last month's list cannot be scored
           OPEN INPUT HIGHCOST-FILE
           IF WS-HIGHCOST-STATUS = '00'
               PERFORM UNTIL END-OF-HIGHCOST
                   READ HIGHCOST-FILE
                       AT END SET END-OF-HIGHCOST TO TRUE
                       NOT AT END
                           IF HIGHCOST-RECORD(1:3) NOT = 'HDR' AND
                              HIGHCOST-RECORD(1:3) NOT = 'TRL'
                               ADD 1 TO WS-HIGHCOST-READ
                               PERFORM CLEAR-SORT-EVENT
                               MOVE HC-MEMBER-ID TO RK-MEMBER-ID
                               MOVE '1' TO RK-EVENT-TYPE
                               RELEASE RISK-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIGHCOST-FILE
           ELSE
               DISPLAY 'HIGHCOST.DAT NOT FOUND - HIGH-COST MEMBERS '
                   'NOT EXCLUDED OR TRACKED'
               SET SOURCE-MISSING TO TRUE
           END-IF.

       RELEASE-PRIOR-LIST.
      *    Optional - the first month has no list to track
           OPEN INPUT PRIOR-LIST-FILE
           IF WS-PRIOR-LIST-STATUS = '00'
               SET PRIOR-LIST-FOUND TO TRUE
               PERFORM UNTIL END-OF-PRIOR-LIST
                   READ PRIOR-LIST-FILE
                       AT END SET END-OF-PRIOR-LIST TO TRUE
                       NOT AT END
                           IF PRIOR-LIST-RECORD(1:3) NOT = 'HDR' AND
                              PRIOR-LIST-RECORD(1:3) NOT = 'TRL'
                               ADD 1 TO WS-PRIOR-LIST-READ
                               MOVE PL-LIST-MONTH
                                   TO WS-PRIOR-LIST-MONTH
                               PERFORM CLEAR-SORT-EVENT
                               MOVE PL-MEMBER-ID TO RK-MEMBER-ID
                               MOVE '2' TO RK-EVENT-TYPE
                               RELEASE RISK-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-LIST-FILE
           ELSE
               DISPLAY 'RISING-RISK-PRIOR.DAT NOT FOUND - NO PRIOR '
                   'LIST TO TRACK THIS RUN'
           END-IF.

       RELEASE-RAF-SCORES.
      *    Source: PAYER-ANALYST.ACTUARIAL.RAF-SCORES
           MOVE 'N' TO WS-RAF-EOF
           OPEN INPUT RAF-FILE
           IF WS-RAF-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-RAF
                   READ RAF-FILE
                       AT END SET END-OF-RAF TO TRUE
                       NOT AT END
                           IF RAF-RECORD(1:3) NOT = 'HDR' AND
                              RAF-RECORD(1:3) NOT = 'TRL'
                               ADD 1 TO WS-RAF-READ
                               PERFORM CLEAR-SORT-EVENT
                               MOVE RS-MEMBER-ID TO RK-MEMBER-ID
                               MOVE '3' TO RK-EVENT-TYPE
                               MOVE RS-RAF-SCORE TO RK-RAF-SCORE
                               RELEASE RISK-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAF-FILE
           ELSE
               DISPLAY 'RAF-SCORES.DAT NOT FOUND - RAF CHANGE NOT '
                   'SCORED THIS RUN'
               SET SOURCE-MISSING TO TRUE
           END-IF.

       RELEASE-PRIOR-RAF-SCORES.
      *    Optional - the first year has no prior scores
           MOVE 'N' TO WS-RAF-EOF
           OPEN INPUT PRIOR-RAF-FILE
           IF WS-PRIOR-RAF-STATUS = '00'
               PERFORM UNTIL END-OF-RAF
                   READ PRIOR-RAF-FILE
                       AT END SET END-OF-RAF TO TRUE
                       NOT AT END
                           IF PRIOR-RAF-RECORD(1:3) NOT = 'HDR' AND
                              PRIOR-RAF-RECORD(1:3) NOT = 'TRL'
                               ADD 1 TO WS-PRIOR-RAF-READ
                               PERFORM CLEAR-SORT-EVENT
                               MOVE PS-MEMBER-ID TO RK-MEMBER-ID
                               MOVE '4' TO RK-EVENT-TYPE
                               MOVE PS-RAF-SCORE TO RK-RAF-SCORE
                               RELEASE RISK-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-RAF-FILE
           ELSE
               DISPLAY 'PRIOR-RAF-SCORES.DAT NOT FOUND - RAF CHANGE '
                   'NOT SCORED THIS RUN'
           END-IF.

       RELEASE-PAID-CLAIMS.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
      *    Every paid claim up to the end of the window goes in -
      *    the older ones only establish which chronic conditions
      *    a member already had
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL END-OF-CLAIMS
               READ CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       IF (CLAIM-STATUS = 'APPROVED' OR
                           CLAIM-STATUS = 'PARTIAL') AND
                          SERVICE-DATE NOT = ZERO AND
                          SERVICE-DATE(1:6) NOT > WS-WINDOW-END
                           ADD 1 TO WS-CLAIMS-USED
                           PERFORM CLEAR-SORT-EVENT
                           MOVE MEMBER-ID TO RK-MEMBER-ID
                           MOVE '5' TO RK-EVENT-TYPE
                           MOVE SERVICE-DATE TO RK-SERVICE-DATE
                           MOVE PAID-AMOUNT TO RK-PAID
                           IF CLAIM-TYPE = 'EMERGENCY'
                               MOVE 'Y' TO RK-ED-VISIT
                           END-IF
                           MOVE DIAGNOSIS-CODE TO RK-DIAGNOSIS
                           RELEASE RISK-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

       CLEAR-SORT-EVENT.
           MOVE ZERO TO RK-SERVICE-DATE
           MOVE ZERO TO RK-PAID
           MOVE 'N' TO RK-ED-VISIT
           MOVE SPACES TO RK-DIAGNOSIS
           MOVE ZERO TO RK-RAF-SCORE.

       SCORE-MEMBERS.
      *    Control break on member over the sorted events
           OPEN OUTPUT RISK-WORK-FILE
           RETURN RISK-SORT-FILE
               AT END SET END-OF-RISK-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-RISK-SORT
               IF BREAK-ACTIVE AND
                  RK-MEMBER-ID NOT = WS-CUR-MEMBER-ID
                   PERFORM FINISH-ONE-MEMBER
               END-IF
               IF NOT BREAK-ACTIVE
                   PERFORM START-ONE-MEMBER
               END-IF
               EVALUATE TRUE
                   WHEN RK-HIGH-COST
                       MOVE 'Y' TO WS-CUR-HIGH-COST
                   WHEN RK-PRIOR-LIST
                       MOVE 'Y' TO WS-CUR-PRIOR-LISTED
                   WHEN RK-CURRENT-RAF
                       MOVE RK-RAF-SCORE TO WS-CUR-RAF-CURRENT
                   WHEN RK-PRIOR-RAF
                       MOVE RK-RAF-SCORE TO WS-CUR-RAF-PRIOR
                   WHEN RK-CLAIM
                       PERFORM ADD-MEMBER-CLAIM
               END-EVALUATE
               RETURN RISK-SORT-FILE
                   AT END SET END-OF-RISK-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF BREAK-ACTIVE
               PERFORM FINISH-ONE-MEMBER
           END-IF
           CLOSE RISK-WORK-FILE.

       START-ONE-MEMBER.
           SET BREAK-ACTIVE TO TRUE
           MOVE RK-MEMBER-ID TO WS-CUR-MEMBER-ID
           MOVE 'N' TO WS-CUR-HIGH-COST
           MOVE 'N' TO WS-CUR-PRIOR-LISTED
           MOVE ZERO TO WS-CUR-RAF-CURRENT
           MOVE ZERO TO WS-CUR-RAF-PRIOR
           MOVE ZERO TO WS-CUR-CLAIMS
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 6
               MOVE ZERO TO WS-CUR-MONTH-PAID(WS-MONTH-SUB)
               MOVE ZERO TO WS-CUR-MONTH-ED(WS-MONTH-SUB)
           END-PERFORM
           PERFORM VARYING WS-CHRONIC-IDX FROM 1 BY 1
                   UNTIL WS-CHRONIC-IDX > 5
               MOVE 'N' TO WS-CUR-COND-EARLIER(WS-CHRONIC-IDX)
               MOVE 'N' TO WS-CUR-COND-RECENT(WS-CHRONIC-IDX)
           END-PERFORM.

       ADD-MEMBER-CLAIM.
      *    Bucket 6 is the closing month, bucket 1 five months
      *    before it; anything older only feeds condition history
           ADD 1 TO WS-CUR-CLAIMS
           MOVE RK-SERVICE-DATE TO WS-SERVICE-DATE-WORK
           COMPUTE WS-CLAIM-MONTH-NUMBER =
               WS-SERVICE-YEAR * 12 + WS-SERVICE-MONTH
           COMPUTE WS-MONTHS-BACK =
               WS-WINDOW-END-NUMBER - WS-CLAIM-MONTH-NUMBER
           IF WS-MONTHS-BACK < 6
               COMPUTE WS-BUCKET = 6 - WS-MONTHS-BACK
               ADD RK-PAID TO WS-CUR-MONTH-PAID(WS-BUCKET)
               IF RK-ED-VISIT = 'Y'
                   ADD 1 TO WS-CUR-MONTH-ED(WS-BUCKET)
               END-IF
           END-IF
           PERFORM VARYING WS-CHRONIC-IDX FROM 1 BY 1
                   UNTIL WS-CHRONIC-IDX > 5
               IF RK-DIAGNOSIS(1:3) =
                  WS-CHRONIC-PREFIX(WS-CHRONIC-IDX)
                   IF WS-MONTHS-BACK < 3
                       MOVE 'Y'
                           TO WS-CUR-COND-RECENT(WS-CHRONIC-IDX)
                   ELSE
                       MOVE 'Y'
                           TO WS-CUR-COND-EARLIER(WS-CHRONIC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       FINISH-ONE-MEMBER.
      *    Last month's listed members are tracked whatever their
      *    claims show; only members with claims are scored
           MOVE 'N' TO WS-BREAK-ACTIVE
           IF CUR-PRIOR-LISTED
               ADD 1 TO WS-PRIOR-LISTED
               IF CUR-HIGH-COST
                   ADD 1 TO WS-PRIOR-NOW-HC
               END-IF
           END-IF
           IF WS-CUR-CLAIMS > ZERO
               ADD 1 TO WS-MEMBERS-SCORED
               PERFORM SCORE-ONE-MEMBER
               IF WS-SLOPE NOT < WS-MIN-SLOPE
                   ADD 1 TO WS-MEMBERS-RISING
                   IF WS-TOTAL-SCORE NOT < WS-SCORE-THRESHOLD
                       ADD 1 TO WS-OVER-THRESHOLD
                       PERFORM CHECK-CASE-ROSTER
                       EVALUATE TRUE
                           WHEN CASE-ALREADY-OPEN
                               ADD 1 TO WS-SUPPRESSED-CASE
                           WHEN CUR-HIGH-COST
                               ADD 1 TO WS-SUPPRESSED-HC
                           WHEN OTHER
                               PERFORM WRITE-RISK-WORK
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       SCORE-ONE-MEMBER.
      *    Least-squares slope of paid dollars over window months
      *    1 to 6: the month offsets from the midpoint are
      *    -2.5 .. +2.5, whose squares sum to 17.5, so the slope is
      *    the sum of (2m - 7) times the month's paid, over 35
           MOVE ZERO TO WS-SLOPE
           MOVE ZERO TO WS-WINDOW-PAID
           MOVE ZERO TO WS-ED-RECENT
           MOVE ZERO TO WS-ED-EARLIER
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 6
               COMPUTE WS-MONTH-WEIGHT = 2 * WS-MONTH-SUB - 7
               COMPUTE WS-SLOPE = WS-SLOPE + WS-MONTH-WEIGHT *
                   WS-CUR-MONTH-PAID(WS-MONTH-SUB)
               ADD WS-CUR-MONTH-PAID(WS-MONTH-SUB) TO WS-WINDOW-PAID
               IF WS-MONTH-SUB > 3
                   ADD WS-CUR-MONTH-ED(WS-MONTH-SUB) TO WS-ED-RECENT
               ELSE
                   ADD WS-CUR-MONTH-ED(WS-MONTH-SUB) TO WS-ED-EARLIER
               END-IF
           END-PERFORM
           COMPUTE WS-SLOPE ROUNDED = WS-SLOPE / 35
           MOVE ZERO TO WS-COST-POINTS
           IF WS-SLOPE > ZERO
               COMPUTE WS-COST-POINTS = WS-SLOPE / 25
               IF WS-COST-POINTS > 40
                   MOVE 40 TO WS-COST-POINTS
               END-IF
           END-IF
      *    RAF change only counts where both years scored the member
           MOVE ZERO TO WS-RAF-DELTA
           MOVE ZERO TO WS-RAF-POINTS
           IF WS-CUR-RAF-CURRENT > ZERO AND WS-CUR-RAF-PRIOR > ZERO
               COMPUTE WS-RAF-DELTA =
                   WS-CUR-RAF-CURRENT - WS-CUR-RAF-PRIOR
               IF WS-RAF-DELTA > ZERO
                   COMPUTE WS-RAF-POINTS = WS-RAF-DELTA * 100
                   IF WS-RAF-POINTS > 20
                       MOVE 20 TO WS-RAF-POINTS
                   END-IF
               END-IF
           END-IF
      *    A condition is new when the last three months bill it
      *    and nothing earlier on the claims history does
           MOVE ZERO TO WS-NEW-CONDITIONS
           PERFORM VARYING WS-CHRONIC-IDX FROM 1 BY 1
                   UNTIL WS-CHRONIC-IDX > 5
               IF WS-CUR-COND-RECENT(WS-CHRONIC-IDX) = 'Y' AND
                  WS-CUR-COND-EARLIER(WS-CHRONIC-IDX) = 'N'
                   ADD 1 TO WS-NEW-CONDITIONS
               END-IF
           END-PERFORM
           COMPUTE WS-COND-POINTS = WS-NEW-CONDITIONS * 10
           IF WS-COND-POINTS > 20
               MOVE 20 TO WS-COND-POINTS
           END-IF
           MOVE ZERO TO WS-ED-POINTS
           IF WS-ED-RECENT > WS-ED-EARLIER
               COMPUTE WS-ED-POINTS =
                   (WS-ED-RECENT - WS-ED-EARLIER) * 5
               IF WS-ED-POINTS > 20
                   MOVE 20 TO WS-ED-POINTS
               END-IF
           END-IF
           COMPUTE WS-TOTAL-SCORE = WS-COST-POINTS + WS-RAF-POINTS
               + WS-COND-POINTS + WS-ED-POINTS.

       CHECK-CASE-ROSTER.
           MOVE 'N' TO WS-CASE-OPEN
           SET WS-CASE-IDX TO 1
           SEARCH WS-CASE-ENTRY VARYING WS-CASE-IDX
               AT END CONTINUE
               WHEN WS-CASE-MEMBER-ID(WS-CASE-IDX) =
                       WS-CUR-MEMBER-ID
                   IF WS-CASE-STATUS(WS-CASE-IDX) = 'OPEN'
                       SET CASE-ALREADY-OPEN TO TRUE
                   END-IF
           END-SEARCH.

       WRITE-RISK-WORK.
      *    New conditions are counted by condition for the report
           PERFORM VARYING WS-CHRONIC-IDX FROM 1 BY 1
                   UNTIL WS-CHRONIC-IDX > 5
               IF WS-CUR-COND-RECENT(WS-CHRONIC-IDX) = 'Y' AND
                  WS-CUR-COND-EARLIER(WS-CHRONIC-IDX) = 'N'
                   ADD 1 TO WS-NEW-COND-MEMBERS(WS-CHRONIC-IDX)
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-SCORE TO RW-SCORE
           MOVE WS-SLOPE TO RW-COST-SLOPE
           MOVE WS-CUR-MEMBER-ID TO RW-MEMBER-ID
           MOVE WS-WINDOW-PAID TO RW-WINDOW-PAID
           MOVE WS-CUR-RAF-CURRENT TO RW-RAF-CURRENT
           MOVE WS-CUR-RAF-PRIOR TO RW-RAF-PRIOR
           MOVE WS-NEW-CONDITIONS TO RW-NEW-CONDITIONS
           MOVE WS-ED-RECENT TO RW-ED-RECENT
           MOVE WS-ED-EARLIER TO RW-ED-EARLIER
           WRITE RISK-WORK-RECORD.

       WRITE-RANKED-LIST.
      *    Target: PAYER-ANALYST.CASE-MANAGEMENT.RISING-RISK
           OPEN OUTPUT RISING-RISK-FILE
           MOVE 'HDR' TO RR-H-RECORD-TYPE
           MOVE 'RISING-RISK-IDENTIFY' TO RR-H-PROGRAM
           MOVE WS-RUN-DATE TO RR-H-RUN-DATE
           MOVE WS-WINDOW-END TO RR-H-PERIOD
           WRITE RR-HEADER-RECORD
           RETURN RANK-SORT-FILE
               AT END SET END-OF-RANK-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-RANK-SORT
               IF WS-MEMBERS-LISTED < WS-LIST-LIMIT
                   PERFORM WRITE-RISING-RISK-LINE
               ELSE
                   ADD 1 TO WS-OVER-LIMIT
               END-IF
               RETURN RANK-SORT-FILE
                   AT END SET END-OF-RANK-SORT TO TRUE
               END-RETURN
           END-PERFORM
           MOVE 'TRL' TO RR-T-RECORD-TYPE
           MOVE WS-RR-REC-COUNT TO RR-T-RECORD-COUNT
           MOVE WS-RR-HASH TO RR-T-HASH-TOTAL
           WRITE RR-TRAILER-RECORD
           CLOSE RISING-RISK-FILE.

       WRITE-RISING-RISK-LINE.
           ADD 1 TO WS-MEMBERS-LISTED
           MOVE WS-MEMBERS-LISTED TO RR-RANK
           MOVE RN-MEMBER-ID TO RR-MEMBER-ID
           MOVE WS-WINDOW-END TO RR-LIST-MONTH
           MOVE RN-SCORE TO RR-SCORE
           MOVE RN-COST-SLOPE TO RR-COST-SLOPE
           MOVE RN-WINDOW-PAID TO RR-WINDOW-PAID
           MOVE RN-RAF-CURRENT TO RR-RAF-CURRENT
           MOVE RN-RAF-PRIOR TO RR-RAF-PRIOR
           MOVE RN-NEW-CONDITIONS TO RR-NEW-CONDITIONS
           MOVE RN-ED-RECENT TO RR-ED-RECENT
           MOVE RN-ED-EARLIER TO RR-ED-EARLIER
           WRITE RISING-RISK-RECORD
           ADD 1 TO WS-RR-REC-COUNT
           COMPUTE WS-RR-HASH = WS-RR-HASH + (RN-WINDOW-PAID * 100).

       TRACK-PRIOR-LIST.
      *    Target: PAYER-ANALYST.CASE-MANAGEMENT.RISING-RISK-TRACK
      *    One line per listed month, appended to the running
      *    history; a rerun of the same month finds its line
      *    already there and adds nothing
           IF WS-PRIOR-LISTED > ZERO
               COMPUTE WS-HIT-RATE ROUNDED =
                   (WS-PRIOR-NOW-HC / WS-PRIOR-LISTED) * 100
           END-IF
           IF PRIOR-LIST-FOUND AND WS-PRIOR-LISTED > ZERO AND
              WS-PRIOR-LIST-MONTH < WS-WINDOW-END
               OPEN INPUT TRACKING-FILE
               IF WS-TRACKING-STATUS = '00'
                   PERFORM UNTIL END-OF-TRACKING
                       READ TRACKING-FILE
                           AT END SET END-OF-TRACKING TO TRUE
                           NOT AT END
                               IF RT-LIST-MONTH = WS-PRIOR-LIST-MONTH
                                   SET MONTH-ALREADY-TRACKED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRACKING-FILE
               END-IF
               IF NOT MONTH-ALREADY-TRACKED
                   OPEN EXTEND TRACKING-FILE
                   IF WS-TRACKING-STATUS NOT = '00'
                       OPEN OUTPUT TRACKING-FILE
                   END-IF
                   MOVE WS-PRIOR-LIST-MONTH TO RT-LIST-MONTH
                   MOVE WS-WINDOW-END TO RT-CHECK-MONTH
                   MOVE WS-PRIOR-LISTED TO RT-MEMBERS-LISTED
                   MOVE WS-PRIOR-NOW-HC TO RT-NOW-HIGH-COST
                   MOVE WS-HIT-RATE TO RT-HIT-RATE
                   MOVE WS-RUN-DATE TO RT-RUN-DATE
                   WRITE TRACKING-RECORD
                   CLOSE TRACKING-FILE
               END-IF
           END-IF.

       WRITE-RISING-RISK-REPORT.
      *    Write output to: PAYER-ANALYST.CASE-MANAGEMENT.RISING-RISK
           DISPLAY '=========================================='
           DISPLAY 'RISING-RISK MEMBER IDENTIFICATION'
           DISPLAY 'SIX-MONTH WINDOW ENDING: ' WS-WINDOW-END
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'PAID CLAIMS USED: ' WS-CLAIMS-USED
           DISPLAY 'RAF SCORES READ: ' WS-RAF-READ
               '  PRIOR YEAR: ' WS-PRIOR-RAF-READ
           DISPLAY 'HIGH-COST CLAIMS READ: ' WS-HIGHCOST-READ
           DISPLAY ' '
           DISPLAY 'MINIMUM SLOPE PER MONTH: ' WS-MIN-SLOPE
           DISPLAY 'SCORE THRESHOLD: ' WS-SCORE-THRESHOLD
               '  LIST LIMIT: ' WS-LIST-LIMIT
           DISPLAY 'MEMBERS SCORED: ' WS-MEMBERS-SCORED
           DISPLAY 'MEMBERS TRENDING UP: ' WS-MEMBERS-RISING
           DISPLAY 'MEMBERS OVER THRESHOLD: ' WS-OVER-THRESHOLD
           DISPLAY 'SUPPRESSED - OPEN CM CASE: ' WS-SUPPRESSED-CASE
           DISPLAY 'SUPPRESSED - ALREADY HIGH-COST: '
               WS-SUPPRESSED-HC
           DISPLAY 'MEMBERS LISTED: ' WS-MEMBERS-LISTED
           IF WS-OVER-LIMIT > ZERO
               DISPLAY 'NOT LISTED - OVER LIST LIMIT: ' WS-OVER-LIMIT
           END-IF
           DISPLAY ' '
           DISPLAY 'LISTED MEMBERS WITH A NEW CHRONIC CONDITION:'
           PERFORM VARYING WS-CHRONIC-IDX FROM 1 BY 1
                   UNTIL WS-CHRONIC-IDX > 5
               DISPLAY '  ' WS-CHRONIC-NAME(WS-CHRONIC-IDX) ': '
                   WS-NEW-COND-MEMBERS(WS-CHRONIC-IDX)
           END-PERFORM
           DISPLAY ' '
           IF PRIOR-LIST-FOUND AND WS-PRIOR-LISTED > ZERO
               DISPLAY 'PRIOR LIST MONTH: ' WS-PRIOR-LIST-MONTH
               DISPLAY 'PRIOR LIST MEMBERS: ' WS-PRIOR-LISTED
               DISPLAY 'NOW ON HIGH-COST EXTRACT: ' WS-PRIOR-NOW-HC
               DISPLAY 'HIT RATE: ' WS-HIT-RATE '%'
               IF MONTH-ALREADY-TRACKED
                   DISPLAY 'MONTH ALREADY ON RISING-RISK-TRACKING.DAT'
                       ' - NOT APPENDED AGAIN'
               END-IF
               PERFORM SHOW-TRACKING-HISTORY
           ELSE
               DISPLAY 'NO PRIOR LIST - HIT RATE NOT TRACKED'
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'ANALYSIS COMPLETE'.

       SHOW-TRACKING-HISTORY.
      *    Month-over-month hit rates from the running history
           MOVE 'N' TO WS-TRACKING-EOF
           OPEN INPUT TRACKING-FILE
           IF WS-TRACKING-STATUS = '00'
               DISPLAY ' '
               DISPLAY 'LIST    CHECKED  LISTED  HIGH-COST  HIT RATE'
               PERFORM UNTIL END-OF-TRACKING
                   READ TRACKING-FILE
                       AT END SET END-OF-TRACKING TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRACKING-LINES
                           DISPLAY RT-LIST-MONTH '  ' RT-CHECK-MONTH
                               '   ' RT-MEMBERS-LISTED '   '
                               RT-NOW-HIGH-COST '      '
                               RT-HIT-RATE '%'
                   END-READ
               END-PERFORM
               CLOSE TRACKING-FILE
           END-IF.
