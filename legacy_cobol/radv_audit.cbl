       IDENTIFICATION DIVISION.
       PROGRAM-ID. RADV-AUDIT-SAMPLE.
       AUTHOR. RISK-ADJUSTMENT-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Risk adjustment data validation (RADV) rehearsal. The
      *    first run of an audit draws the sample the way CMS does:
      *    members with HCCs submitted or accepted on
      *    RAF-SUBMISSION-MASTER.DAT are ranked by RAF score and cut
      *    into low, middle and high thirds, and a systematic sample
      *    is taken down each third. Every submitted HCC of a
      *    sampled member becomes a chart request carrying the
      *    DIAGNOSIS-CODE and SERVICE-DATE behind it, and the
      *    PROVIDER-ID and CLAIM-ID of the claim the chart must be
      *    pulled against. The requests are kept on
      *    RADV-CHART-MASTER.DAT (promoted by
      *    MASTER-GENERATION-MANAGER), and each later run moves them
      *    through REQUESTED, RECEIVED, VALIDATED and NOT-SUPPORTED
      *    from the retrieval status feed. An HCC with no chart
      *    validating it is a payment error; the sample's error is
      *    priced off PMPM-RATES.DAT and extrapolated stratum by
      *    stratum to a projected payment error rate and the
      *    dollars at risk, with a worst case that counts every
      *    chart still outstanding as unsupported, for the finance
      *    reserve. Retiring RADV-CHART-MASTER.DAT starts a new
      *    audit with a new draw.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-MASTER-FILE
               ASSIGN TO "RAF-SUBMISSION-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUB-MASTER-STATUS.
           SELECT RAF-SCORES-FILE
               ASSIGN TO "RAF-SCORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAF-FILE-STATUS.
           SELECT HCC-CONTROL-FILE
               ASSIGN TO "RAF-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HCC-CONTROL-STATUS.
           SELECT RADV-CONTROL-FILE
               ASSIGN TO "RADV-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT MEMBER-XWALK-FILE
               ASSIGN TO "MEMBER-XWALK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XWALK-FILE-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT PMPM-RATE-FILE
               ASSIGN TO "PMPM-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT MEMBER-SORT-FILE
               ASSIGN TO "RADVMBRSORT.TMP".
           SELECT HCC-WORK-FILE
               ASSIGN TO "RADV-HCC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ELIGIBLE-FILE
               ASSIGN TO "RADV-ELIGIBLE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT STRATUM-SORT-FILE
               ASSIGN TO "RADVSTRSORT.TMP".
           SELECT SAMPLE-FILE
               ASSIGN TO "RADV-SAMPLE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CHART-SORT-FILE
               ASSIGN TO "RADVCHTSORT.TMP".
           SELECT DRAW-FILE
               ASSIGN TO "RADV-CHART-DRAW.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT OLD-CHART-FILE
               ASSIGN TO "RADV-CHART-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-CHART-STATUS.
           SELECT STATUS-FILE
               ASSIGN TO "RADV-CHART-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT STATUS-SORT-FILE
               ASSIGN TO "RADVSTSSORT.TMP".
           SELECT NEW-CHART-FILE
               ASSIGN TO "RADV-CHART-MASTER-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PULL-FILE
               ASSIGN TO "RADV-CHART-PULL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REJECT-FILE
               ASSIGN TO "RADV-STATUS-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PROJECTION-FILE
               ASSIGN TO "RADV-PROJECTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-MASTER-FILE.
      *    Submission-status master as RAF-SUBMISSION leaves it,
      *    HDR/TRL control records included
       01  SUB-MASTER-RECORD.
           05  SM-MEMBER-ID        PIC 9(10).
           05  SM-DIAGNOSIS-CODE   PIC X(7).
           05  SM-HCC-CODE         PIC X(6).
           05  SM-SERVICE-DATE     PIC 9(8).
           05  SM-SUB-STATUS       PIC X(10).
           05  SM-SUBMITTED-DATE   PIC 9(8).
           05  FILLER              PIC X(2).

       FD  RAF-SCORES-FILE.
       01  RAF-SCORES-RECORD.
           05  RS-MEMBER-ID        PIC 9(10).
           05  RS-RAF-SCORE        PIC 9V9999.
           05  FILLER              PIC X(36).

       FD  HCC-CONTROL-FILE.
       01  HCC-CONTROL-RECORD.
           05  HC-HCC-CODE         PIC X(6).
           05  HC-HCC-WEIGHT       PIC 9V9999.

       FD  RADV-CONTROL-FILE.
      *    Audit identifier, members to sample from each stratum,
      *    and the seed that fixes where each systematic pass
      *    starts, so a draw can be reproduced
       01  RADV-CONTROL-RECORD.
           05  CF-AUDIT-ID         PIC X(10).
           05  CF-SAMPLE-SIZE      PIC 9(3).
           05  CF-SEED             PIC 9(5).

       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  MEMBER-XWALK-FILE.
           COPY "MEMBER-XWALK-RECORD.CPY".

       FD  MEMBER-FILE.
      *    Member master read only for the plan type and county
      *    behind the PMPM rate; the intervening fields are passed
      *    over as filler
       01  MEMBER-RATE-RECORD.
           05  MR-MEMBER-ID        PIC 9(10).
           05  FILLER              PIC X(88).
           05  MR-PLAN-TYPE        PIC X(20).
           05  FILLER              PIC X(16).
           05  MR-REGION-CODE      PIC X(10).
           05  MR-COUNTY-NAME      PIC X(20).
           05  MR-ZIP-CODE         PIC X(5).

       FD  PMPM-RATE-FILE.
       01  PMPM-RATE-RECORD.
           05  PR-PLAN-TYPE        PIC X(20).
           05  PR-COUNTY           PIC X(20).
           05  PR-PMPM-RATE        PIC 9(5)V99.

       SD  MEMBER-SORT-FILE.
      *    Kind 1 is the member's RAF score, kind 2 one submitted
      *    diagnosis, so the score is in hand ahead of the HCCs
       01  MEMBER-SORT-RECORD.
           05  SA-MEMBER-ID        PIC 9(10).
           05  SA-KIND             PIC 9(1).
           05  SA-DIAGNOSIS-CODE   PIC X(7).
           05  SA-SERVICE-DATE     PIC 9(8).
           05  SA-HCC-CODE         PIC X(6).
           05  SA-RAF-SCORE        PIC 9V9999.

       FD  HCC-WORK-FILE.
       01  HCC-WORK-RECORD.
           05  HW-MEMBER-ID        PIC 9(10).
           05  HW-DIAGNOSIS-CODE   PIC X(7).
           05  HW-SERVICE-DATE     PIC 9(8).
           05  HW-HCC-CODE         PIC X(6).
           05  HW-HCC-WEIGHT       PIC 9V9999.

       FD  ELIGIBLE-FILE.
       01  ELIGIBLE-RECORD.
           05  EL-MEMBER-ID        PIC 9(10).
           05  EL-RAF-SCORE        PIC 9V9999.
           05  EL-HCC-COUNT        PIC 9(3).

       SD  STRATUM-SORT-FILE.
       01  STRATUM-SORT-RECORD.
           05  SB-MEMBER-ID        PIC 9(10).
           05  SB-RAF-SCORE        PIC 9V9999.
           05  SB-HCC-COUNT        PIC 9(3).

       FD  SAMPLE-FILE.
       01  SAMPLE-RECORD.
           05  SP-MEMBER-ID        PIC 9(10).
           05  SP-STRATUM          PIC 9(1).
           05  SP-RAF-SCORE        PIC 9V9999.

       SD  CHART-SORT-FILE.
      *    Class 1 marks a sampled member ahead of the member's
      *    detail; in the detail, kind 1 is a claim carrying the
      *    diagnosis and kind 2 the submitted HCC it supports
       01  CHART-SORT-RECORD.
           05  XS-MEMBER-ID        PIC 9(10).
           05  XS-CLASS            PIC 9(1).
           05  XS-DIAGNOSIS-CODE   PIC X(7).
           05  XS-SERVICE-DATE     PIC 9(8).
           05  XS-KIND             PIC 9(1).
           05  XS-CLAIM-ID         PIC 9(12).
           05  XS-PROVIDER-ID      PIC 9(8).
           05  XS-HCC-CODE         PIC X(6).
           05  XS-HCC-WEIGHT       PIC 9V9999.
           05  XS-STRATUM          PIC 9(1).
           05  XS-RAF-SCORE        PIC 9V9999.

       FD  DRAW-FILE.
       01  DRAW-RECORD             PIC X(121).

       FD  OLD-CHART-FILE.
       01  OLD-CHART-RECORD        PIC X(121).

       FD  STATUS-FILE.
      *    Retrieval and coding status feed, one row per step a
      *    chart has moved: RECEIVED, VALIDATED or NOT-SUPPORTED
       01  STATUS-RECORD.
           05  CS-MEMBER-ID        PIC 9(10).
           05  CS-DIAGNOSIS-CODE   PIC X(7).
           05  CS-SERVICE-DATE     PIC 9(8).
           05  CS-CHART-STATUS     PIC X(13).
           05  CS-STATUS-DATE      PIC 9(8).

       SD  STATUS-SORT-FILE.
       01  STATUS-SORT-RECORD.
           05  SS-MEMBER-ID        PIC 9(10).
           05  SS-DIAGNOSIS-CODE   PIC X(7).
           05  SS-SERVICE-DATE     PIC 9(8).
           05  SS-CHART-STATUS     PIC X(13).
           05  SS-STATUS-DATE      PIC 9(8).

       FD  NEW-CHART-FILE.
       01  NEW-CHART-RECORD        PIC X(121).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NC==.

       FD  PULL-FILE.
      *    Charts still to be obtained, for the retrieval vendor
       01  PULL-RECORD.
           05  PU-AUDIT-ID         PIC X(10).
           05  PU-MEMBER-ID        PIC 9(10).
           05  PU-PROVIDER-ID      PIC 9(8).
           05  PU-CLAIM-ID         PIC 9(12).
           05  PU-DIAGNOSIS-CODE   PIC X(7).
           05  PU-SERVICE-DATE     PIC 9(8).
           05  PU-HCC-CODE         PIC X(6).
           05  PU-REQUESTED-DATE   PIC 9(8).
           05  PU-DAYS-OUTSTANDING PIC 9(4).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PU==.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  SR-MEMBER-ID        PIC 9(10).
           05  SR-DIAGNOSIS-CODE   PIC X(7).
           05  SR-SERVICE-DATE     PIC 9(8).
           05  SR-CHART-STATUS     PIC X(13).
           05  SR-STATUS-DATE      PIC 9(8).
           05  SR-REASON-TEXT      PIC X(40).

       FD  PROJECTION-FILE.
      *    PJ-RECORD-TYPE S is one stratum, T the audit total
      *    (PJ-STRATUM zero). Payments are annual; the projected
      *    figures weight each stratum's sample up to its
      *    population
       01  PROJECTION-RECORD.
           05  PJ-RECORD-TYPE      PIC X(1).
           05  PJ-AUDIT-ID         PIC X(10).
           05  PJ-STRATUM          PIC 9(1).
           05  PJ-LOW-RAF-SCORE    PIC 9V9999.
           05  PJ-HIGH-RAF-SCORE   PIC 9V9999.
           05  PJ-POPULATION       PIC 9(7).
           05  PJ-MEMBERS-SAMPLED  PIC 9(5).
           05  PJ-CHARTS-REQUESTED PIC 9(5).
           05  PJ-CHARTS-RECEIVED  PIC 9(5).
           05  PJ-CHARTS-VALIDATED PIC 9(5).
           05  PJ-CHARTS-NOT-SUPPORTED PIC 9(5).
           05  PJ-SAMPLE-PAYMENT   PIC 9(9)V99.
           05  PJ-SAMPLE-ERROR     PIC 9(9)V99.
           05  PJ-ERROR-RATE       PIC 9(3)V99.
           05  PJ-PROJECTED-PAYMENT PIC 9(11)V99.
           05  PJ-DOLLARS-AT-RISK  PIC 9(11)V99.
           05  PJ-WORST-CASE-AT-RISK PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PJ==.

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-AS-OF-DATE           PIC 9(8).

      *    One chart request as it is carried on the chart master,
      *    the draw and the tracking merge. Member, diagnosis and
      *    service date together (positions 11-35) are its key
       01  WS-CHART-ROW.
           05  CR-AUDIT-ID         PIC X(10).
           05  CR-MEMBER-ID        PIC 9(10).
           05  CR-DIAGNOSIS-CODE   PIC X(7).
           05  CR-SERVICE-DATE     PIC 9(8).
           05  CR-HCC-CODE         PIC X(6).
           05  CR-HCC-WEIGHT       PIC 9V9999.
           05  CR-PROVIDER-ID      PIC 9(8).
           05  CR-CLAIM-ID         PIC 9(12).
           05  CR-STRATUM          PIC 9(1).
           05  CR-RAF-SCORE        PIC 9V9999.
           05  CR-STRATUM-POP      PIC 9(7).
           05  CR-STRATUM-SAMPLE   PIC 9(3).
           05  CR-CHART-STATUS     PIC X(13).
               88  CHART-REQUESTED     VALUE 'REQUESTED'.
               88  CHART-RECEIVED      VALUE 'RECEIVED'.
               88  CHART-VALIDATED     VALUE 'VALIDATED'.
               88  CHART-NOT-SUPPORTED VALUE 'NOT-SUPPORTED'.
           05  CR-REQUESTED-DATE   PIC 9(8).
           05  CR-STATUS-DATE      PIC 9(8).
       01  WS-ROW-KEY              PIC X(25).
       01  WS-UPDATE-KEY           PIC X(25).

      *    Audit parameters; RADV-CONTROL.DAT overrides them
       01  WS-AUDIT-ID             PIC X(10) VALUE SPACES.
       01  WS-SAMPLE-PER-STRATUM   PIC 9(3) VALUE 67.
       01  WS-SEED                 PIC 9(5) VALUE ZERO.
       01  WS-SEED-WORK            PIC 9(5).
       01  WS-SEED-REM             PIC 9(3).
       01  WS-SEED-FRACTION        PIC 9V999.
       01  WS-AUDIT-MODE           PIC X VALUE 'D'.
           88  DRAW-NEW-SAMPLE     VALUE 'D'.
           88  TRACK-SAMPLE        VALUE 'T'.

      *    CMS-HCC category weights, the same table RAF-SCORE-CALC
      *    scores with, retuned from RAF-CONTROL.DAT the same way
       01  WS-HCC-WEIGHTS.
           05  WS-HCC-WEIGHT-TABLE.
               10  FILLER PIC X(11) VALUE 'HCC1  03390'.
               10  FILLER PIC X(11) VALUE 'HCC2  03270'.
               10  FILLER PIC X(11) VALUE 'HCC6  03350'.
               10  FILLER PIC X(11) VALUE 'HCC8  21200'.
               10  FILLER PIC X(11) VALUE 'HCC9  08710'.
               10  FILLER PIC X(11) VALUE 'HCC10 05720'.
               10  FILLER PIC X(11) VALUE 'HCC11 02840'.
               10  FILLER PIC X(11) VALUE 'HCC12 01540'.
               10  FILLER PIC X(11) VALUE 'HCC17 03180'.
               10  FILLER PIC X(11) VALUE 'HCC18 03180'.
               10  FILLER PIC X(11) VALUE 'HCC19 03180'.
               10  FILLER PIC X(11) VALUE 'HCC21 03230'.
               10  FILLER PIC X(11) VALUE 'HCC22 02480'.
               10  FILLER PIC X(11) VALUE 'HCC23 01970'.
               10  FILLER PIC X(11) VALUE 'HCC27 07750'.
               10  FILLER PIC X(11) VALUE 'HCC28 03320'.
               10  FILLER PIC X(11) VALUE 'HCC29 02290'.
               10  FILLER PIC X(11) VALUE 'HCC33 02350'.
               10  FILLER PIC X(11) VALUE 'HCC34 03020'.
               10  FILLER PIC X(11) VALUE 'HCC35 02370'.
               10  FILLER PIC X(11) VALUE 'HCC39 03370'.
               10  FILLER PIC X(11) VALUE 'HCC40 03330'.
               10  FILLER PIC X(11) VALUE 'HCC46 08180'.
               10  FILLER PIC X(11) VALUE 'HCC47 06120'.
               10  FILLER PIC X(11) VALUE 'HCC85 04190'.
               10  FILLER PIC X(11) VALUE 'HCC11103280'.
               10  FILLER PIC X(11) VALUE 'HCC11203280'.
       01  WS-HCC-WEIGHT-REDEF REDEFINES WS-HCC-WEIGHTS.
           05  WS-HCC-WEIGHT-ENTRY     OCCURS 27 TIMES
                                       INDEXED BY WS-HCC-IDX.
               10  WS-HCC-TABLE-CODE   PIC X(6).
               10  WS-HCC-TABLE-WGT    PIC 9V9999.
       01  WS-CUR-HCC-WEIGHT       PIC 9V9999.

      *    Identity crosswalk, so a claim filed under a retired
      *    MEMBER-ID still supports the surviving member's HCC
       01  WS-XWALK-FILE-STATUS    PIC XX.
       01  WS-XWALK-EOF            PIC X VALUE 'N'.
           88  END-OF-XWALK        VALUE 'Y'.
       01  WS-XWALK-TABLE.
           05  WS-XWALK-ENTRY      OCCURS 500 TIMES
                                   INDEXED BY WS-XWALK-IDX.
               10  WS-XWALK-OLD-ID     PIC 9(10).
               10  WS-XWALK-NEW-ID     PIC 9(10).
       01  WS-XWALK-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-CLAIM-MEMBER-ID      PIC 9(10).

      *    Benchmark rate table loaded from PMPM-RATES.DAT, looked
      *    up the way RAF-REVENUE-PROJ prices a member
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY       OCCURS 100 TIMES
                                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-PLAN        PIC X(20).
               10  WS-RATE-COUNTY      PIC X(20).
               10  WS-RATE-PMPM        PIC 9(5)V99.
       01  WS-RATE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-DEFAULT-PMPM         PIC 9(5)V99 VALUE 850.00.
       01  WS-ACTIVE-RATE          PIC 9(5)V99.
       01  WS-MEMBER-PLAN          PIC X(20).
       01  WS-MEMBER-COUNTY        PIC X(20).

      *    Distinct HCCs of the member in hand. An HCC is supported
      *    once any one of its charts validates it
       01  WS-MEMBER-HCC-TABLE.
           05  WS-MH-ENTRY         OCCURS 50 TIMES
                                   INDEXED BY WS-MH-IDX.
               10  WS-MH-HCC-CODE      PIC X(6).
               10  WS-MH-WEIGHT        PIC 9V9999.
               10  WS-MH-VALIDATED     PIC X.
               10  WS-MH-OPEN          PIC X.
       01  WS-MH-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-MH-FOUND             PIC X VALUE 'N'.
           88  MH-FOUND            VALUE 'Y'.
       01  WS-MH-OVERFLOW          PIC 9(7) VALUE ZERO.

      *    Member in hand on the eligibility break
       01  WS-CUR-MEMBER-ID        PIC 9(10).
       01  WS-CUR-RAF              PIC 9V9999.
       01  WS-CUR-SCORE-FOUND      PIC X VALUE 'N'.
           88  CUR-SCORE-FOUND     VALUE 'Y'.
       01  WS-CUR-HCC-COUNT        PIC 9(3).
       01  WS-WEIGHT-SUM           PIC 9(2)V9999.
       01  WS-BREAK-ACTIVE         PIC X VALUE 'N'.
           88  BREAK-ACTIVE        VALUE 'Y'.

      *    Strata: thirds of the eligible members ranked by RAF
      *    score, each sampled systematically at a fixed interval
       01  WS-ELIGIBLE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-STRATUM-BOUND-1      PIC 9(7).
       01  WS-STRATUM-BOUND-2      PIC 9(7).
       01  WS-RANK                 PIC 9(7).
       01  WS-STRATUM-POS          PIC 9(7).
       01  WS-K                    PIC 9(1).
       01  WS-PRIOR-K              PIC 9(1).
       01  WS-STRATA.
           05  WS-ST-ENTRY         OCCURS 3 TIMES.
               10  WS-ST-POP           PIC 9(7).
               10  WS-ST-SAMPLE        PIC 9(3).
               10  WS-ST-PICKED        PIC 9(3).
               10  WS-ST-INTERVAL      PIC 9(7)V9999.
               10  WS-ST-NEXT-PICK     PIC 9(7)V9999.
               10  WS-ST-LOW-RAF       PIC 9V9999.
               10  WS-ST-HIGH-RAF      PIC 9V9999.
               10  WS-ST-MEMBERS       PIC 9(5).
               10  WS-ST-REQUESTED     PIC 9(5).
               10  WS-ST-RECEIVED      PIC 9(5).
               10  WS-ST-VALIDATED     PIC 9(5).
               10  WS-ST-NOT-SUPPORTED PIC 9(5).
               10  WS-ST-PAYMENT       PIC 9(9)V99.
               10  WS-ST-ERROR         PIC 9(9)V99.
               10  WS-ST-WORST         PIC 9(9)V99.
               10  WS-ST-PROJ-PAYMENT  PIC 9(11)V99.
               10  WS-ST-PROJ-ERROR    PIC 9(11)V99.
               10  WS-ST-PROJ-WORST    PIC 9(11)V99.
       01  WS-TOTALS.
           05  WS-TOT-POP          PIC 9(7) VALUE ZERO.
           05  WS-TOT-MEMBERS      PIC 9(5) VALUE ZERO.
           05  WS-TOT-REQUESTED    PIC 9(5) VALUE ZERO.
           05  WS-TOT-RECEIVED     PIC 9(5) VALUE ZERO.
           05  WS-TOT-VALIDATED    PIC 9(5) VALUE ZERO.
           05  WS-TOT-NOT-SUPPORTED PIC 9(5) VALUE ZERO.
           05  WS-TOT-PAYMENT      PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-ERROR        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-PROJ-PAYMENT PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-PROJ-ERROR   PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-PROJ-WORST   PIC 9(11)V99 VALUE ZERO.
       01  WS-ERROR-RATE           PIC 9(3)V99 VALUE ZERO.
       01  WS-WORST-RATE           PIC 9(3)V99 VALUE ZERO.

      *    Claim in hand on the chart-source break
       01  WS-LAST-CLAIM-KEY       PIC X(25) VALUE SPACES.
       01  WS-LAST-CLAIM-ID        PIC 9(12).
       01  WS-LAST-PROVIDER-ID     PIC 9(8).
       01  WS-SOURCE-KEY           PIC X(25).
       01  WS-SAMPLED-FLAG         PIC X VALUE 'N'.
           88  MEMBER-SAMPLED      VALUE 'Y'.
       01  WS-SAMPLED-MEMBER-ID    PIC 9(10).
       01  WS-SAMPLED-STRATUM      PIC 9(1).
       01  WS-SAMPLED-RAF          PIC 9V9999.

      *    Member in hand on the tracking merge
       01  WS-MBR-ACTIVE           PIC X VALUE 'N'.
           88  MBR-ACTIVE          VALUE 'Y'.
       01  WS-MBR-ID               PIC 9(10).
       01  WS-MBR-STRATUM          PIC 9(1).
       01  WS-MBR-RAF              PIC 9V9999.
       01  WS-MBR-ERROR-WEIGHT     PIC 9(2)V9999.
       01  WS-MBR-WORST-WEIGHT     PIC 9(2)V9999.
       01  WS-MBR-PAYMENT          PIC 9(9)V99.
       01  WS-MBR-ERROR            PIC 9(9)V99.
       01  WS-MBR-WORST            PIC 9(9)V99.
       01  WS-DAYS-OUT             PIC S9(7).

       01  WS-COUNTERS.
           05  WS-HCCS-READ        PIC 9(9) VALUE ZERO.
           05  WS-CHARTS-DRAWN     PIC 9(7) VALUE ZERO.
           05  WS-CHARTS-NO-CLAIM  PIC 9(7) VALUE ZERO.
           05  WS-UPDATES-READ     PIC 9(7) VALUE ZERO.
           05  WS-UPDATES-APPLIED  PIC 9(7) VALUE ZERO.
           05  WS-UPDATES-REPEATED PIC 9(7) VALUE ZERO.
           05  WS-UPDATES-REJECTED PIC 9(7) VALUE ZERO.

       01  WS-NC-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NC-HASH              PIC 9(15) VALUE ZERO.
       01  WS-PU-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PJ-REC-COUNT         PIC 9(9) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-SUB-MASTER      PIC X VALUE 'N'.
               88  END-OF-SUB-MASTER VALUE 'Y'.
           05  EOF-RAF             PIC X VALUE 'N'.
               88  END-OF-RAF      VALUE 'Y'.
           05  EOF-MEMBER-SORT     PIC X VALUE 'N'.
               88  END-OF-MEMBER-SORT VALUE 'Y'.
           05  EOF-STRATUM-SORT    PIC X VALUE 'N'.
               88  END-OF-STRATUM-SORT VALUE 'Y'.
           05  EOF-SAMPLE          PIC X VALUE 'N'.
               88  END-OF-SAMPLE   VALUE 'Y'.
           05  EOF-HCC-WORK        PIC X VALUE 'N'.
               88  END-OF-HCC-WORK VALUE 'Y'.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-CHART-SORT      PIC X VALUE 'N'.
               88  END-OF-CHART-SORT VALUE 'Y'.
           05  EOF-OLD-CHART       PIC X VALUE 'N'.
               88  END-OF-OLD-CHARTS VALUE 'Y'.
           05  EOF-STATUS          PIC X VALUE 'N'.
               88  END-OF-STATUS   VALUE 'Y'.
           05  EOF-STATUS-SORT     PIC X VALUE 'N'.
               88  END-OF-UPDATES  VALUE 'Y'.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-AUX             PIC X VALUE 'N'.
               88  END-OF-AUX      VALUE 'Y'.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-HCC-CONTROL-STATUS   PIC XX.
       01  WS-RAF-FILE-STATUS      PIC XX.
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-RATE-FILE-STATUS     PIC XX.
       01  WS-OLD-CHART-STATUS     PIC XX.
       01  WS-STATUS-FILE-STATUS   PIC XX.
       01  WS-MEMBERS-OPEN         PIC X VALUE 'N'.
           88  MEMBERS-AVAILABLE   VALUE 'Y'.

      *    With no chart master to track, a bad open on the
      *    submission master aborts with RETURN-CODE 8 so a calling
      *    driver job can stop the chain
       01  WS-SUB-MASTER-STATUS    PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-RADV-CONTROL
           PERFORM LOAD-HCC-WEIGHTS
           PERFORM CHECK-CHART-MASTER
           IF DRAW-NEW-SAMPLE
               PERFORM CHECK-SUBMISSION-MASTER
               IF NOT OPEN-FAILED
                   PERFORM DRAW-AUDIT-SAMPLE
               END-IF
           END-IF
           IF NOT OPEN-FAILED
               PERFORM LOAD-RATE-TABLE
               SORT STATUS-SORT-FILE
                   ASCENDING KEY SS-MEMBER-ID
                                 SS-DIAGNOSIS-CODE
                                 SS-SERVICE-DATE
                                 SS-STATUS-DATE
                   INPUT PROCEDURE IS RELEASE-STATUS-UPDATES
                   OUTPUT PROCEDURE IS TRACK-CHART-REQUESTS
               PERFORM WRITE-PROJECTION
               PERFORM WRITE-RADV-REPORT
      *        Status rows that could not be applied are a warning
      *        for the retrieval team, not a failure
               IF WS-UPDATES-REJECTED > ZERO OR
                  WS-MH-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver chart ages and status dates run
      *    off the cycle's business date
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-BUSINESS-DATE IS NUMERIC AND
                          RP-BUSINESS-DATE > ZERO
                           MOVE RP-BUSINESS-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       LOAD-RADV-CONTROL.
      *    Optional - with no control file the audit is named for
      *    the payment year, 67 members are drawn from each
      *    stratum (CMS's 201 over three), and the draw is seeded
      *    off the as-of date
           STRING 'RADV' WS-AS-OF-DATE(1:4)
               DELIMITED BY SIZE INTO WS-AUDIT-ID
           MOVE WS-AS-OF-DATE(5:4) TO WS-SEED
           OPEN INPUT RADV-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ RADV-CONTROL-FILE
                   NOT AT END
                       IF CF-AUDIT-ID NOT = SPACES
                           MOVE CF-AUDIT-ID TO WS-AUDIT-ID
                       END-IF
                       IF CF-SAMPLE-SIZE IS NUMERIC AND
                          CF-SAMPLE-SIZE > ZERO
                           MOVE CF-SAMPLE-SIZE
                               TO WS-SAMPLE-PER-STRATUM
                       END-IF
                       IF CF-SEED IS NUMERIC
                           MOVE CF-SEED TO WS-SEED
                       END-IF
               END-READ
               CLOSE RADV-CONTROL-FILE
           END-IF
           DIVIDE WS-SEED BY 1000 GIVING WS-SEED-WORK
               REMAINDER WS-SEED-REM
           COMPUTE WS-SEED-FRACTION = WS-SEED-REM / 1000.

       LOAD-HCC-WEIGHTS.
      *    Tuned weights from RAF-CONTROL.DAT override known
      *    categories only, as they do for the scorer
           OPEN INPUT HCC-CONTROL-FILE
           IF WS-HCC-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-HCC-CONTROL-STATUS NOT = '00'
                   READ HCC-CONTROL-FILE
                       AT END
                           MOVE '10' TO WS-HCC-CONTROL-STATUS
                       NOT AT END
                           SET WS-HCC-IDX TO 1
                           SEARCH WS-HCC-WEIGHT-ENTRY
                               WHEN WS-HCC-TABLE-CODE(WS-HCC-IDX)
                                   = HC-HCC-CODE
                                   MOVE HC-HCC-WEIGHT
                                       TO WS-HCC-TABLE-WGT(WS-HCC-IDX)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE HCC-CONTROL-FILE
           END-IF.

       CHECK-CHART-MASTER.
      *    A chart master holding requests means an audit is under
      *    way: its sample stands and this run only tracks it
           SET DRAW-NEW-SAMPLE TO TRUE
           OPEN INPUT OLD-CHART-FILE
           IF WS-OLD-CHART-STATUS = '00'
               PERFORM READ-NEXT-OLD-CHART
               IF NOT END-OF-OLD-CHARTS
                   SET TRACK-SAMPLE TO TRUE
                   MOVE CR-AUDIT-ID TO WS-AUDIT-ID
               END-IF
               CLOSE OLD-CHART-FILE
               MOVE 'N' TO EOF-OLD-CHART
           END-IF.

       CHECK-SUBMISSION-MASTER.
      *    Source: PAYER-ANALYST.RAF-SCORING.SUBMISSION-MASTER
           OPEN INPUT SUB-MASTER-FILE
           IF WS-SUB-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN '
                   'RAF-SUBMISSION-MASTER.DAT - STATUS '
                   WS-SUB-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE SUB-MASTER-FILE
           END-IF.

       DRAW-AUDIT-SAMPLE.
           PERFORM LOAD-MEMBER-XWALK
           SORT MEMBER-SORT-FILE
               ASCENDING KEY SA-MEMBER-ID
                             SA-KIND
                             SA-DIAGNOSIS-CODE
                             SA-SERVICE-DATE
               INPUT PROCEDURE IS RELEASE-SUBMITTED-HCCS
               OUTPUT PROCEDURE IS BUILD-ELIGIBLE-MEMBERS
           PERFORM SIZE-AUDIT-STRATA
           SORT STRATUM-SORT-FILE
               ASCENDING KEY SB-RAF-SCORE
                             SB-MEMBER-ID
               USING ELIGIBLE-FILE
               OUTPUT PROCEDURE IS SELECT-STRATIFIED-SAMPLE
           SORT CHART-SORT-FILE
               ASCENDING KEY XS-MEMBER-ID
                             XS-CLASS
                             XS-DIAGNOSIS-CODE
                             XS-SERVICE-DATE
                             XS-KIND
                             XS-CLAIM-ID
               INPUT PROCEDURE IS RELEASE-CHART-SOURCES
               OUTPUT PROCEDURE IS BUILD-CHART-REQUESTS.

       LOAD-MEMBER-XWALK.
           OPEN INPUT MEMBER-XWALK-FILE
           IF WS-XWALK-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-XWALK
                   READ MEMBER-XWALK-FILE
                       AT END SET END-OF-XWALK TO TRUE
                       NOT AT END PERFORM STORE-XWALK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MEMBER-XWALK-FILE
           END-IF.

       STORE-XWALK-ENTRY.
           IF WS-XWALK-COUNT < 500
               ADD 1 TO WS-XWALK-COUNT
               SET WS-XWALK-IDX TO WS-XWALK-COUNT
               MOVE XW-OLD-ID TO WS-XWALK-OLD-ID(WS-XWALK-IDX)
               MOVE XW-SURVIVING-ID TO WS-XWALK-NEW-ID(WS-XWALK-IDX)
           ELSE
               DISPLAY 'WARNING: XWALK TABLE FULL (500) - '
                   XW-OLD-ID ' NOT LOADED'
           END-IF.

       RELEASE-SUBMITTED-HCCS.
      *    Only HCCs CMS holds - submitted or accepted - can be
      *    audited; new and rejected diagnoses are passed over
           OPEN INPUT SUB-MASTER-FILE
           PERFORM UNTIL END-OF-SUB-MASTER
               READ SUB-MASTER-FILE
                   AT END SET END-OF-SUB-MASTER TO TRUE
                   NOT AT END
                       IF SUB-MASTER-RECORD(1:3) NOT = 'HDR' AND
                          SUB-MASTER-RECORD(1:3) NOT = 'TRL' AND
                          SM-HCC-CODE NOT = SPACES AND
                          (SM-SUB-STATUS = 'SUBMITTED' OR
                           SM-SUB-STATUS = 'ACCEPTED')
                           ADD 1 TO WS-HCCS-READ
                           MOVE SM-MEMBER-ID TO SA-MEMBER-ID
                           MOVE 2 TO SA-KIND
                           MOVE SM-DIAGNOSIS-CODE TO SA-DIAGNOSIS-CODE
                           MOVE SM-SERVICE-DATE TO SA-SERVICE-DATE
                           MOVE SM-HCC-CODE TO SA-HCC-CODE
                           MOVE ZERO TO SA-RAF-SCORE
                           RELEASE MEMBER-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUB-MASTER-FILE
      *    Optional - a member with no score is ranked on the sum
      *    of the HCC weights submitted for them
           OPEN INPUT RAF-SCORES-FILE
           IF WS-RAF-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-RAF
                   READ RAF-SCORES-FILE
                       AT END SET END-OF-RAF TO TRUE
                       NOT AT END
                           IF RAF-SCORES-RECORD(1:3) NOT = 'HDR' AND
                              RAF-SCORES-RECORD(1:3) NOT = 'TRL'
                               MOVE RS-MEMBER-ID TO SA-MEMBER-ID
                               MOVE 1 TO SA-KIND
                               MOVE SPACES TO SA-DIAGNOSIS-CODE
                               MOVE ZERO TO SA-SERVICE-DATE
                               MOVE SPACES TO SA-HCC-CODE
                               MOVE RS-RAF-SCORE TO SA-RAF-SCORE
                               RELEASE MEMBER-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAF-SCORES-FILE
           ELSE
               DISPLAY 'RAF-SCORES.DAT NOT FOUND - MEMBERS RANKED '
                   'ON SUBMITTED HCC WEIGHTS'
           END-IF.

       BUILD-ELIGIBLE-MEMBERS.
      *    Control break on member: every member with a submitted
      *    HCC is eligible for the sample
           OPEN OUTPUT HCC-WORK-FILE
           OPEN OUTPUT ELIGIBLE-FILE
           RETURN MEMBER-SORT-FILE
               AT END SET END-OF-MEMBER-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-MEMBER-SORT
               IF BREAK-ACTIVE AND
                  SA-MEMBER-ID NOT = WS-CUR-MEMBER-ID
                   PERFORM FINISH-ELIGIBLE-MEMBER
               END-IF
               IF NOT BREAK-ACTIVE
                   SET BREAK-ACTIVE TO TRUE
                   MOVE SA-MEMBER-ID TO WS-CUR-MEMBER-ID
                   MOVE ZERO TO WS-CUR-RAF
                   MOVE 'N' TO WS-CUR-SCORE-FOUND
                   MOVE ZERO TO WS-CUR-HCC-COUNT
                   MOVE ZERO TO WS-MH-COUNT
               END-IF
               IF SA-KIND = 1
                   IF SA-RAF-SCORE > WS-CUR-RAF
                       MOVE SA-RAF-SCORE TO WS-CUR-RAF
                   END-IF
                   SET CUR-SCORE-FOUND TO TRUE
               ELSE
                   PERFORM KEEP-ELIGIBLE-HCC
               END-IF
               RETURN MEMBER-SORT-FILE
                   AT END SET END-OF-MEMBER-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF BREAK-ACTIVE
               PERFORM FINISH-ELIGIBLE-MEMBER
           END-IF
           CLOSE HCC-WORK-FILE
           CLOSE ELIGIBLE-FILE.

       KEEP-ELIGIBLE-HCC.
           MOVE SA-HCC-CODE TO CR-HCC-CODE
           PERFORM LOOKUP-HCC-WEIGHT
           ADD 1 TO WS-CUR-HCC-COUNT
           MOVE SA-MEMBER-ID TO HW-MEMBER-ID
           MOVE SA-DIAGNOSIS-CODE TO HW-DIAGNOSIS-CODE
           MOVE SA-SERVICE-DATE TO HW-SERVICE-DATE
           MOVE SA-HCC-CODE TO HW-HCC-CODE
           MOVE WS-CUR-HCC-WEIGHT TO HW-HCC-WEIGHT
           WRITE HCC-WORK-RECORD
           PERFORM FIND-OR-ADD-MEMBER-HCC.

       FINISH-ELIGIBLE-MEMBER.
           IF WS-CUR-HCC-COUNT > ZERO
               IF NOT CUR-SCORE-FOUND
                   MOVE ZERO TO WS-WEIGHT-SUM
                   PERFORM VARYING WS-MH-IDX FROM 1 BY 1
                           UNTIL WS-MH-IDX > WS-MH-COUNT
                       ADD WS-MH-WEIGHT(WS-MH-IDX) TO WS-WEIGHT-SUM
                   END-PERFORM
                   IF WS-WEIGHT-SUM > 9.9999
                       MOVE 9.9999 TO WS-CUR-RAF
                   ELSE
                       MOVE WS-WEIGHT-SUM TO WS-CUR-RAF
                   END-IF
               END-IF
               MOVE WS-CUR-MEMBER-ID TO EL-MEMBER-ID
               MOVE WS-CUR-RAF TO EL-RAF-SCORE
               MOVE WS-CUR-HCC-COUNT TO EL-HCC-COUNT
               WRITE ELIGIBLE-RECORD
               ADD 1 TO WS-ELIGIBLE-COUNT
           END-IF
           MOVE 'N' TO WS-BREAK-ACTIVE.

       LOOKUP-HCC-WEIGHT.
      *    Weight of CR-HCC-CODE into WS-CUR-HCC-WEIGHT; a category
      *    not on the table carries no weight
           MOVE ZERO TO WS-CUR-HCC-WEIGHT
           SET WS-HCC-IDX TO 1
           SEARCH WS-HCC-WEIGHT-ENTRY VARYING WS-HCC-IDX
               AT END CONTINUE
               WHEN WS-HCC-TABLE-CODE(WS-HCC-IDX) = CR-HCC-CODE
                   MOVE WS-HCC-TABLE-WGT(WS-HCC-IDX)
                       TO WS-CUR-HCC-WEIGHT
           END-SEARCH.

       FIND-OR-ADD-MEMBER-HCC.
      *    Looks up CR-HCC-CODE among the member's distinct HCCs,
      *    adding it with WS-CUR-HCC-WEIGHT when new
           MOVE 'N' TO WS-MH-FOUND
           SET WS-MH-IDX TO 1
           SEARCH WS-MH-ENTRY VARYING WS-MH-IDX
               AT END CONTINUE
               WHEN WS-MH-IDX > WS-MH-COUNT
                   CONTINUE
               WHEN WS-MH-HCC-CODE(WS-MH-IDX) = CR-HCC-CODE
                   SET MH-FOUND TO TRUE
           END-SEARCH
           IF NOT MH-FOUND
               IF WS-MH-COUNT < 50
                   ADD 1 TO WS-MH-COUNT
                   SET WS-MH-IDX TO WS-MH-COUNT
                   MOVE CR-HCC-CODE TO WS-MH-HCC-CODE(WS-MH-IDX)
                   MOVE WS-CUR-HCC-WEIGHT TO WS-MH-WEIGHT(WS-MH-IDX)
                   MOVE 'N' TO WS-MH-VALIDATED(WS-MH-IDX)
                   MOVE 'N' TO WS-MH-OPEN(WS-MH-IDX)
                   SET MH-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-MH-OVERFLOW
               END-IF
           END-IF.

       SIZE-AUDIT-STRATA.
      *    Thirds by rank; each stratum is sampled at an interval
      *    of its population over its sample, starting a seeded
      *    fraction of an interval in
           INITIALIZE WS-STRATA
           COMPUTE WS-STRATUM-BOUND-1 = WS-ELIGIBLE-COUNT / 3
           COMPUTE WS-STRATUM-BOUND-2 = WS-ELIGIBLE-COUNT * 2 / 3
           MOVE WS-STRATUM-BOUND-1 TO WS-ST-POP(1)
           COMPUTE WS-ST-POP(2) =
               WS-STRATUM-BOUND-2 - WS-STRATUM-BOUND-1
           COMPUTE WS-ST-POP(3) =
               WS-ELIGIBLE-COUNT - WS-STRATUM-BOUND-2
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF WS-ST-POP(WS-K) < WS-SAMPLE-PER-STRATUM
                   MOVE WS-ST-POP(WS-K) TO WS-ST-SAMPLE(WS-K)
               ELSE
                   MOVE WS-SAMPLE-PER-STRATUM TO WS-ST-SAMPLE(WS-K)
               END-IF
               IF WS-ST-SAMPLE(WS-K) > ZERO
                   COMPUTE WS-ST-INTERVAL(WS-K) =
                       WS-ST-POP(WS-K) / WS-ST-SAMPLE(WS-K)
                   COMPUTE WS-ST-NEXT-PICK(WS-K) =
                       WS-ST-INTERVAL(WS-K) * WS-SEED-FRACTION
               END-IF
           END-PERFORM.

       SELECT-STRATIFIED-SAMPLE.
      *    Members arrive lowest score first; rank places each in
      *    its stratum and the member at every interval is drawn
           OPEN OUTPUT SAMPLE-FILE
           MOVE ZERO TO WS-RANK
           MOVE ZERO TO WS-PRIOR-K
           RETURN STRATUM-SORT-FILE
               AT END SET END-OF-STRATUM-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-STRATUM-SORT
               ADD 1 TO WS-RANK
               EVALUATE TRUE
                   WHEN WS-RANK <= WS-STRATUM-BOUND-1
                       MOVE 1 TO WS-K
                   WHEN WS-RANK <= WS-STRATUM-BOUND-2
                       MOVE 2 TO WS-K
                   WHEN OTHER
                       MOVE 3 TO WS-K
               END-EVALUATE
               IF WS-K NOT = WS-PRIOR-K
                   MOVE WS-K TO WS-PRIOR-K
                   MOVE ZERO TO WS-STRATUM-POS
                   MOVE SB-RAF-SCORE TO WS-ST-LOW-RAF(WS-K)
               END-IF
               MOVE SB-RAF-SCORE TO WS-ST-HIGH-RAF(WS-K)
               ADD 1 TO WS-STRATUM-POS
               IF WS-ST-PICKED(WS-K) < WS-ST-SAMPLE(WS-K) AND
                  WS-STRATUM-POS > WS-ST-NEXT-PICK(WS-K)
                   ADD 1 TO WS-ST-PICKED(WS-K)
                   ADD WS-ST-INTERVAL(WS-K) TO WS-ST-NEXT-PICK(WS-K)
                   MOVE SB-MEMBER-ID TO SP-MEMBER-ID
                   MOVE WS-K TO SP-STRATUM
                   MOVE SB-RAF-SCORE TO SP-RAF-SCORE
                   WRITE SAMPLE-RECORD
               END-IF
               RETURN STRATUM-SORT-FILE
                   AT END SET END-OF-STRATUM-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE SAMPLE-FILE.

       RELEASE-CHART-SOURCES.
      *    The sampled members, every eligible HCC, and every
      *    claim carrying a diagnosis, brought together by member,
      *    diagnosis and service date
           OPEN INPUT SAMPLE-FILE
           PERFORM UNTIL END-OF-SAMPLE
               READ SAMPLE-FILE
                   AT END SET END-OF-SAMPLE TO TRUE
                   NOT AT END
                       INITIALIZE CHART-SORT-RECORD
                       MOVE SP-MEMBER-ID TO XS-MEMBER-ID
                       MOVE 1 TO XS-CLASS
                       MOVE SP-STRATUM TO XS-STRATUM
                       MOVE SP-RAF-SCORE TO XS-RAF-SCORE
                       RELEASE CHART-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE SAMPLE-FILE
           OPEN INPUT HCC-WORK-FILE
           PERFORM UNTIL END-OF-HCC-WORK
               READ HCC-WORK-FILE
                   AT END SET END-OF-HCC-WORK TO TRUE
                   NOT AT END
                       INITIALIZE CHART-SORT-RECORD
                       MOVE HW-MEMBER-ID TO XS-MEMBER-ID
                       MOVE 2 TO XS-CLASS
                       MOVE HW-DIAGNOSIS-CODE TO XS-DIAGNOSIS-CODE
                       MOVE HW-SERVICE-DATE TO XS-SERVICE-DATE
                       MOVE 2 TO XS-KIND
                       MOVE HW-HCC-CODE TO XS-HCC-CODE
                       MOVE HW-HCC-WEIGHT TO XS-HCC-WEIGHT
                       RELEASE CHART-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE HCC-WORK-FILE
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
      *    Optional - without claims the charts are requested with
      *    no provider to pull them from
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-CLAIMS
                   READ CLAIM-FILE
                       AT END SET END-OF-CLAIMS TO TRUE
                       NOT AT END
                           IF CLAIM-RECORD(1:3) NOT = 'HDR' AND
                              CLAIM-RECORD(1:3) NOT = 'TRL' AND
                              DIAGNOSIS-CODE NOT = SPACES
                               PERFORM RELEASE-ONE-CLAIM-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           ELSE
               DISPLAY 'CLAIMS.DAT NOT FOUND - CHARTS REQUESTED '
                   'WITHOUT A PROVIDER'
           END-IF.

       RELEASE-ONE-CLAIM-SOURCE.
           MOVE MEMBER-ID TO WS-CLAIM-MEMBER-ID
           SET WS-XWALK-IDX TO 1
           SEARCH WS-XWALK-ENTRY VARYING WS-XWALK-IDX
               AT END CONTINUE
               WHEN WS-XWALK-IDX > WS-XWALK-COUNT
                   CONTINUE
               WHEN WS-XWALK-OLD-ID(WS-XWALK-IDX) = MEMBER-ID
                   MOVE WS-XWALK-NEW-ID(WS-XWALK-IDX)
                       TO WS-CLAIM-MEMBER-ID
           END-SEARCH
           INITIALIZE CHART-SORT-RECORD
           MOVE WS-CLAIM-MEMBER-ID TO XS-MEMBER-ID
           MOVE 2 TO XS-CLASS
           MOVE DIAGNOSIS-CODE TO XS-DIAGNOSIS-CODE
           MOVE SERVICE-DATE TO XS-SERVICE-DATE
           MOVE 1 TO XS-KIND
           MOVE CLAIM-ID TO XS-CLAIM-ID
           MOVE PROVIDER-ID TO XS-PROVIDER-ID
           RELEASE CHART-SORT-RECORD.

       BUILD-CHART-REQUESTS.
      *    A sampled member's HCC takes the first claim filed with
      *    its diagnosis on its service date as the chart source
           OPEN OUTPUT DRAW-FILE
           MOVE ZERO TO WS-SAMPLED-MEMBER-ID
           RETURN CHART-SORT-FILE
               AT END SET END-OF-CHART-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-CHART-SORT
               IF XS-MEMBER-ID NOT = WS-SAMPLED-MEMBER-ID
                   MOVE XS-MEMBER-ID TO WS-SAMPLED-MEMBER-ID
                   MOVE 'N' TO WS-SAMPLED-FLAG
                   MOVE SPACES TO WS-LAST-CLAIM-KEY
               END-IF
               MOVE CHART-SORT-RECORD(1:10) TO WS-SOURCE-KEY(1:10)
               MOVE CHART-SORT-RECORD(12:15) TO WS-SOURCE-KEY(11:15)
               EVALUATE TRUE
                   WHEN XS-CLASS = 1
                       SET MEMBER-SAMPLED TO TRUE
                       MOVE XS-STRATUM TO WS-SAMPLED-STRATUM
                       MOVE XS-RAF-SCORE TO WS-SAMPLED-RAF
                   WHEN XS-KIND = 1
                       IF WS-SOURCE-KEY NOT = WS-LAST-CLAIM-KEY
                           MOVE WS-SOURCE-KEY TO WS-LAST-CLAIM-KEY
                           MOVE XS-CLAIM-ID TO WS-LAST-CLAIM-ID
                           MOVE XS-PROVIDER-ID TO WS-LAST-PROVIDER-ID
                       END-IF
                   WHEN MEMBER-SAMPLED
                       PERFORM WRITE-CHART-REQUEST
               END-EVALUATE
               RETURN CHART-SORT-FILE
                   AT END SET END-OF-CHART-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE DRAW-FILE.

       WRITE-CHART-REQUEST.
           INITIALIZE WS-CHART-ROW
           MOVE WS-AUDIT-ID TO CR-AUDIT-ID
           MOVE XS-MEMBER-ID TO CR-MEMBER-ID
           MOVE XS-DIAGNOSIS-CODE TO CR-DIAGNOSIS-CODE
           MOVE XS-SERVICE-DATE TO CR-SERVICE-DATE
           MOVE XS-HCC-CODE TO CR-HCC-CODE
           MOVE XS-HCC-WEIGHT TO CR-HCC-WEIGHT
           IF WS-SOURCE-KEY = WS-LAST-CLAIM-KEY
               MOVE WS-LAST-PROVIDER-ID TO CR-PROVIDER-ID
               MOVE WS-LAST-CLAIM-ID TO CR-CLAIM-ID
           ELSE
               ADD 1 TO WS-CHARTS-NO-CLAIM
           END-IF
           MOVE WS-SAMPLED-STRATUM TO CR-STRATUM
           MOVE WS-SAMPLED-RAF TO CR-RAF-SCORE
           MOVE WS-ST-POP(WS-SAMPLED-STRATUM) TO CR-STRATUM-POP
           MOVE WS-ST-PICKED(WS-SAMPLED-STRATUM) TO CR-STRATUM-SAMPLE
           MOVE 'REQUESTED' TO CR-CHART-STATUS
           MOVE WS-AS-OF-DATE TO CR-REQUESTED-DATE
           MOVE WS-AS-OF-DATE TO CR-STATUS-DATE
           WRITE DRAW-RECORD FROM WS-CHART-ROW
           ADD 1 TO WS-CHARTS-DRAWN.

       LOAD-RATE-TABLE.
      *    Optional - with no rate file every member is priced at
      *    the default PMPM
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

       RELEASE-STATUS-UPDATES.
      *    Optional - with no feed the requests simply age
           OPEN INPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-STATUS
                   READ STATUS-FILE
                       AT END SET END-OF-STATUS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-UPDATES-READ
                           MOVE STATUS-RECORD TO STATUS-SORT-RECORD
                           IF SS-STATUS-DATE IS NOT NUMERIC OR
                              SS-STATUS-DATE = ZERO
                               MOVE WS-AS-OF-DATE TO SS-STATUS-DATE
                           END-IF
                           RELEASE STATUS-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.

       TRACK-CHART-REQUESTS.
      *    Target: PAYER-ANALYST.RISK-ADJUSTMENT.RADV-CHART-MASTER
      *    Match-merge of the chart requests (this run's draw, or
      *    the audit's chart master) with the sorted status feed
           IF DRAW-NEW-SAMPLE
               OPEN INPUT DRAW-FILE
           ELSE
               OPEN INPUT OLD-CHART-FILE
           END-IF
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS = '00'
               SET MEMBERS-AVAILABLE TO TRUE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           ELSE
               SET END-OF-MEMBERS TO TRUE
           END-IF
           OPEN OUTPUT NEW-CHART-FILE
           MOVE 'HDR' TO NC-H-RECORD-TYPE
           MOVE 'RADV-AUDIT' TO NC-H-PROGRAM
           MOVE WS-RUN-DATE TO NC-H-RUN-DATE
           MOVE WS-AUDIT-ID TO NC-H-PERIOD
           WRITE NC-HEADER-RECORD
           OPEN OUTPUT PULL-FILE
           MOVE 'HDR' TO PU-H-RECORD-TYPE
           MOVE 'RADV-AUDIT' TO PU-H-PROGRAM
           MOVE WS-RUN-DATE TO PU-H-RUN-DATE
           MOVE WS-AUDIT-ID TO PU-H-PERIOD
           WRITE PU-HEADER-RECORD
           OPEN OUTPUT REJECT-FILE
           INITIALIZE WS-STRATA
           PERFORM READ-NEXT-CHART-REQUEST
           RETURN STATUS-SORT-FILE
               AT END SET END-OF-UPDATES TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-OLD-CHARTS
               MOVE WS-CHART-ROW(11:25) TO WS-ROW-KEY
               MOVE STATUS-SORT-RECORD(1:25) TO WS-UPDATE-KEY
               PERFORM UNTIL END-OF-UPDATES OR
                            WS-UPDATE-KEY >= WS-ROW-KEY
                   MOVE 'NO CHART REQUESTED FOR THIS DIAGNOSIS'
                       TO SR-REASON-TEXT
                   PERFORM REJECT-STATUS-UPDATE
                   PERFORM RETURN-NEXT-UPDATE
               END-PERFORM
               PERFORM UNTIL END-OF-UPDATES OR
                            WS-UPDATE-KEY NOT = WS-ROW-KEY
                   PERFORM APPLY-STATUS-UPDATE
                   PERFORM RETURN-NEXT-UPDATE
               END-PERFORM
               PERFORM FINISH-CHART-REQUEST
               PERFORM READ-NEXT-CHART-REQUEST
           END-PERFORM
           PERFORM UNTIL END-OF-UPDATES
               MOVE 'NO CHART REQUESTED FOR THIS DIAGNOSIS'
                   TO SR-REASON-TEXT
               PERFORM REJECT-STATUS-UPDATE
               PERFORM RETURN-NEXT-UPDATE
           END-PERFORM
           IF MBR-ACTIVE
               PERFORM FINISH-AUDIT-MEMBER
           END-IF
           IF DRAW-NEW-SAMPLE
               CLOSE DRAW-FILE
           ELSE
               CLOSE OLD-CHART-FILE
           END-IF
           IF MEMBERS-AVAILABLE
               CLOSE MEMBER-FILE
           END-IF
           MOVE 'TRL' TO NC-T-RECORD-TYPE
           MOVE WS-NC-REC-COUNT TO NC-T-RECORD-COUNT
           MOVE WS-NC-HASH TO NC-T-HASH-TOTAL
           WRITE NC-TRAILER-RECORD
           CLOSE NEW-CHART-FILE
           MOVE 'TRL' TO PU-T-RECORD-TYPE
           MOVE WS-PU-REC-COUNT TO PU-T-RECORD-COUNT
           MOVE WS-PU-REC-COUNT TO PU-T-HASH-TOTAL
           WRITE PU-TRAILER-RECORD
           CLOSE PULL-FILE
           CLOSE REJECT-FILE.

       READ-NEXT-CHART-REQUEST.
           IF DRAW-NEW-SAMPLE
               READ DRAW-FILE INTO WS-CHART-ROW
                   AT END SET END-OF-OLD-CHARTS TO TRUE
               END-READ
           ELSE
               PERFORM READ-NEXT-OLD-CHART
           END-IF.

       READ-NEXT-OLD-CHART.
      *    HDR/TRL control records on the master are not requests
           READ OLD-CHART-FILE INTO WS-CHART-ROW
               AT END SET END-OF-OLD-CHARTS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-OLD-CHARTS OR
                        (OLD-CHART-RECORD(1:3) NOT = 'HDR' AND
                         OLD-CHART-RECORD(1:3) NOT = 'TRL')
               READ OLD-CHART-FILE INTO WS-CHART-ROW
                   AT END SET END-OF-OLD-CHARTS TO TRUE
               END-READ
           END-PERFORM.

       RETURN-NEXT-UPDATE.
           RETURN STATUS-SORT-FILE
               AT END SET END-OF-UPDATES TO TRUE
           END-RETURN
           MOVE STATUS-SORT-RECORD(1:25) TO WS-UPDATE-KEY.

       APPLY-STATUS-UPDATE.
      *    A chart moves forward only: received from requested,
      *    validated once received, not supported from either (a
      *    chart the provider cannot produce supports nothing). A
      *    redelivered step is passed over
           EVALUATE TRUE
               WHEN SS-CHART-STATUS = CR-CHART-STATUS
                   ADD 1 TO WS-UPDATES-REPEATED
               WHEN SS-CHART-STATUS = 'RECEIVED' AND
                    CHART-REQUESTED
                   PERFORM MOVE-CHART-STATUS
               WHEN SS-CHART-STATUS = 'VALIDATED' AND
                    CHART-RECEIVED
                   PERFORM MOVE-CHART-STATUS
               WHEN SS-CHART-STATUS = 'NOT-SUPPORTED' AND
                    (CHART-REQUESTED OR CHART-RECEIVED)
                   PERFORM MOVE-CHART-STATUS
               WHEN SS-CHART-STATUS NOT = 'RECEIVED' AND
                    SS-CHART-STATUS NOT = 'VALIDATED' AND
                    SS-CHART-STATUS NOT = 'NOT-SUPPORTED'
                   MOVE 'UNKNOWN CHART STATUS' TO SR-REASON-TEXT
                   PERFORM REJECT-STATUS-UPDATE
               WHEN OTHER
                   MOVE SPACES TO SR-REASON-TEXT
                   STRING 'NOT A VALID STEP FROM ' CR-CHART-STATUS
                       DELIMITED BY SIZE INTO SR-REASON-TEXT
                   PERFORM REJECT-STATUS-UPDATE
           END-EVALUATE.

       MOVE-CHART-STATUS.
           MOVE SS-CHART-STATUS TO CR-CHART-STATUS
           MOVE SS-STATUS-DATE TO CR-STATUS-DATE
           ADD 1 TO WS-UPDATES-APPLIED.

       REJECT-STATUS-UPDATE.
           MOVE SS-MEMBER-ID TO SR-MEMBER-ID
           MOVE SS-DIAGNOSIS-CODE TO SR-DIAGNOSIS-CODE
           MOVE SS-SERVICE-DATE TO SR-SERVICE-DATE
           MOVE SS-CHART-STATUS TO SR-CHART-STATUS
           MOVE SS-STATUS-DATE TO SR-STATUS-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-UPDATES-REJECTED.

       FINISH-CHART-REQUEST.
           IF MBR-ACTIVE AND CR-MEMBER-ID NOT = WS-MBR-ID
               PERFORM FINISH-AUDIT-MEMBER
           END-IF
           IF NOT MBR-ACTIVE
               SET MBR-ACTIVE TO TRUE
               MOVE CR-MEMBER-ID TO WS-MBR-ID
               MOVE CR-STRATUM TO WS-MBR-STRATUM
               MOVE CR-RAF-SCORE TO WS-MBR-RAF
               MOVE ZERO TO WS-MH-COUNT
           END-IF
           MOVE CR-STRATUM TO WS-K
           MOVE CR-STRATUM-POP TO WS-ST-POP(WS-K)
           MOVE CR-STRATUM-SAMPLE TO WS-ST-SAMPLE(WS-K)
           MOVE CR-HCC-WEIGHT TO WS-CUR-HCC-WEIGHT
           PERFORM FIND-OR-ADD-MEMBER-HCC
           EVALUATE TRUE
               WHEN CHART-REQUESTED
                   ADD 1 TO WS-ST-REQUESTED(WS-K)
                   PERFORM WRITE-PULL-REQUEST
               WHEN CHART-RECEIVED
                   ADD 1 TO WS-ST-RECEIVED(WS-K)
               WHEN CHART-VALIDATED
                   ADD 1 TO WS-ST-VALIDATED(WS-K)
               WHEN OTHER
                   ADD 1 TO WS-ST-NOT-SUPPORTED(WS-K)
           END-EVALUATE
           IF MH-FOUND
               IF CHART-VALIDATED
                   MOVE 'Y' TO WS-MH-VALIDATED(WS-MH-IDX)
               END-IF
               IF CHART-REQUESTED OR CHART-RECEIVED
                   MOVE 'Y' TO WS-MH-OPEN(WS-MH-IDX)
               END-IF
           END-IF
           WRITE NEW-CHART-RECORD FROM WS-CHART-ROW
           ADD 1 TO WS-NC-REC-COUNT
           IF CHART-REQUESTED OR CHART-RECEIVED
               ADD 1 TO WS-NC-HASH
           END-IF.

       WRITE-PULL-REQUEST.
      *    Target: PAYER-ANALYST.RISK-ADJUSTMENT.RADV-CHART-PULL
           MOVE CR-AUDIT-ID TO PU-AUDIT-ID
           MOVE CR-MEMBER-ID TO PU-MEMBER-ID
           MOVE CR-PROVIDER-ID TO PU-PROVIDER-ID
           MOVE CR-CLAIM-ID TO PU-CLAIM-ID
           MOVE CR-DIAGNOSIS-CODE TO PU-DIAGNOSIS-CODE
           MOVE CR-SERVICE-DATE TO PU-SERVICE-DATE
           MOVE CR-HCC-CODE TO PU-HCC-CODE
           MOVE CR-REQUESTED-DATE TO PU-REQUESTED-DATE
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) -
               FUNCTION INTEGER-OF-DATE(CR-REQUESTED-DATE)
           IF WS-DAYS-OUT < ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF
           MOVE WS-DAYS-OUT TO PU-DAYS-OUTSTANDING
           WRITE PULL-RECORD
           ADD 1 TO WS-PU-REC-COUNT.

       FINISH-AUDIT-MEMBER.
      *    The member's payment is their RAF score at their PMPM
      *    for the year; the error is the weight of HCCs no chart
      *    validated and every chart has failed, and the worst
      *    case adds the HCCs whose charts are still outstanding
           IF WS-ST-MEMBERS(WS-MBR-STRATUM) = ZERO OR
              WS-MBR-RAF < WS-ST-LOW-RAF(WS-MBR-STRATUM)
               MOVE WS-MBR-RAF TO WS-ST-LOW-RAF(WS-MBR-STRATUM)
           END-IF
           IF WS-MBR-RAF > WS-ST-HIGH-RAF(WS-MBR-STRATUM)
               MOVE WS-MBR-RAF TO WS-ST-HIGH-RAF(WS-MBR-STRATUM)
           END-IF
           ADD 1 TO WS-ST-MEMBERS(WS-MBR-STRATUM)
           MOVE ZERO TO WS-MBR-ERROR-WEIGHT
           MOVE ZERO TO WS-MBR-WORST-WEIGHT
           PERFORM VARYING WS-MH-IDX FROM 1 BY 1
                   UNTIL WS-MH-IDX > WS-MH-COUNT
               IF WS-MH-VALIDATED(WS-MH-IDX) NOT = 'Y'
                   ADD WS-MH-WEIGHT(WS-MH-IDX) TO WS-MBR-WORST-WEIGHT
                   IF WS-MH-OPEN(WS-MH-IDX) NOT = 'Y'
                       ADD WS-MH-WEIGHT(WS-MH-IDX)
                           TO WS-MBR-ERROR-WEIGHT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MBR-ERROR-WEIGHT > WS-MBR-RAF
               MOVE WS-MBR-RAF TO WS-MBR-ERROR-WEIGHT
           END-IF
           IF WS-MBR-WORST-WEIGHT > WS-MBR-RAF
               MOVE WS-MBR-RAF TO WS-MBR-WORST-WEIGHT
           END-IF
           PERFORM JOIN-MEMBER-RATE
           PERFORM LOOKUP-PMPM-RATE
           COMPUTE WS-MBR-PAYMENT ROUNDED =
               WS-MBR-RAF * WS-ACTIVE-RATE * 12
           COMPUTE WS-MBR-ERROR ROUNDED =
               WS-MBR-ERROR-WEIGHT * WS-ACTIVE-RATE * 12
           COMPUTE WS-MBR-WORST ROUNDED =
               WS-MBR-WORST-WEIGHT * WS-ACTIVE-RATE * 12
           ADD WS-MBR-PAYMENT TO WS-ST-PAYMENT(WS-MBR-STRATUM)
           ADD WS-MBR-ERROR TO WS-ST-ERROR(WS-MBR-STRATUM)
           ADD WS-MBR-WORST TO WS-ST-WORST(WS-MBR-STRATUM)
           MOVE 'N' TO WS-MBR-ACTIVE.

       JOIN-MEMBER-RATE.
      *    The member master arrives in member order - advance its
      *    cursor to this member for the plan type and county
           MOVE 'DEFAULT' TO WS-MEMBER-PLAN
           MOVE 'ALL' TO WS-MEMBER-COUNTY
           PERFORM UNTIL END-OF-MEMBERS OR
                        MR-MEMBER-ID >= WS-MBR-ID
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-MEMBERS AND MR-MEMBER-ID = WS-MBR-ID
               IF MR-PLAN-TYPE NOT = SPACES
                   MOVE MR-PLAN-TYPE TO WS-MEMBER-PLAN
               END-IF
               IF MR-COUNTY-NAME NOT = SPACES
                   MOVE MR-COUNTY-NAME TO WS-MEMBER-COUNTY
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

       WRITE-PROJECTION.
      *    Target: PAYER-ANALYST.RISK-ADJUSTMENT.RADV-PROJECTION
      *    Each stratum's sample stands for its population: its
      *    payment and error are weighted by population over the
      *    members sampled, and the audit rate is the weighted
      *    error over the weighted payment
           OPEN OUTPUT PROJECTION-FILE
           MOVE 'HDR' TO PJ-H-RECORD-TYPE
           MOVE 'RADV-AUDIT' TO PJ-H-PROGRAM
           MOVE WS-RUN-DATE TO PJ-H-RUN-DATE
           MOVE WS-AUDIT-ID TO PJ-H-PERIOD
           WRITE PJ-HEADER-RECORD
           PERFORM WRITE-STRATUM-PROJECTION
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
           IF WS-TOT-PROJ-PAYMENT > ZERO
               COMPUTE WS-ERROR-RATE ROUNDED =
                   WS-TOT-PROJ-ERROR * 100 / WS-TOT-PROJ-PAYMENT
               COMPUTE WS-WORST-RATE ROUNDED =
                   WS-TOT-PROJ-WORST * 100 / WS-TOT-PROJ-PAYMENT
           END-IF
           INITIALIZE PROJECTION-RECORD
           MOVE 'T' TO PJ-RECORD-TYPE
           MOVE WS-AUDIT-ID TO PJ-AUDIT-ID
           MOVE ZERO TO PJ-STRATUM
           MOVE WS-TOT-POP TO PJ-POPULATION
           MOVE WS-TOT-MEMBERS TO PJ-MEMBERS-SAMPLED
           MOVE WS-TOT-REQUESTED TO PJ-CHARTS-REQUESTED
           MOVE WS-TOT-RECEIVED TO PJ-CHARTS-RECEIVED
           MOVE WS-TOT-VALIDATED TO PJ-CHARTS-VALIDATED
           MOVE WS-TOT-NOT-SUPPORTED TO PJ-CHARTS-NOT-SUPPORTED
           MOVE WS-TOT-PAYMENT TO PJ-SAMPLE-PAYMENT
           MOVE WS-TOT-ERROR TO PJ-SAMPLE-ERROR
           MOVE WS-ERROR-RATE TO PJ-ERROR-RATE
           MOVE WS-TOT-PROJ-PAYMENT TO PJ-PROJECTED-PAYMENT
           MOVE WS-TOT-PROJ-ERROR TO PJ-DOLLARS-AT-RISK
           MOVE WS-TOT-PROJ-WORST TO PJ-WORST-CASE-AT-RISK
           WRITE PROJECTION-RECORD
           ADD 1 TO WS-PJ-REC-COUNT
           MOVE 'TRL' TO PJ-T-RECORD-TYPE
           MOVE WS-PJ-REC-COUNT TO PJ-T-RECORD-COUNT
           COMPUTE PJ-T-HASH-TOTAL = WS-TOT-PROJ-ERROR * 100
           WRITE PJ-TRAILER-RECORD
           CLOSE PROJECTION-FILE.

       WRITE-STRATUM-PROJECTION.
           IF WS-ST-MEMBERS(WS-K) > ZERO
               COMPUTE WS-ST-PROJ-PAYMENT(WS-K) ROUNDED =
                   WS-ST-PAYMENT(WS-K) * WS-ST-POP(WS-K) /
                   WS-ST-MEMBERS(WS-K)
               COMPUTE WS-ST-PROJ-ERROR(WS-K) ROUNDED =
                   WS-ST-ERROR(WS-K) * WS-ST-POP(WS-K) /
                   WS-ST-MEMBERS(WS-K)
               COMPUTE WS-ST-PROJ-WORST(WS-K) ROUNDED =
                   WS-ST-WORST(WS-K) * WS-ST-POP(WS-K) /
                   WS-ST-MEMBERS(WS-K)
           END-IF
           INITIALIZE PROJECTION-RECORD
           MOVE 'S' TO PJ-RECORD-TYPE
           MOVE WS-AUDIT-ID TO PJ-AUDIT-ID
           MOVE WS-K TO PJ-STRATUM
           MOVE WS-ST-LOW-RAF(WS-K) TO PJ-LOW-RAF-SCORE
           MOVE WS-ST-HIGH-RAF(WS-K) TO PJ-HIGH-RAF-SCORE
           MOVE WS-ST-POP(WS-K) TO PJ-POPULATION
           MOVE WS-ST-MEMBERS(WS-K) TO PJ-MEMBERS-SAMPLED
           MOVE WS-ST-REQUESTED(WS-K) TO PJ-CHARTS-REQUESTED
           MOVE WS-ST-RECEIVED(WS-K) TO PJ-CHARTS-RECEIVED
           MOVE WS-ST-VALIDATED(WS-K) TO PJ-CHARTS-VALIDATED
           MOVE WS-ST-NOT-SUPPORTED(WS-K) TO PJ-CHARTS-NOT-SUPPORTED
           MOVE WS-ST-PAYMENT(WS-K) TO PJ-SAMPLE-PAYMENT
           MOVE WS-ST-ERROR(WS-K) TO PJ-SAMPLE-ERROR
           IF WS-ST-PAYMENT(WS-K) > ZERO
               COMPUTE PJ-ERROR-RATE ROUNDED =
                   WS-ST-ERROR(WS-K) * 100 / WS-ST-PAYMENT(WS-K)
           END-IF
           MOVE WS-ST-PROJ-PAYMENT(WS-K) TO PJ-PROJECTED-PAYMENT
           MOVE WS-ST-PROJ-ERROR(WS-K) TO PJ-DOLLARS-AT-RISK
           MOVE WS-ST-PROJ-WORST(WS-K) TO PJ-WORST-CASE-AT-RISK
           WRITE PROJECTION-RECORD
           ADD 1 TO WS-PJ-REC-COUNT
           ADD WS-ST-POP(WS-K) TO WS-TOT-POP
           ADD WS-ST-MEMBERS(WS-K) TO WS-TOT-MEMBERS
           ADD WS-ST-REQUESTED(WS-K) TO WS-TOT-REQUESTED
           ADD WS-ST-RECEIVED(WS-K) TO WS-TOT-RECEIVED
           ADD WS-ST-VALIDATED(WS-K) TO WS-TOT-VALIDATED
           ADD WS-ST-NOT-SUPPORTED(WS-K) TO WS-TOT-NOT-SUPPORTED
           ADD WS-ST-PAYMENT(WS-K) TO WS-TOT-PAYMENT
           ADD WS-ST-ERROR(WS-K) TO WS-TOT-ERROR
           ADD WS-ST-PROJ-PAYMENT(WS-K) TO WS-TOT-PROJ-PAYMENT
           ADD WS-ST-PROJ-ERROR(WS-K) TO WS-TOT-PROJ-ERROR
           ADD WS-ST-PROJ-WORST(WS-K) TO WS-TOT-PROJ-WORST.

       WRITE-RADV-REPORT.
      *    Write output to: PAYER-ANALYST.RISK-ADJUSTMENT.RADV
           DISPLAY '=========================================='
           DISPLAY 'RADV AUDIT SAMPLE AND CHART RETRIEVAL'
           DISPLAY 'AUDIT: ' WS-AUDIT-ID '  AS OF: ' WS-AS-OF-DATE
           DISPLAY '=========================================='
           DISPLAY ' '
           IF DRAW-NEW-SAMPLE
               DISPLAY 'NEW SAMPLE DRAWN - SEED ' WS-SEED
               DISPLAY 'SUBMITTED HCC DIAGNOSES READ: ' WS-HCCS-READ
               DISPLAY 'ELIGIBLE MEMBERS: ' WS-ELIGIBLE-COUNT
               DISPLAY 'MEMBERS SAMPLED PER STRATUM (TARGET): '
                   WS-SAMPLE-PER-STRATUM
               DISPLAY 'CHART REQUESTS DRAWN: ' WS-CHARTS-DRAWN
               DISPLAY 'CHARTS WITH NO CLAIM TO PULL FROM: '
                   WS-CHARTS-NO-CLAIM
           ELSE
               DISPLAY 'TRACKING THE SAMPLE ON RADV-CHART-MASTER.DAT'
           END-IF
           IF WS-MH-OVERFLOW > ZERO
               DISPLAY 'WARNING: MEMBER HCC TABLE FULL (50) - '
                   WS-MH-OVERFLOW ' HCCS NOT COUNTED'
           END-IF
           DISPLAY ' '
           DISPLAY 'STATUS UPDATES READ: ' WS-UPDATES-READ
           DISPLAY '  Applied: ' WS-UPDATES-APPLIED
           DISPLAY '  Already Applied: ' WS-UPDATES-REPEATED
           DISPLAY '  Rejected: ' WS-UPDATES-REJECTED
           DISPLAY ' '
           DISPLAY 'CHART REQUESTS BY STATUS:'
           DISPLAY '  Requested: ' WS-TOT-REQUESTED
           DISPLAY '  Received: ' WS-TOT-RECEIVED
           DISPLAY '  Validated: ' WS-TOT-VALIDATED
           DISPLAY '  Not Supported: ' WS-TOT-NOT-SUPPORTED
           DISPLAY ' '
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               DISPLAY 'STRATUM ' WS-K ' RAF ' WS-ST-LOW-RAF(WS-K)
                   '-' WS-ST-HIGH-RAF(WS-K)
                   '  POPULATION: ' WS-ST-POP(WS-K)
                   '  SAMPLED: ' WS-ST-MEMBERS(WS-K)
                   '  AT RISK: $' WS-ST-PROJ-ERROR(WS-K)
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'PROJECTED ANNUAL PAYMENT: $' WS-TOT-PROJ-PAYMENT
           DISPLAY 'PROJECTED PAYMENT ERROR RATE: ' WS-ERROR-RATE '%'
           DISPLAY 'DOLLARS AT RISK: $' WS-TOT-PROJ-ERROR
           DISPLAY 'WORST CASE (OUTSTANDING CHARTS UNSUPPORTED): '
               WS-WORST-RATE '%  $' WS-TOT-PROJ-WORST
           DISPLAY '=========================================='
           DISPLAY 'RADV ANALYSIS COMPLETE'.
