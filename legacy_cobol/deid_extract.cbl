       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEID-ANALYTICS-EXTRACT.
       AUTHOR. PAYER-ANALYTICS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    De-identified analytics extract for outside research and
      *    analytics partners. Members, claims and pharmacy fills
      *    are delivered with MEMBER-ID replaced by a pseudonymous
      *    key that stays the same for a member on every run and
      *    on every file, so deliveries can be joined to each other
      *    and to earlier deliveries without identifying anyone.
      *    Keys are handed out to new members in random order, so a
      *    key says nothing about the MEMBER-ID behind it. Names
      *    and county are dropped, date of birth and age become an
      *    age band, ZIP code is cut to its first three digits (000
      *    for the thinly populated ZIP3 areas listed on
      *    DEID-ZIP3-RESTRICTED.DAT), and every date on a member's
      *    records is moved by a per-member shift so intervals
      *    between a member's events survive but the real dates do
      *    not. A diagnosis carried by fewer members than the
      *    minimum cell size (DEID-CONTROL.DAT, default 11) is
      *    suppressed. Claim and fill numbers are replaced by a
      *    delivery sequence. DEID-TRANSFORM-REPORT.DAT lists every
      *    field transformed and how many values were changed.
      *
      *    The member-to-key map, DEID-KEY-MAP.DAT, is the only way
      *    back to the member. It is rewritten as
      *    DEID-KEY-MAP-NEW.DAT for the generation manager to
      *    promote, stays on the protected master library, and is
      *    never part of a delivery.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT PHARMACY-CLAIM-FILE
               ASSIGN TO "PHARMACY-CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RX-FILE-STATUS.
           SELECT KEY-MAP-FILE
               ASSIGN TO "DEID-KEY-MAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KEY-MAP-STATUS.
           SELECT NEW-KEY-MAP-FILE
               ASSIGN TO "DEID-KEY-MAP-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NEW-KEY-MAP-STATUS.
           SELECT MEMBER-SORT-FILE
               ASSIGN TO "DEIDMBRSORT.TMP".
           SELECT SORTED-MEMBER-FILE
               ASSIGN TO "DEID-MEMBERS-BY-ID.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-MEMBER-STATUS.
           SELECT NEW-KEY-SORT-FILE
               ASSIGN TO "DEIDNEWKEYSORT.TMP".
           SELECT ASSIGNED-KEY-FILE
               ASSIGN TO "DEID-NEW-KEYS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ASSIGNED-KEY-STATUS.
           SELECT KEY-MAP-SORT-FILE
               ASSIGN TO "DEIDMAPSORT.TMP".
           SELECT DEID-MEMBER-SORT-FILE
               ASSIGN TO "DEIDMEMOUTSORT.TMP".
           SELECT DEID-MEMBER-FILE
               ASSIGN TO "DEID-MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CLAIM-MEMBER-SORT-FILE
               ASSIGN TO "DEIDCLMSORT.TMP".
           SELECT CLAIM-STAGE-FILE
               ASSIGN TO "DEID-CLAIMS-STAGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STAGE-STATUS.
           SELECT DX-SORT-FILE
               ASSIGN TO "DEIDDXSORT.TMP".
           SELECT CLAIM-BY-DX-FILE
               ASSIGN TO "DEID-CLAIMS-BY-DX.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-BY-DX-STATUS.
           SELECT DX-COUNT-FILE
               ASSIGN TO "DEID-DX-COUNTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DX-COUNT-STATUS.
           SELECT CLAIM-OUT-SORT-FILE
               ASSIGN TO "DEIDCLMOUTSORT.TMP".
           SELECT DEID-CLAIM-FILE
               ASSIGN TO "DEID-CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RX-MEMBER-SORT-FILE
               ASSIGN TO "DEIDRXSORT.TMP".
           SELECT RX-STAGE-FILE
               ASSIGN TO "DEID-PHARMACY-STAGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RX-STAGE-STATUS.
           SELECT RX-OUT-SORT-FILE
               ASSIGN TO "DEIDRXOUTSORT.TMP".
           SELECT DEID-RX-FILE
               ASSIGN TO "DEID-PHARMACY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ZIP3-FILE
               ASSIGN TO "DEID-ZIP3-RESTRICTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ZIP3-STATUS.
           SELECT TRANSFORM-REPORT-FILE
               ASSIGN TO "DEID-TRANSFORM-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CONTROL-FILE
               ASSIGN TO "DEID-CONTROL.DAT"
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

       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY" REPLACING MEMBER-ID
               BY CLAIM-MEMBER-ID.

       FD  PHARMACY-CLAIM-FILE.
           COPY "PHARMACY-CLAIM-RECORD.CPY" REPLACING MEMBER-ID
               BY RX-MEMBER-ID.

       FD  KEY-MAP-FILE.
           COPY "DEID-KEY-MAP-RECORD.CPY" REPLACING ==:PFX:== BY ==OK==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==OK==.

       FD  NEW-KEY-MAP-FILE.
           COPY "DEID-KEY-MAP-RECORD.CPY" REPLACING ==:PFX:== BY ==NK==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NK==.

       SD  MEMBER-SORT-FILE.
       01  MEMBER-SORT-RECORD.
           05  MS-MEMBER-ID        PIC 9(10).
           05  FILLER              PIC X(159).

       FD  SORTED-MEMBER-FILE.
       01  SORTED-MEMBER-RECORD.
           05  SM-MEMBER-ID        PIC 9(10).
           05  FILLER              PIC X(159).

      *    Members with no key yet, in the order of a random draw
      *    so the keys handed out in sequence do not follow
      *    MEMBER-ID
       SD  NEW-KEY-SORT-FILE.
       01  NEW-KEY-SORT-RECORD.
           05  NS-DRAW             PIC 9(9).
           05  NS-MEMBER-ID        PIC 9(10).

       FD  ASSIGNED-KEY-FILE.
           COPY "DEID-KEY-MAP-RECORD.CPY" REPLACING ==:PFX:== BY ==AK==.

       SD  KEY-MAP-SORT-FILE.
           COPY "DEID-KEY-MAP-RECORD.CPY" REPLACING ==:PFX:== BY ==KS==.

       SD  DEID-MEMBER-SORT-FILE.
       01  DEID-MEMBER-SORT-RECORD.
           05  DS-PSEUDO-KEY       PIC 9(10).
           05  DS-GENDER           PIC X(1).
           05  DS-AGE-BAND         PIC X(5).
           05  DS-ENROLLMENT-DATE  PIC 9(8).
           05  DS-TERMINATION-DATE PIC 9(8).
           05  DS-ENROLLMENT-STATUS PIC X(10).
           05  DS-PLAN-TYPE        PIC X(20).
           05  DS-PREMIUM-AMOUNT   PIC 9(7)V99.
           05  DS-CLAIMS-LAST-YEAR PIC 9(5).
           05  DS-TOTAL-COST-LAST-YR PIC 9(9)V99.
           05  DS-REGION-CODE      PIC X(10).
           05  DS-ZIP3             PIC X(3).

       FD  DEID-MEMBER-FILE.
      *    One member as the recipients receive it, in key order
       01  DEID-MEMBER-RECORD.
           05  DM-PSEUDO-KEY       PIC 9(10).
           05  DM-GENDER           PIC X(1).
           05  DM-AGE-BAND         PIC X(5).
           05  DM-ENROLLMENT-DATE  PIC 9(8).
           05  DM-TERMINATION-DATE PIC 9(8).
           05  DM-ENROLLMENT-STATUS PIC X(10).
           05  DM-PLAN-TYPE        PIC X(20).
           05  DM-PREMIUM-AMOUNT   PIC 9(7)V99.
           05  DM-CLAIMS-LAST-YEAR PIC 9(5).
           05  DM-TOTAL-COST-LAST-YR PIC 9(9)V99.
           05  DM-REGION-CODE      PIC X(10).
           05  DM-ZIP3             PIC X(3).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==DM==.

      *    In-period claims by member for the key match, carried
      *    whole as the claim image
       SD  CLAIM-MEMBER-SORT-FILE.
       01  CLAIM-MEMBER-SORT-RECORD.
           05  CS-MEMBER-ID        PIC 9(10).
           05  CS-CLAIM-IMAGE      PIC X(150).

       FD  CLAIM-STAGE-FILE.
           COPY "DEID-CLAIM-RECORD.CPY" REPLACING ==:PFX:== BY ==CG==.

       SD  DX-SORT-FILE.
           COPY "DEID-CLAIM-RECORD.CPY" REPLACING ==:PFX:== BY ==DX==.

       FD  CLAIM-BY-DX-FILE.
           COPY "DEID-CLAIM-RECORD.CPY" REPLACING ==:PFX:== BY ==CB==.

       FD  DX-COUNT-FILE.
      *    Distinct members carrying each diagnosis in the delivery
       01  DX-COUNT-RECORD.
           05  XC-DIAGNOSIS-CODE   PIC X(7).
           05  XC-MEMBER-COUNT     PIC 9(9).

       SD  CLAIM-OUT-SORT-FILE.
           COPY "DEID-CLAIM-RECORD.CPY" REPLACING ==:PFX:== BY ==CO==.

       FD  DEID-CLAIM-FILE.
           COPY "DEID-CLAIM-RECORD.CPY" REPLACING ==:PFX:== BY ==DC==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==DC==.

       SD  RX-MEMBER-SORT-FILE.
       01  RX-MEMBER-SORT-RECORD.
           05  RS-MEMBER-ID        PIC 9(10).
           05  RS-FILL-IMAGE       PIC X(100).

       FD  RX-STAGE-FILE.
           COPY "DEID-PHARMACY-RECORD.CPY"
               REPLACING ==:PFX:== BY ==RG==.

       SD  RX-OUT-SORT-FILE.
           COPY "DEID-PHARMACY-RECORD.CPY"
               REPLACING ==:PFX:== BY ==RO==.

       FD  DEID-RX-FILE.
           COPY "DEID-PHARMACY-RECORD.CPY"
               REPLACING ==:PFX:== BY ==DR==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==DR==.

       FD  ZIP3-FILE.
      *    ZIP3 areas too thinly populated to publish
       01  ZIP3-RECORD.
           05  ZR-ZIP3             PIC X(3).

       FD  TRANSFORM-REPORT-FILE.
      *    One line per field transformed on a delivered file
       01  TRANSFORM-RECORD.
           05  TR-RUN-DATE         PIC 9(8).
           05  TR-FILE             PIC X(20).
           05  TR-FIELD            PIC X(20).
           05  TR-TREATMENT        PIC X(16).
           05  TR-VALUES-CHANGED   PIC 9(9).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-MIN-CELL         PIC 9(3).
           05  CF-MAX-SHIFT        PIC 9(3).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Smallest number of members a published diagnosis may
      *    describe, and the widest date shift in days either way;
      *    tunable without a recompile via DEID-CONTROL.DAT
       01  WS-MIN-CELL             PIC 9(3) VALUE 11.
       01  WS-MAX-SHIFT            PIC 9(3) VALUE 30.
       01  WS-CONTROL-STATUS       PIC XX.

      *    Extract period off RUN-PARAMETERS.DAT; claims and fills
      *    served outside it are not delivered. Age bands are as
      *    of the period end.
       01  WS-PARAM-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-PERIOD-START         PIC 9(8) VALUE 20230101.
       01  WS-PERIOD-END           PIC 9(8) VALUE 20231231.
       01  WS-PERIOD-END-X REDEFINES WS-PERIOD-END.
           05  WS-PE-YEAR          PIC 9(4).
           05  WS-PE-MMDD          PIC 9(4).
       01  WS-HDR-PERIOD           PIC X(20).

      *    Restricted ZIP3 areas, loaded once
       01  WS-ZIP3-TABLE.
           05  WS-ZIP3-ENTRY       OCCURS 100 TIMES
                                   INDEXED BY WS-ZIP3-IDX.
               10  WS-ZIP3-CODE        PIC X(3).
       01  WS-ZIP3-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-ZIP3                 PIC X(3).

      *    Key generator. Keys continue from the highest on the map
      *    so a key once given is never given again.
       01  WS-TIME-SEED            PIC 9(8).
       01  WS-RANDOM-VALUE         PIC 9V9(9).
       01  WS-HIGH-KEY             PIC 9(10) VALUE ZERO.
       01  WS-NEXT-KEY             PIC 9(10) VALUE ZERO.
       01  WS-SHIFT-PICK           PIC 9(4).
       01  WS-NEW-SHIFT            PIC S9(3).
       01  WS-LAST-MEMBER-ID       PIC 9(10).

      *    Key and shift of the member being de-identified
       01  WS-CUR-KEY              PIC 9(10).
       01  WS-CUR-SHIFT            PIC S9(3).
       01  WS-MEMBER-KEYED         PIC X VALUE 'N'.
           88  MEMBER-KEYED        VALUE 'Y'.

      *    Date shift work - a date that is not a calendar date is
      *    blanked rather than delivered unshifted
       01  WS-DATE-IN              PIC 9(8).
       01  WS-DATE-OUT             PIC 9(8).
       01  WS-DATE-INTEGER         PIC 9(9).

      *    Age band work
       01  WS-DOB                  PIC 9(8).
       01  WS-DOB-X REDEFINES WS-DOB.
           05  WS-DOB-YEAR         PIC 9(4).
           05  WS-DOB-MMDD         PIC 9(4).
       01  WS-AGE-YEARS            PIC S9(4).
       01  WS-AGE-BAND             PIC X(5).

      *    Diagnosis control break over the claims in diagnosis
      *    order
       01  WS-CUR-DX               PIC X(7).
       01  WS-CUR-DX-MEMBERS       PIC 9(9).
       01  WS-LAST-DX-KEY          PIC 9(10).
       01  WS-DX-BREAK-ACTIVE      PIC X VALUE 'N'.
           88  DX-BREAK-ACTIVE     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MEMBERS-READ     PIC 9(9) VALUE ZERO.
           05  WS-DUP-MEMBERS      PIC 9(9) VALUE ZERO.
           05  WS-MEMBERS-KEYED    PIC 9(9) VALUE ZERO.
           05  WS-NEW-KEYS         PIC 9(9) VALUE ZERO.
           05  WS-OLD-MAP-ROWS     PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-OUT-PERIOD PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-WITHHELD  PIC 9(9) VALUE ZERO.
           05  WS-FILLS-READ       PIC 9(9) VALUE ZERO.
           05  WS-FILLS-OUT-PERIOD PIC 9(9) VALUE ZERO.
           05  WS-FILLS-WITHHELD   PIC 9(9) VALUE ZERO.
           05  WS-DATES-BLANKED    PIC 9(9) VALUE ZERO.
           05  WS-DX-CODES         PIC 9(9) VALUE ZERO.
           05  WS-DX-SUPPRESSED    PIC 9(9) VALUE ZERO.
      *    Values changed, field by field, for the transform report
           05  WS-DOB-BANDED       PIC 9(9) VALUE ZERO.
           05  WS-ZIP-TRUNCATED    PIC 9(9) VALUE ZERO.
           05  WS-ZIP-RESTRICTED   PIC 9(9) VALUE ZERO.
           05  WS-NAMES-REMOVED    PIC 9(9) VALUE ZERO.
           05  WS-COUNTY-REMOVED   PIC 9(9) VALUE ZERO.
           05  WS-ENROLL-SHIFTED   PIC 9(9) VALUE ZERO.
           05  WS-TERM-SHIFTED     PIC 9(9) VALUE ZERO.
           05  WS-SERVICE-SHIFTED  PIC 9(9) VALUE ZERO.
           05  WS-RECEIVED-SHIFTED PIC 9(9) VALUE ZERO.
           05  WS-PAID-SHIFTED     PIC 9(9) VALUE ZERO.
           05  WS-FILL-SHIFTED     PIC 9(9) VALUE ZERO.
           05  WS-DX-CLAIMS-SUPPRESSED PIC 9(9) VALUE ZERO.

      *    Extract control totals; hashes are premium cents on the
      *    members, paid cents on the claims, ingredient cost cents
      *    on the fills, and the key total on the key map
       01  WS-NK-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NK-HASH              PIC 9(15) VALUE ZERO.
       01  WS-DM-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-DM-HASH              PIC 9(15) VALUE ZERO.
       01  WS-DC-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-DC-HASH              PIC 9(15) VALUE ZERO.
       01  WS-DR-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-DR-HASH              PIC 9(15) VALUE ZERO.

      *    One transform report line
       01  WS-TR-FILE              PIC X(20).
       01  WS-TR-FIELD             PIC X(20).
       01  WS-TR-TREATMENT         PIC X(16).
       01  WS-TR-COUNT             PIC 9(9).

       01  WS-FLAGS.
           05  EOF-FLAG            PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  EOF-OLD-MAP         PIC X VALUE 'N'.
               88  END-OF-OLD-MAP  VALUE 'Y'.
           05  EOF-NEW-MAP         PIC X VALUE 'N'.
               88  END-OF-NEW-MAP  VALUE 'Y'.
           05  EOF-SORT            PIC X VALUE 'N'.
               88  END-OF-SORT     VALUE 'Y'.
           05  EOF-DX-COUNTS       PIC X VALUE 'N'.
               88  END-OF-DX-COUNTS VALUE 'Y'.
           05  EOF-ZIP3            PIC X VALUE 'N'.
               88  END-OF-ZIP3     VALUE 'Y'.
       01  WS-OLD-MAP-FLAG         PIC X VALUE 'N'.
           88  OLD-MAP-PRESENT     VALUE 'Y'.
       01  WS-SKIP-RECORD          PIC X VALUE 'N'.
           88  SKIP-RECORD         VALUE 'Y'.

       01  WS-KEY-MAP-STATUS       PIC XX.
       01  WS-NEW-KEY-MAP-STATUS   PIC XX.
       01  WS-SORTED-MEMBER-STATUS PIC XX.
       01  WS-ASSIGNED-KEY-STATUS  PIC XX.
       01  WS-CLAIM-STAGE-STATUS   PIC XX.
       01  WS-CLAIM-BY-DX-STATUS   PIC XX.
       01  WS-DX-COUNT-STATUS      PIC XX.
       01  WS-RX-STAGE-STATUS      PIC XX.
       01  WS-ZIP3-STATUS          PIC XX.

      *    Bad open on the member, claims or pharmacy extract
      *    aborts with RETURN-CODE 8 so the calling driver job can
      *    stop the chain
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-RX-FILE-STATUS       PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CONTROL-THRESHOLDS
           PERFORM LOAD-RESTRICTED-ZIP3
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
               PERFORM SEED-KEY-GENERATOR
               SORT MEMBER-SORT-FILE
                   ON ASCENDING KEY MS-MEMBER-ID
                   USING MEMBER-FILE
                   GIVING SORTED-MEMBER-FILE
               SORT NEW-KEY-SORT-FILE
                   ON ASCENDING KEY NS-DRAW NS-MEMBER-ID
                   INPUT PROCEDURE IS FIND-UNKEYED-MEMBERS
                   OUTPUT PROCEDURE IS NUMBER-NEW-MEMBERS
               SORT KEY-MAP-SORT-FILE
                   ON ASCENDING KEY KS-MEMBER-ID
                   INPUT PROCEDURE IS RELEASE-KEY-MAP
                   OUTPUT PROCEDURE IS WRITE-NEW-KEY-MAP
               SORT DEID-MEMBER-SORT-FILE
                   ON ASCENDING KEY DS-PSEUDO-KEY
                   INPUT PROCEDURE IS DEIDENTIFY-MEMBERS
                   OUTPUT PROCEDURE IS WRITE-MEMBER-EXTRACT
               SORT CLAIM-MEMBER-SORT-FILE
                   ON ASCENDING KEY CS-MEMBER-ID
                   INPUT PROCEDURE IS RELEASE-PERIOD-CLAIMS
                   OUTPUT PROCEDURE IS DEIDENTIFY-CLAIMS
               SORT DX-SORT-FILE
                   ON ASCENDING KEY DX-DIAGNOSIS-CODE DX-PSEUDO-KEY
                   USING CLAIM-STAGE-FILE
                   GIVING CLAIM-BY-DX-FILE
               PERFORM COUNT-DIAGNOSIS-MEMBERS
               SORT CLAIM-OUT-SORT-FILE
                   ON ASCENDING KEY CO-PSEUDO-KEY CO-SERVICE-DATE
                   INPUT PROCEDURE IS SUPPRESS-RARE-DIAGNOSES
                   OUTPUT PROCEDURE IS WRITE-CLAIM-EXTRACT
               SORT RX-MEMBER-SORT-FILE
                   ON ASCENDING KEY RS-MEMBER-ID
                   INPUT PROCEDURE IS RELEASE-PERIOD-FILLS
                   OUTPUT PROCEDURE IS DEIDENTIFY-FILLS
               SORT RX-OUT-SORT-FILE
                   ON ASCENDING KEY RO-PSEUDO-KEY RO-FILL-DATE
                   USING RX-STAGE-FILE
                   OUTPUT PROCEDURE IS WRITE-PHARMACY-EXTRACT
               PERFORM WRITE-TRANSFORM-REPORT
               IF WS-CLAIMS-WITHHELD > ZERO OR
                  WS-FILLS-WITHHELD > ZERO OR
                  WS-DATES-BLANKED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Extract window from the run-parameter file the batch
      *    driver writes; absent (a standalone run) the compiled-in
      *    default period stays in effect
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       MOVE RP-PERIOD-START TO WS-PERIOD-START
                       MOVE RP-PERIOD-END TO WS-PERIOD-END
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF
           MOVE SPACES TO WS-HDR-PERIOD
           STRING WS-PERIOD-START '-' WS-PERIOD-END
               DELIMITED BY SIZE INTO WS-HDR-PERIOD.

       LOAD-CONTROL-THRESHOLDS.
      *    Optional - the compiled-in thresholds stand when the run
      *    has no control file present. A zero cell size would
      *    publish every diagnosis, and a shift of zero or of more
      *    than a year is no protection or no use, so such a
      *    control is refused.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CF-MIN-CELL IS NUMERIC AND
                          CF-MAX-SHIFT IS NUMERIC AND
                          CF-MIN-CELL > ZERO AND
                          CF-MAX-SHIFT > ZERO AND
                          CF-MAX-SHIFT NOT > 365
                           MOVE CF-MIN-CELL TO WS-MIN-CELL
                           MOVE CF-MAX-SHIFT TO WS-MAX-SHIFT
                       ELSE
                           DISPLAY 'DEID-CONTROL.DAT THRESHOLDS '
                               'NOT USABLE - COMPILED DEFAULTS KEPT'
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-RESTRICTED-ZIP3.
      *    Optional - without the list every ZIP3 is published
           OPEN INPUT ZIP3-FILE
           IF WS-ZIP3-STATUS = '00'
               PERFORM UNTIL END-OF-ZIP3
                   READ ZIP3-FILE
                       AT END SET END-OF-ZIP3 TO TRUE
                       NOT AT END
                           IF WS-ZIP3-COUNT < 100
                               ADD 1 TO WS-ZIP3-COUNT
                               MOVE ZR-ZIP3
                                   TO WS-ZIP3-CODE(WS-ZIP3-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZIP3-FILE
           ELSE
               DISPLAY 'DEID-ZIP3-RESTRICTED.DAT NOT FOUND - NO '
                   'ZIP3 AREAS RESTRICTED'
           END-IF.

       CHECK-INPUT-FILES.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.MEMBERS
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN MEMBERS.DAT - STATUS '
                   WS-MEMBER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE MEMBER-FILE
           END-IF
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
           IF NOT OPEN-FAILED
               OPEN INPUT CLAIM-FILE
               IF WS-CLAIM-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN CLAIMS.DAT - '
                       'STATUS ' WS-CLAIM-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
                   CLOSE CLAIM-FILE
               END-IF
           END-IF
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PHARMACY-CLAIMS
           IF NOT OPEN-FAILED
               OPEN INPUT PHARMACY-CLAIM-FILE
               IF WS-RX-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN PHARMACY-CLAIMS.DAT'
                       ' - STATUS ' WS-RX-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
                   CLOSE PHARMACY-CLAIM-FILE
               END-IF
           END-IF.

       SEED-KEY-GENERATOR.
      *    Seeded from the clock so no two runs draw alike
           ACCEPT WS-TIME-SEED FROM TIME
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM(WS-TIME-SEED).

       FIND-UNKEYED-MEMBERS.
      *    Members in MEMBER-ID order against the map carried from
      *    earlier runs; every member the map does not know is
      *    released with a random draw. The whole map is read so
      *    the highest key given so far is known before numbering.
           OPEN INPUT KEY-MAP-FILE
           IF WS-KEY-MAP-STATUS = '00'
               SET OLD-MAP-PRESENT TO TRUE
               PERFORM READ-OLD-MAP
           ELSE
               DISPLAY 'DEID-KEY-MAP.DAT NOT FOUND - EVERY MEMBER '
                   'KEYED AS NEW'
               SET END-OF-OLD-MAP TO TRUE
           END-IF
           MOVE ZERO TO WS-LAST-MEMBER-ID
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT SORTED-MEMBER-FILE
           PERFORM UNTIL END-OF-FILE
               READ SORTED-MEMBER-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-READ
                       IF SM-MEMBER-ID = WS-LAST-MEMBER-ID
                           ADD 1 TO WS-DUP-MEMBERS
                       ELSE
                           MOVE SM-MEMBER-ID TO WS-LAST-MEMBER-ID
                           PERFORM CHECK-MEMBER-KEYED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-MEMBER-FILE
           PERFORM UNTIL END-OF-OLD-MAP
               PERFORM READ-OLD-MAP
           END-PERFORM
           IF OLD-MAP-PRESENT
               CLOSE KEY-MAP-FILE
           END-IF.

       CHECK-MEMBER-KEYED.
           PERFORM UNTIL END-OF-OLD-MAP OR
                        OK-MEMBER-ID >= SM-MEMBER-ID
               PERFORM READ-OLD-MAP
           END-PERFORM
           IF NOT END-OF-OLD-MAP AND OK-MEMBER-ID = SM-MEMBER-ID
               ADD 1 TO WS-MEMBERS-KEYED
           ELSE
               COMPUTE NS-DRAW = FUNCTION RANDOM * 999999999
               MOVE SM-MEMBER-ID TO NS-MEMBER-ID
               RELEASE NEW-KEY-SORT-RECORD
               ADD 1 TO WS-NEW-KEYS
           END-IF.

       READ-OLD-MAP.
      *    Next member row, stepping over the map's HDR/TRL
           MOVE 'Y' TO WS-SKIP-RECORD
           PERFORM UNTIL END-OF-OLD-MAP OR NOT SKIP-RECORD
               READ KEY-MAP-FILE
                   AT END SET END-OF-OLD-MAP TO TRUE
                   NOT AT END
                       IF OK-KEY-MAP-RECORD(1:3) NOT = 'HDR' AND
                          OK-KEY-MAP-RECORD(1:3) NOT = 'TRL'
                           MOVE 'N' TO WS-SKIP-RECORD
                           ADD 1 TO WS-OLD-MAP-ROWS
                           IF OK-PSEUDO-KEY > WS-HIGH-KEY
                               MOVE OK-PSEUDO-KEY TO WS-HIGH-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NUMBER-NEW-MEMBERS.
      *    Keys are handed out in draw order, each new member with
      *    its own random date shift
           MOVE WS-HIGH-KEY TO WS-NEXT-KEY
           OPEN OUTPUT ASSIGNED-KEY-FILE
           MOVE 'N' TO EOF-SORT
           RETURN NEW-KEY-SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               ADD 1 TO WS-NEXT-KEY
               MOVE NS-MEMBER-ID TO AK-MEMBER-ID
               MOVE WS-NEXT-KEY TO AK-PSEUDO-KEY
               PERFORM DRAW-DATE-SHIFT
               MOVE WS-NEW-SHIFT TO AK-DATE-SHIFT
               MOVE WS-RUN-DATE TO AK-ASSIGNED-DATE
               WRITE AK-KEY-MAP-RECORD
               RETURN NEW-KEY-SORT-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE ASSIGNED-KEY-FILE.

       DRAW-DATE-SHIFT.
      *    A whole number of days from -max to +max, never zero
           COMPUTE WS-SHIFT-PICK =
               FUNCTION RANDOM * (2 * WS-MAX-SHIFT)
           COMPUTE WS-NEW-SHIFT = WS-SHIFT-PICK - WS-MAX-SHIFT
           IF WS-NEW-SHIFT NOT < ZERO
               ADD 1 TO WS-NEW-SHIFT
           END-IF.

       RELEASE-KEY-MAP.
      *    Every row of the old map is carried forward, members
      *    since dropped from MEMBERS.DAT included, so a returning
      *    member gets back the key they had
           MOVE 'N' TO EOF-OLD-MAP
           MOVE ZERO TO WS-OLD-MAP-ROWS
           OPEN INPUT KEY-MAP-FILE
           IF WS-KEY-MAP-STATUS = '00'
               PERFORM READ-OLD-MAP
               PERFORM UNTIL END-OF-OLD-MAP
                   MOVE OK-KEY-MAP-RECORD TO KS-KEY-MAP-RECORD
                   RELEASE KS-KEY-MAP-RECORD
                   PERFORM READ-OLD-MAP
               END-PERFORM
               CLOSE KEY-MAP-FILE
           END-IF
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT ASSIGNED-KEY-FILE
           PERFORM UNTIL END-OF-FILE
               READ ASSIGNED-KEY-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE AK-KEY-MAP-RECORD TO KS-KEY-MAP-RECORD
                       RELEASE KS-KEY-MAP-RECORD
               END-READ
           END-PERFORM
           CLOSE ASSIGNED-KEY-FILE.

       WRITE-NEW-KEY-MAP.
      *    Target: PAYER-DEV.PROTECTED.DEID-KEY-MAP
           OPEN OUTPUT NEW-KEY-MAP-FILE
           MOVE 'HDR' TO NK-H-RECORD-TYPE
           MOVE 'DEID-ANALYTICS-EXTRACT' TO NK-H-PROGRAM
           MOVE WS-RUN-DATE TO NK-H-RUN-DATE
           MOVE WS-HDR-PERIOD TO NK-H-PERIOD
           WRITE NK-HEADER-RECORD
           MOVE 'N' TO EOF-SORT
           RETURN KEY-MAP-SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               MOVE KS-KEY-MAP-RECORD TO NK-KEY-MAP-RECORD
               WRITE NK-KEY-MAP-RECORD
               ADD 1 TO WS-NK-REC-COUNT
               ADD NK-PSEUDO-KEY TO WS-NK-HASH
               RETURN KEY-MAP-SORT-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           MOVE 'TRL' TO NK-T-RECORD-TYPE
           MOVE WS-NK-REC-COUNT TO NK-T-RECORD-COUNT
           MOVE WS-NK-HASH TO NK-T-HASH-TOTAL
           WRITE NK-TRAILER-RECORD
           CLOSE NEW-KEY-MAP-FILE.

       OPEN-NEW-KEY-MAP.
      *    The map just written drives every extract of this run
           MOVE 'N' TO EOF-NEW-MAP
           OPEN INPUT NEW-KEY-MAP-FILE
           PERFORM READ-NEW-MAP.

       READ-NEW-MAP.
           MOVE 'Y' TO WS-SKIP-RECORD
           PERFORM UNTIL END-OF-NEW-MAP OR NOT SKIP-RECORD
               READ NEW-KEY-MAP-FILE
                   AT END SET END-OF-NEW-MAP TO TRUE
                   NOT AT END
                       IF NK-KEY-MAP-RECORD(1:3) NOT = 'HDR' AND
                          NK-KEY-MAP-RECORD(1:3) NOT = 'TRL'
                           MOVE 'N' TO WS-SKIP-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       FIND-MEMBER-KEY.
      *    Positions the map on WS-LAST-MEMBER-ID; callers present
      *    members in ascending order
           MOVE 'N' TO WS-MEMBER-KEYED
           PERFORM UNTIL END-OF-NEW-MAP OR
                        NK-MEMBER-ID >= WS-LAST-MEMBER-ID
               PERFORM READ-NEW-MAP
           END-PERFORM
           IF NOT END-OF-NEW-MAP AND
              NK-MEMBER-ID = WS-LAST-MEMBER-ID
               SET MEMBER-KEYED TO TRUE
               MOVE NK-PSEUDO-KEY TO WS-CUR-KEY
               MOVE NK-DATE-SHIFT TO WS-CUR-SHIFT
           END-IF.

       SHIFT-ONE-DATE.
      *    WS-DATE-IN moved by the member's shift into WS-DATE-OUT;
      *    an empty date stays empty
           MOVE ZERO TO WS-DATE-OUT
           IF WS-DATE-IN NOT = ZERO
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-IN) = ZERO
                   ADD 1 TO WS-DATES-BLANKED
               ELSE
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-IN)
                       + WS-CUR-SHIFT
                   COMPUTE WS-DATE-OUT =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               END-IF
           END-IF.

       DEIDENTIFY-MEMBERS.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.MEMBERS
           PERFORM OPEN-NEW-KEY-MAP
           MOVE ZERO TO WS-LAST-MEMBER-ID
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT SORTED-MEMBER-FILE
           PERFORM UNTIL END-OF-FILE
               READ SORTED-MEMBER-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SM-MEMBER-ID NOT = WS-LAST-MEMBER-ID
                           MOVE SM-MEMBER-ID TO WS-LAST-MEMBER-ID
                           PERFORM FIND-MEMBER-KEY
                           IF MEMBER-KEYED
                               MOVE SORTED-MEMBER-RECORD
                                   TO MEMBER-RECORD
                               PERFORM DEIDENTIFY-ONE-MEMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-MEMBER-FILE
           CLOSE NEW-KEY-MAP-FILE.

       DEIDENTIFY-ONE-MEMBER.
           MOVE WS-CUR-KEY TO DS-PSEUDO-KEY
           MOVE GENDER TO DS-GENDER
           ADD 1 TO WS-NAMES-REMOVED
           IF COUNTY-NAME NOT = SPACES
               ADD 1 TO WS-COUNTY-REMOVED
           END-IF
           PERFORM SET-AGE-BAND
           MOVE WS-AGE-BAND TO DS-AGE-BAND
           MOVE ENROLLMENT-DATE TO WS-DATE-IN
           PERFORM SHIFT-ONE-DATE
           MOVE WS-DATE-OUT TO DS-ENROLLMENT-DATE
           IF WS-DATE-OUT NOT = ZERO
               ADD 1 TO WS-ENROLL-SHIFTED
           END-IF
           MOVE TERMINATION-DATE TO WS-DATE-IN
           PERFORM SHIFT-ONE-DATE
           MOVE WS-DATE-OUT TO DS-TERMINATION-DATE
           IF WS-DATE-OUT NOT = ZERO
               ADD 1 TO WS-TERM-SHIFTED
           END-IF
           MOVE ENROLLMENT-STATUS TO DS-ENROLLMENT-STATUS
           MOVE PLAN-TYPE TO DS-PLAN-TYPE
           MOVE PREMIUM-AMOUNT TO DS-PREMIUM-AMOUNT
           MOVE CLAIMS-LAST-YEAR TO DS-CLAIMS-LAST-YEAR
           MOVE TOTAL-COST-LAST-YR TO DS-TOTAL-COST-LAST-YR
           MOVE REGION-CODE TO DS-REGION-CODE
           PERFORM SET-ZIP3
           MOVE WS-ZIP3 TO DS-ZIP3
           RELEASE DEID-MEMBER-SORT-RECORD.

       SET-AGE-BAND.
      *    Age at the period end in the bands the HEDIS reports
      *    use at the top end; everyone 85 and over is one band
           MOVE 'UNK  ' TO WS-AGE-BAND
           MOVE DATE-OF-BIRTH TO WS-DOB
           IF WS-DOB NOT = ZERO AND WS-DOB NOT > WS-PERIOD-END
               COMPUTE WS-AGE-YEARS = WS-PE-YEAR - WS-DOB-YEAR
               IF WS-PE-MMDD < WS-DOB-MMDD
                   SUBTRACT 1 FROM WS-AGE-YEARS
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-YEARS < 18
                       MOVE '00-17' TO WS-AGE-BAND
                   WHEN WS-AGE-YEARS < 35
                       MOVE '18-34' TO WS-AGE-BAND
                   WHEN WS-AGE-YEARS < 45
                       MOVE '35-44' TO WS-AGE-BAND
                   WHEN WS-AGE-YEARS < 55
                       MOVE '45-54' TO WS-AGE-BAND
                   WHEN WS-AGE-YEARS < 65
                       MOVE '55-64' TO WS-AGE-BAND
                   WHEN WS-AGE-YEARS < 75
                       MOVE '65-74' TO WS-AGE-BAND
                   WHEN WS-AGE-YEARS < 85
                       MOVE '75-84' TO WS-AGE-BAND
                   WHEN OTHER
                       MOVE '85+  ' TO WS-AGE-BAND
               END-EVALUATE
           END-IF
           ADD 1 TO WS-DOB-BANDED.

       SET-ZIP3.
           MOVE ZIP-CODE(1:3) TO WS-ZIP3
           IF ZIP-CODE NOT = SPACES
               ADD 1 TO WS-ZIP-TRUNCATED
               SET WS-ZIP3-IDX TO 1
               SEARCH WS-ZIP3-ENTRY
                   VARYING WS-ZIP3-IDX
                   AT END CONTINUE
                   WHEN WS-ZIP3-IDX > WS-ZIP3-COUNT
                       CONTINUE
                   WHEN WS-ZIP3-CODE(WS-ZIP3-IDX) = WS-ZIP3
                       MOVE '000' TO WS-ZIP3
                       ADD 1 TO WS-ZIP-RESTRICTED
               END-SEARCH
           END-IF.

       WRITE-MEMBER-EXTRACT.
      *    Target: PAYER-ANALYST.DEID-EXTRACT.MEMBERS
           OPEN OUTPUT DEID-MEMBER-FILE
           MOVE 'HDR' TO DM-H-RECORD-TYPE
           MOVE 'DEID-ANALYTICS-EXTRACT' TO DM-H-PROGRAM
           MOVE WS-RUN-DATE TO DM-H-RUN-DATE
           MOVE WS-HDR-PERIOD TO DM-H-PERIOD
           WRITE DM-HEADER-RECORD
           MOVE 'N' TO EOF-SORT
           RETURN DEID-MEMBER-SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               MOVE DEID-MEMBER-SORT-RECORD TO DEID-MEMBER-RECORD
               WRITE DEID-MEMBER-RECORD
               ADD 1 TO WS-DM-REC-COUNT
               COMPUTE WS-DM-HASH = WS-DM-HASH +
                   (DM-PREMIUM-AMOUNT * 100)
               RETURN DEID-MEMBER-SORT-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           MOVE 'TRL' TO DM-T-RECORD-TYPE
           MOVE WS-DM-REC-COUNT TO DM-T-RECORD-COUNT
           MOVE WS-DM-HASH TO DM-T-HASH-TOTAL
           WRITE DM-TRAILER-RECORD
           CLOSE DEID-MEMBER-FILE.

       RELEASE-PERIOD-CLAIMS.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL END-OF-FILE
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CLAIM-RECORD(1:3) NOT = 'HDR' AND
                          CLAIM-RECORD(1:3) NOT = 'TRL'
                           ADD 1 TO WS-CLAIMS-READ
                           IF SERVICE-DATE < WS-PERIOD-START OR
                              SERVICE-DATE > WS-PERIOD-END
                               ADD 1 TO WS-CLAIMS-OUT-PERIOD
                           ELSE
                               MOVE CLAIM-MEMBER-ID TO CS-MEMBER-ID
                               MOVE CLAIM-RECORD TO CS-CLAIM-IMAGE
                               RELEASE CLAIM-MEMBER-SORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

       DEIDENTIFY-CLAIMS.
      *    A claim for a member the map does not know cannot be
      *    keyed and is withheld from the delivery
           PERFORM OPEN-NEW-KEY-MAP
           OPEN OUTPUT CLAIM-STAGE-FILE
           MOVE 'N' TO EOF-SORT
           RETURN CLAIM-MEMBER-SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               MOVE CS-CLAIM-IMAGE TO CLAIM-RECORD
               MOVE CS-MEMBER-ID TO WS-LAST-MEMBER-ID
               PERFORM FIND-MEMBER-KEY
               IF MEMBER-KEYED
                   PERFORM DEIDENTIFY-ONE-CLAIM
               ELSE
                   ADD 1 TO WS-CLAIMS-WITHHELD
               END-IF
               RETURN CLAIM-MEMBER-SORT-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE CLAIM-STAGE-FILE
           CLOSE NEW-KEY-MAP-FILE.

       DEIDENTIFY-ONE-CLAIM.
           MOVE WS-CUR-KEY TO CG-PSEUDO-KEY
           MOVE SERVICE-DATE TO WS-DATE-IN
           PERFORM SHIFT-ONE-DATE
           MOVE WS-DATE-OUT TO CG-SERVICE-DATE
           IF WS-DATE-OUT NOT = ZERO
               ADD 1 TO WS-SERVICE-SHIFTED
           END-IF
           MOVE DIAGNOSIS-CODE TO CG-DIAGNOSIS-CODE
           MOVE ZERO TO CG-CLAIM-SEQ
           MOVE PROVIDER-ID TO CG-PROVIDER-ID
           MOVE CLAIM-TYPE TO CG-CLAIM-TYPE
           MOVE PROCEDURE-CODE TO CG-PROCEDURE-CODE
           MOVE PROCEDURE-MODIFIER TO CG-PROCEDURE-MODIFIER
           MOVE CLAIM-AMOUNT TO CG-CLAIM-AMOUNT
           MOVE PAID-AMOUNT TO CG-PAID-AMOUNT
           MOVE DENIED-AMOUNT TO CG-DENIED-AMOUNT
           MOVE CLAIM-STATUS TO CG-CLAIM-STATUS
           MOVE DENIAL-REASON-CODE TO CG-DENIAL-REASON-CODE
           MOVE DEDUCTIBLE-AMOUNT TO CG-DEDUCTIBLE-AMOUNT
           MOVE COINSURANCE-AMOUNT TO CG-COINSURANCE-AMOUNT
           MOVE COPAY-AMOUNT TO CG-COPAY-AMOUNT
           MOVE QUALITY-SCORE TO CG-QUALITY-SCORE
           MOVE CLAIM-RECEIVED-DATE TO WS-DATE-IN
           PERFORM SHIFT-ONE-DATE
           MOVE WS-DATE-OUT TO CG-RECEIVED-DATE
           IF WS-DATE-OUT NOT = ZERO
               ADD 1 TO WS-RECEIVED-SHIFTED
           END-IF
           MOVE CLAIM-PAID-DATE TO WS-DATE-IN
           PERFORM SHIFT-ONE-DATE
           MOVE WS-DATE-OUT TO CG-PAID-DATE
           IF WS-DATE-OUT NOT = ZERO
               ADD 1 TO WS-PAID-SHIFTED
           END-IF
           WRITE CG-DEID-CLAIM-RECORD.

       COUNT-DIAGNOSIS-MEMBERS.
      *    Claims in diagnosis/key order: one count per diagnosis
      *    of the distinct members carrying it
           OPEN INPUT CLAIM-BY-DX-FILE
           OPEN OUTPUT DX-COUNT-FILE
           MOVE 'N' TO WS-DX-BREAK-ACTIVE
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ CLAIM-BY-DX-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF DX-BREAK-ACTIVE AND
                          CB-DIAGNOSIS-CODE NOT = WS-CUR-DX
                           PERFORM WRITE-DX-COUNT
                       END-IF
                       IF NOT DX-BREAK-ACTIVE
                           MOVE CB-DIAGNOSIS-CODE TO WS-CUR-DX
                           MOVE ZERO TO WS-CUR-DX-MEMBERS
                           MOVE ZERO TO WS-LAST-DX-KEY
                           SET DX-BREAK-ACTIVE TO TRUE
                       END-IF
                       IF CB-PSEUDO-KEY NOT = WS-LAST-DX-KEY
                           ADD 1 TO WS-CUR-DX-MEMBERS
                           MOVE CB-PSEUDO-KEY TO WS-LAST-DX-KEY
                       END-IF
               END-READ
           END-PERFORM
           IF DX-BREAK-ACTIVE
               PERFORM WRITE-DX-COUNT
           END-IF
           CLOSE CLAIM-BY-DX-FILE
           CLOSE DX-COUNT-FILE.

       WRITE-DX-COUNT.
           MOVE WS-CUR-DX TO XC-DIAGNOSIS-CODE
           MOVE WS-CUR-DX-MEMBERS TO XC-MEMBER-COUNT
           WRITE DX-COUNT-RECORD
           IF WS-CUR-DX NOT = SPACES
               ADD 1 TO WS-DX-CODES
               IF WS-CUR-DX-MEMBERS < WS-MIN-CELL
                   ADD 1 TO WS-DX-SUPPRESSED
               END-IF
           END-IF
           MOVE 'N' TO WS-DX-BREAK-ACTIVE.

       SUPPRESS-RARE-DIAGNOSES.
      *    A diagnosis on fewer members than the minimum cell is
      *    masked on every claim that carries it; a blank diagnosis
      *    identifies no one and passes as it is
           OPEN INPUT DX-COUNT-FILE
           MOVE 'N' TO EOF-DX-COUNTS
           READ DX-COUNT-FILE
               AT END SET END-OF-DX-COUNTS TO TRUE
           END-READ
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CLAIM-BY-DX-FILE
           PERFORM UNTIL END-OF-FILE
               READ CLAIM-BY-DX-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM UNTIL END-OF-DX-COUNTS OR
                           XC-DIAGNOSIS-CODE >= CB-DIAGNOSIS-CODE
                           READ DX-COUNT-FILE
                               AT END SET END-OF-DX-COUNTS TO TRUE
                           END-READ
                       END-PERFORM
                       MOVE CB-DEID-CLAIM-RECORD
                           TO CO-DEID-CLAIM-RECORD
                       IF NOT END-OF-DX-COUNTS AND
                          XC-DIAGNOSIS-CODE = CB-DIAGNOSIS-CODE AND
                          XC-MEMBER-COUNT < WS-MIN-CELL AND
                          CB-DIAGNOSIS-CODE NOT = SPACES
                           MOVE ALL '*' TO CO-DIAGNOSIS-CODE
                           ADD 1 TO WS-DX-CLAIMS-SUPPRESSED
                       END-IF
                       RELEASE CO-DEID-CLAIM-RECORD
               END-READ
           END-PERFORM
           CLOSE CLAIM-BY-DX-FILE
           CLOSE DX-COUNT-FILE.

       WRITE-CLAIM-EXTRACT.
      *    Target: PAYER-ANALYST.DEID-EXTRACT.CLAIMS
           OPEN OUTPUT DEID-CLAIM-FILE
           MOVE 'HDR' TO DC-H-RECORD-TYPE
           MOVE 'DEID-ANALYTICS-EXTRACT' TO DC-H-PROGRAM
           MOVE WS-RUN-DATE TO DC-H-RUN-DATE
           MOVE WS-HDR-PERIOD TO DC-H-PERIOD
           WRITE DC-HEADER-RECORD
           MOVE 'N' TO EOF-SORT
           RETURN CLAIM-OUT-SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               MOVE CO-DEID-CLAIM-RECORD TO DC-DEID-CLAIM-RECORD
               ADD 1 TO WS-DC-REC-COUNT
               MOVE WS-DC-REC-COUNT TO DC-CLAIM-SEQ
               WRITE DC-DEID-CLAIM-RECORD
               COMPUTE WS-DC-HASH = WS-DC-HASH +
                   (DC-PAID-AMOUNT * 100)
               RETURN CLAIM-OUT-SORT-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           MOVE 'TRL' TO DC-T-RECORD-TYPE
           MOVE WS-DC-REC-COUNT TO DC-T-RECORD-COUNT
           MOVE WS-DC-HASH TO DC-T-HASH-TOTAL
           WRITE DC-TRAILER-RECORD
           CLOSE DEID-CLAIM-FILE.

       RELEASE-PERIOD-FILLS.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PHARMACY-CLAIMS
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT PHARMACY-CLAIM-FILE
           PERFORM UNTIL END-OF-FILE
               READ PHARMACY-CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PHARMACY-CLAIM-RECORD(1:3) NOT = 'HDR' AND
                          PHARMACY-CLAIM-RECORD(1:3) NOT = 'TRL'
                           ADD 1 TO WS-FILLS-READ
                           IF FILL-DATE < WS-PERIOD-START OR
                              FILL-DATE > WS-PERIOD-END
                               ADD 1 TO WS-FILLS-OUT-PERIOD
                           ELSE
                               MOVE RX-MEMBER-ID TO RS-MEMBER-ID
                               MOVE PHARMACY-CLAIM-RECORD
                                   TO RS-FILL-IMAGE
                               RELEASE RX-MEMBER-SORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PHARMACY-CLAIM-FILE.

       DEIDENTIFY-FILLS.
      *    A fill for a member the map does not know cannot be
      *    keyed and is withheld from the delivery
           PERFORM OPEN-NEW-KEY-MAP
           OPEN OUTPUT RX-STAGE-FILE
           MOVE 'N' TO EOF-SORT
           RETURN RX-MEMBER-SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               MOVE RS-FILL-IMAGE TO PHARMACY-CLAIM-RECORD
               MOVE RS-MEMBER-ID TO WS-LAST-MEMBER-ID
               PERFORM FIND-MEMBER-KEY
               IF MEMBER-KEYED
                   MOVE WS-CUR-KEY TO RG-PSEUDO-KEY
                   MOVE FILL-DATE TO WS-DATE-IN
                   PERFORM SHIFT-ONE-DATE
                   MOVE WS-DATE-OUT TO RG-FILL-DATE
                   IF WS-DATE-OUT NOT = ZERO
                       ADD 1 TO WS-FILL-SHIFTED
                   END-IF
                   MOVE ZERO TO RG-FILL-SEQ
                   MOVE PHARMACY-ID TO RG-PHARMACY-ID
                   MOVE NDC-CODE TO RG-NDC-CODE
                   MOVE DAYS-SUPPLY TO RG-DAYS-SUPPLY
                   MOVE REFILL-NUMBER TO RG-REFILL-NUMBER
                   MOVE BRAND-GENERIC-IND TO RG-BRAND-GENERIC-IND
                   MOVE THERAPEUTIC-CLASS TO RG-THERAPEUTIC-CLASS
                   MOVE INGREDIENT-COST TO RG-INGREDIENT-COST
                   MOVE DISPENSING-FEE TO RG-DISPENSING-FEE
                   MOVE PRESCRIBER-ID TO RG-PRESCRIBER-ID
                   WRITE RG-DEID-RX-RECORD
               ELSE
                   ADD 1 TO WS-FILLS-WITHHELD
               END-IF
               RETURN RX-MEMBER-SORT-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE RX-STAGE-FILE
           CLOSE NEW-KEY-MAP-FILE.

       WRITE-PHARMACY-EXTRACT.
      *    Target: PAYER-ANALYST.DEID-EXTRACT.PHARMACY
           OPEN OUTPUT DEID-RX-FILE
           MOVE 'HDR' TO DR-H-RECORD-TYPE
           MOVE 'DEID-ANALYTICS-EXTRACT' TO DR-H-PROGRAM
           MOVE WS-RUN-DATE TO DR-H-RUN-DATE
           MOVE WS-HDR-PERIOD TO DR-H-PERIOD
           WRITE DR-HEADER-RECORD
           MOVE 'N' TO EOF-SORT
           RETURN RX-OUT-SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               MOVE RO-DEID-RX-RECORD TO DR-DEID-RX-RECORD
               ADD 1 TO WS-DR-REC-COUNT
               MOVE WS-DR-REC-COUNT TO DR-FILL-SEQ
               WRITE DR-DEID-RX-RECORD
               COMPUTE WS-DR-HASH = WS-DR-HASH +
                   (DR-INGREDIENT-COST * 100)
               RETURN RX-OUT-SORT-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           MOVE 'TRL' TO DR-T-RECORD-TYPE
           MOVE WS-DR-REC-COUNT TO DR-T-RECORD-COUNT
           MOVE WS-DR-HASH TO DR-T-HASH-TOTAL
           WRITE DR-TRAILER-RECORD
           CLOSE DEID-RX-FILE.

       WRITE-TRANSFORM-REPORT.
      *    Write output to: PAYER-ANALYST.DEID-EXTRACT.TRANSFORMS
           OPEN OUTPUT TRANSFORM-REPORT-FILE
           DISPLAY '=========================================='
           DISPLAY 'DE-IDENTIFIED ANALYTICS EXTRACT'
           DISPLAY 'EXTRACT PERIOD: ' WS-PERIOD-START ' TO '
                   WS-PERIOD-END
           DISPLAY 'MINIMUM CELL SIZE: ' WS-MIN-CELL
                   '  MAXIMUM DATE SHIFT: ' WS-MAX-SHIFT ' DAYS'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'MEMBERS READ: ' WS-MEMBERS-READ
           DISPLAY '  Duplicate Member Records Skipped: '
               WS-DUP-MEMBERS
           DISPLAY '  Already Keyed: ' WS-MEMBERS-KEYED
           DISPLAY '  Newly Keyed: ' WS-NEW-KEYS
           DISPLAY 'KEY MAP ROWS CARRIED: ' WS-OLD-MAP-ROWS
           DISPLAY 'KEY MAP ROWS WRITTEN: ' WS-NK-REC-COUNT
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY '  Outside Period: ' WS-CLAIMS-OUT-PERIOD
           DISPLAY '  Withheld - Member Not Keyed: '
               WS-CLAIMS-WITHHELD
           DISPLAY 'PHARMACY FILLS READ: ' WS-FILLS-READ
           DISPLAY '  Outside Period: ' WS-FILLS-OUT-PERIOD
           DISPLAY '  Withheld - Member Not Keyed: '
               WS-FILLS-WITHHELD
           DISPLAY 'DIAGNOSES DELIVERED: ' WS-DX-CODES
           DISPLAY '  Below Minimum Cell (SUPPRESSED): '
               WS-DX-SUPPRESSED
           DISPLAY 'NON-CALENDAR DATES BLANKED: ' WS-DATES-BLANKED
           DISPLAY ' '
           DISPLAY 'DEID-MEMBERS.DAT RECORDS: ' WS-DM-REC-COUNT
           DISPLAY 'DEID-CLAIMS.DAT RECORDS: ' WS-DC-REC-COUNT
           DISPLAY 'DEID-PHARMACY.DAT RECORDS: ' WS-DR-REC-COUNT
           DISPLAY ' '
           DISPLAY 'FIELDS TRANSFORMED (VALUES CHANGED):'
           MOVE 'DEID-MEMBERS' TO WS-TR-FILE
           MOVE 'MEMBER-ID' TO WS-TR-FIELD
           MOVE 'PSEUDONYMIZED' TO WS-TR-TREATMENT
           MOVE WS-DM-REC-COUNT TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'FIRST-NAME' TO WS-TR-FIELD
           MOVE 'REMOVED' TO WS-TR-TREATMENT
           MOVE WS-NAMES-REMOVED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'LAST-NAME' TO WS-TR-FIELD
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'COUNTY-NAME' TO WS-TR-FIELD
           MOVE WS-COUNTY-REMOVED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'DATE-OF-BIRTH' TO WS-TR-FIELD
           MOVE 'AGE-BANDED' TO WS-TR-TREATMENT
           MOVE WS-DOB-BANDED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'AGE' TO WS-TR-FIELD
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'ZIP-CODE' TO WS-TR-FIELD
           MOVE 'TRUNCATED-ZIP3' TO WS-TR-TREATMENT
           MOVE WS-ZIP-TRUNCATED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'RESTRICTED-000' TO WS-TR-TREATMENT
           MOVE WS-ZIP-RESTRICTED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'ENROLLMENT-DATE' TO WS-TR-FIELD
           MOVE 'DATE-SHIFTED' TO WS-TR-TREATMENT
           MOVE WS-ENROLL-SHIFTED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'TERMINATION-DATE' TO WS-TR-FIELD
           MOVE WS-TERM-SHIFTED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'DEID-CLAIMS' TO WS-TR-FILE
           MOVE 'MEMBER-ID' TO WS-TR-FIELD
           MOVE 'PSEUDONYMIZED' TO WS-TR-TREATMENT
           MOVE WS-DC-REC-COUNT TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'CLAIM-ID' TO WS-TR-FIELD
           MOVE 'RESEQUENCED' TO WS-TR-TREATMENT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'SERVICE-DATE' TO WS-TR-FIELD
           MOVE 'DATE-SHIFTED' TO WS-TR-TREATMENT
           MOVE WS-SERVICE-SHIFTED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'CLAIM-RECEIVED-DATE' TO WS-TR-FIELD
           MOVE WS-RECEIVED-SHIFTED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'CLAIM-PAID-DATE' TO WS-TR-FIELD
           MOVE WS-PAID-SHIFTED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'DIAGNOSIS-CODE' TO WS-TR-FIELD
           MOVE 'SUPPRESSED' TO WS-TR-TREATMENT
           MOVE WS-DX-CLAIMS-SUPPRESSED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'DEID-PHARMACY' TO WS-TR-FILE
           MOVE 'MEMBER-ID' TO WS-TR-FIELD
           MOVE 'PSEUDONYMIZED' TO WS-TR-TREATMENT
           MOVE WS-DR-REC-COUNT TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'RX-CLAIM-ID' TO WS-TR-FIELD
           MOVE 'RESEQUENCED' TO WS-TR-TREATMENT
           PERFORM WRITE-TRANSFORM-LINE
           MOVE 'FILL-DATE' TO WS-TR-FIELD
           MOVE 'DATE-SHIFTED' TO WS-TR-TREATMENT
           MOVE WS-FILL-SHIFTED TO WS-TR-COUNT
           PERFORM WRITE-TRANSFORM-LINE
           CLOSE TRANSFORM-REPORT-FILE
           DISPLAY '=========================================='
           DISPLAY 'DE-IDENTIFIED EXTRACT COMPLETE'.

       WRITE-TRANSFORM-LINE.
           MOVE WS-RUN-DATE TO TR-RUN-DATE
           MOVE WS-TR-FILE TO TR-FILE
           MOVE WS-TR-FIELD TO TR-FIELD
           MOVE WS-TR-TREATMENT TO TR-TREATMENT
           MOVE WS-TR-COUNT TO TR-VALUES-CHANGED
           WRITE TRANSFORM-RECORD
           DISPLAY '  ' WS-TR-FILE WS-TR-FIELD WS-TR-TREATMENT
                   WS-TR-COUNT.
