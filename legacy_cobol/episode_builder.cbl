       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPISODE-BUILDER.
       AUTHOR. NETWORK-MANAGEMENT-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Episode-of-care grouping for bundled payment analysis.
      *    An episode opens on an anchor: a paid claim carrying one
      *    of the anchor procedure codes for joint replacement,
      *    maternity or cardiac care, or an APPROVED prior auth for
      *    one of those procedures on PRIOR-AUTH.DAT. Every paid
      *    medical claim and pharmacy fill of the member from the
      *    episode type's pre-window before the anchor through its
      *    post-window after is pulled in and costed by category -
      *    the anchor stay itself, pre-anchor care, readmissions,
      *    post-acute care, ED, other professional and outpatient
      *    care, and pharmacy - onto one EPISODES.DAT record per
      *    anchor naming the attending provider. Completed episodes
      *    are then compared across the providers performing the
      *    anchor procedure on EPISODE-PROVIDERS.DAT, ranked on the
      *    whole-episode cost beside the rank on the anchor alone,
      *    so contracting can see who delivers the cheaper episode
      *    and not just the cheaper surgery.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT PRIOR-AUTH-FILE
               ASSIGN TO "PRIOR-AUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT PHARMACY-CLAIM-FILE
               ASSIGN TO "PHARMACY-CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RX-FILE-STATUS.
           SELECT ANCHOR-SORT-FILE
               ASSIGN TO "EPANCHSORT.TMP".
           SELECT EPISODE-ANCHOR-FILE
               ASSIGN TO "EPISODE-ANCHORS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT EPISODE-SORT-FILE
               ASSIGN TO "EPSVCSORT.TMP".
           SELECT EPISODE-FILE
               ASSIGN TO "EPISODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PROVIDER-SORT-FILE
               ASSIGN TO "EPPROVSORT.TMP".
           SELECT EPISODE-PROVIDER-FILE
               ASSIGN TO "EPISODE-PROVIDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CONTROL-FILE
               ASSIGN TO "EPISODE-CONTROL.DAT"
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
           COPY "CLAIM-RECORD.CPY" REPLACING MEMBER-ID
               BY CLAIM-MEMBER-ID
               PROVIDER-ID BY CLAIM-PROVIDER-ID
               PROCEDURE-CODE BY CLAIM-PROCEDURE-CODE
               DIAGNOSIS-CODE BY CLAIM-DIAGNOSIS-CODE.

       FD  PRIOR-AUTH-FILE.
           COPY "PRIOR-AUTH-RECORD.CPY".

       FD  PHARMACY-CLAIM-FILE.
           COPY "PHARMACY-CLAIM-RECORD.CPY"
               REPLACING MEMBER-ID BY RX-MEMBER-ID.

       SD  ANCHOR-SORT-FILE.
      *    Anchor claims and approved auths by member, episode type
      *    and date; on the same day an auth sorts ahead of the
      *    claim that carries it out
       01  ANCHOR-SORT-RECORD.
           05  AS-MEMBER-ID        PIC 9(10).
           05  AS-EPISODE-TYPE     PIC X(10).
           05  AS-ANCHOR-DATE      PIC 9(8).
           05  AS-ORIGIN           PIC X(1).
               88  AS-AUTH-ANCHOR  VALUE 'A'.
               88  AS-CLAIM-ANCHOR VALUE 'C'.
           05  AS-SOURCE-ID        PIC 9(12).
           05  AS-TYPE-NUMBER      PIC 9(2).
           05  AS-PROVIDER-ID      PIC 9(8).
           05  AS-CLAIM-TYPE       PIC X(10).
           05  AS-PROCEDURE-CODE   PIC X(5).

       FD  EPISODE-ANCHOR-FILE.
       01  EPISODE-ANCHOR-FILE-RECORD PIC X(101).

       SD  EPISODE-SORT-FILE.
      *    Each member's episodes (kind 1) ahead of the member's
      *    paid claims and fills (kind 2) in date order, so every
      *    service is offered to each episode whose window it
      *    falls in
       01  EPISODE-SORT-RECORD.
           05  ES-MEMBER-ID        PIC 9(10).
           05  ES-KIND             PIC X(1).
               88  ES-EPISODE-ROW  VALUE '1'.
               88  ES-SERVICE-ROW  VALUE '2'.
           05  ES-DATE             PIC 9(8).
           05  ES-PROVIDER-ID      PIC 9(8).
           05  ES-CLAIM-TYPE       PIC X(10).
           05  ES-PAID-AMOUNT      PIC 9(7)V99.
           05  ES-ANCHOR-DATA      PIC X(101).

       FD  EPISODE-FILE.
      *    One record per anchor. EP-ANCHOR-SOURCE C is a claim
      *    anchor, A an approved auth with no anchor claim billed
      *    under it. EP-EPISODE-STATUS C is complete, O still open
      *    (the post-window runs past the as-of date), N an auth
      *    with no service from the authorized provider yet; only
      *    complete episodes go to the provider comparison. The
      *    category costs are paid dollars and sum to the total
       01  EPISODE-RECORD.
           05  EP-EPISODE-ID       PIC 9(9).
           05  EP-EPISODE-TYPE     PIC X(10).
           05  EP-MEMBER-ID        PIC 9(10).
           05  EP-ANCHOR-SOURCE    PIC X(1).
           05  EP-ANCHOR-CLAIM-ID  PIC 9(12).
           05  EP-AUTH-ID          PIC 9(12).
           05  EP-PROCEDURE-CODE   PIC X(5).
           05  EP-ANCHOR-DATE      PIC 9(8).
           05  EP-DISCHARGE-DATE   PIC 9(8).
           05  EP-WINDOW-START     PIC 9(8).
           05  EP-WINDOW-END       PIC 9(8).
           05  EP-ATTENDING-ID     PIC 9(8).
           05  EP-FACILITY-ID      PIC 9(8).
           05  EP-CATEGORY-COSTS.
               10  EP-ANCHOR-COST      PIC 9(9)V99.
               10  EP-PRE-COST         PIC 9(9)V99.
               10  EP-READMIT-COST     PIC 9(9)V99.
               10  EP-POST-ACUTE-COST  PIC 9(9)V99.
               10  EP-ED-COST          PIC 9(9)V99.
               10  EP-OTHER-COST       PIC 9(9)V99.
               10  EP-RX-COST          PIC 9(9)V99.
           05  EP-CATEGORY-COSTS-R REDEFINES EP-CATEGORY-COSTS.
               10  EP-CAT-COST         OCCURS 7 TIMES
                                       PIC 9(9)V99.
           05  EP-TOTAL-COST       PIC 9(9)V99.
           05  EP-READMIT-COUNT    PIC 9(3).
           05  EP-CLAIM-COUNT      PIC 9(5).
           05  EP-FILL-COUNT       PIC 9(5).
           05  EP-EPISODE-STATUS   PIC X(1).
               88  EP-COMPLETE     VALUE 'C'.
               88  EP-OPEN         VALUE 'O'.
               88  EP-NO-ANCHOR    VALUE 'N'.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==EP==.

       SD  PROVIDER-SORT-FILE.
      *    Provider rows by episode type, ranked providers ahead of
      *    low-volume ones, cheapest average episode first
       01  PROVIDER-SORT-RECORD.
           05  PS-EPISODE-TYPE     PIC X(10).
           05  PS-ATTENDING-ID     PIC 9(8).
           05  PS-LOW-VOLUME       PIC X(1).
           05  PS-EPISODE-COUNT    PIC 9(5).
           05  PS-AVG-EPISODE-COST PIC 9(9)V99.
           05  PS-DETAIL           PIC X(52).

       FD  EPISODE-PROVIDER-FILE.
      *    One row per episode type and attending provider over the
      *    completed episodes. EV-COST-INDEX is the provider's
      *    average episode against the type average of the ranked
      *    providers (100.00 = average). Providers under the type's
      *    minimum episode count carry EV-LOW-VOLUME Y and rank 0
       01  EPISODE-PROVIDER-RECORD.
           05  EV-EPISODE-TYPE     PIC X(10).
           05  EV-ATTENDING-ID     PIC 9(8).
           05  EV-LOW-VOLUME       PIC X(1).
           05  EV-EPISODE-COUNT    PIC 9(5).
           05  EV-AVG-EPISODE-COST PIC 9(9)V99.
           05  EV-AVG-ANCHOR-COST  PIC 9(9)V99.
           05  EV-AVG-NON-ANCHOR-COST PIC 9(9)V99.
           05  EV-READMIT-PCT      PIC 9(3)V99.
           05  EV-TYPE-AVG-COST    PIC 9(9)V99.
           05  EV-COST-INDEX       PIC 9(3)V99.
           05  EV-EPISODE-RANK     PIC 9(3).
           05  EV-ANCHOR-RANK      PIC 9(3).
           05  EV-RANKED-PROVIDERS PIC 9(3).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==EV==.

       FD  CONTROL-FILE.
      *    One row per anchor procedure code; the windows and the
      *    minimum episode count apply to the whole episode type,
      *    the last row of a type setting them
       01  CONTROL-RECORD.
           05  CF-EPISODE-TYPE     PIC X(10).
           05  CF-PROCEDURE-CODE   PIC X(5).
           05  CF-PRE-DAYS         PIC 9(3).
           05  CF-POST-DAYS        PIC 9(3).
           05  CF-MIN-EPISODES     PIC 9(3).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Episode definitions; replaced wholesale by the rows of
      *    EPISODE-CONTROL.DAT when contracting drops one. Type,
      *    anchor CPT, pre-window days, post-window days, minimum
      *    completed episodes for a provider to be ranked
       01  WS-DEFAULT-DEFINITIONS.
           05  FILLER PIC X(24) VALUE 'JOINT     27447030090005'.
           05  FILLER PIC X(24) VALUE 'JOINT     27130030090005'.
           05  FILLER PIC X(24) VALUE 'JOINT     27125030090005'.
           05  FILLER PIC X(24) VALUE 'JOINT     27446030090005'.
           05  FILLER PIC X(24) VALUE 'MATERNITY 59400270060005'.
           05  FILLER PIC X(24) VALUE 'MATERNITY 59409270060005'.
           05  FILLER PIC X(24) VALUE 'MATERNITY 59510270060005'.
           05  FILLER PIC X(24) VALUE 'MATERNITY 59514270060005'.
           05  FILLER PIC X(24) VALUE 'MATERNITY 59610270060005'.
           05  FILLER PIC X(24) VALUE 'MATERNITY 59612270060005'.
           05  FILLER PIC X(24) VALUE 'MATERNITY 59618270060005'.
           05  FILLER PIC X(24) VALUE 'MATERNITY 59620270060005'.
           05  FILLER PIC X(24) VALUE 'CARDIAC   33510030090005'.
           05  FILLER PIC X(24) VALUE 'CARDIAC   33533030090005'.
           05  FILLER PIC X(24) VALUE 'CARDIAC   33361030090005'.
           05  FILLER PIC X(24) VALUE 'CARDIAC   33405030090005'.
           05  FILLER PIC X(24) VALUE 'CARDIAC   92920030090005'.
           05  FILLER PIC X(24) VALUE 'CARDIAC   92928030090005'.
       01  WS-DEFAULT-REDEF REDEFINES WS-DEFAULT-DEFINITIONS.
           05  WS-DEFAULT-ENTRY    OCCURS 18 TIMES.
               10  WS-DD-EPISODE-TYPE  PIC X(10).
               10  WS-DD-PROCEDURE-CODE PIC X(5).
               10  WS-DD-PRE-DAYS      PIC 9(3).
               10  WS-DD-POST-DAYS     PIC 9(3).
               10  WS-DD-MIN-EPISODES  PIC 9(3).
       01  WS-DD-IDX               PIC 9(2).

      *    Claim types billed for post-acute care after discharge
       01  WS-POST-ACUTE-TABLE.
           05  FILLER PIC X(10) VALUE 'SNF       '.
           05  FILLER PIC X(10) VALUE 'HOME HLTH '.
           05  FILLER PIC X(10) VALUE 'REHAB     '.
           05  FILLER PIC X(10) VALUE 'LTACH     '.
       01  WS-POST-ACUTE-REDEF REDEFINES WS-POST-ACUTE-TABLE.
           05  WS-POST-ACUTE-TYPE  OCCURS 4 TIMES PIC X(10).
       01  WS-I                    PIC 9(2).
       01  WS-IS-POST-ACUTE        PIC X VALUE 'N'.
           88  POST-ACUTE-CLAIM    VALUE 'Y'.

      *    The definitions in force: episode types with their
      *    windows and run totals, and the anchor codes of each
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY       OCCURS 10 TIMES
                                   INDEXED BY WS-TYPE-IDX.
               10  WS-TYPE-NAME        PIC X(10).
               10  WS-TYPE-PRE-DAYS    PIC 9(3).
               10  WS-TYPE-POST-DAYS   PIC 9(3).
               10  WS-TYPE-MIN-EPISODES PIC 9(3).
               10  WS-TYPE-COMPLETE    PIC 9(7).
               10  WS-TYPE-OPEN        PIC 9(7).
               10  WS-TYPE-NO-ANCHOR   PIC 9(7).
               10  WS-TYPE-AUTH-ONLY   PIC 9(7).
               10  WS-TYPE-TOTAL-COST  PIC 9(11)V99.
               10  WS-TYPE-ANCHOR-COST PIC 9(11)V99.
               10  WS-TYPE-READMIT-EPS PIC 9(7).
               10  WS-TYPE-RANKED-EPS  PIC 9(7).
               10  WS-TYPE-RANKED-COST PIC 9(11)V99.
               10  WS-TYPE-RANKED-PROVS PIC 9(3).
               10  WS-TYPE-AVG-COST    PIC 9(9)V99.
       01  WS-TYPE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-TYPE-FOUND           PIC X VALUE 'N'.
           88  TYPE-FOUND          VALUE 'Y'.
       01  WS-TYPE-NUMBER          PIC 9(2).
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY       OCCURS 100 TIMES
                                   INDEXED BY WS-CODE-IDX.
               10  WS-CODE-PROCEDURE   PIC X(5).
               10  WS-CODE-TYPE-NUMBER PIC 9(2).
       01  WS-CODE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-CODE-FOUND           PIC X VALUE 'N'.
           88  ANCHOR-CODE-FOUND   VALUE 'Y'.
       01  WS-DEF-WORK.
           05  WS-DEF-EPISODE-TYPE PIC X(10).
           05  WS-DEF-PROCEDURE-CODE PIC X(5).
           05  WS-DEF-PRE-DAYS     PIC 9(3).
           05  WS-DEF-POST-DAYS    PIC 9(3).
           05  WS-DEF-MIN-EPISODES PIC 9(3).
       01  WS-CHECK-PROC-CODE      PIC X(5).

      *    Episodes whose post-window ends after this date are
      *    still open
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-AS-OF-DATE           PIC 9(8).

      *    Date arithmetic works in integer day numbers
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DAY-NUMBER           PIC 9(7).
       01  WS-SVC-DAY              PIC 9(7).

      *    The episode being built on the anchor pass: the first
      *    anchor of a member and episode type, with later anchor
      *    claims of the same procedure folded in
       01  WS-PENDING-EPISODE.
           05  WS-PE-ACTIVE        PIC X VALUE 'N'.
               88  EPISODE-PENDING VALUE 'Y'.
           05  WS-PE-MEMBER-ID     PIC 9(10).
           05  WS-PE-EPISODE-TYPE  PIC X(10).
           05  WS-PE-TYPE-NUMBER   PIC 9(2).
           05  WS-PE-SOURCE        PIC X(1).
               88  PE-AUTH-ANCHOR  VALUE 'A'.
               88  PE-CLAIM-ANCHOR VALUE 'C'.
           05  WS-PE-CLAIM-ID      PIC 9(12).
           05  WS-PE-AUTH-ID       PIC 9(12).
           05  WS-PE-PROCEDURE-CODE PIC X(5).
           05  WS-PE-ANCHOR-DATE   PIC 9(8).
           05  WS-PE-ANCHOR-DAY    PIC 9(7).
           05  WS-PE-LAST-DAY      PIC 9(7).
           05  WS-PE-END-DAY       PIC 9(7).
           05  WS-PE-ATTENDING-ID  PIC 9(8).
           05  WS-PE-FACILITY-ID   PIC 9(8).
      *    Days apart two anchor claims can be and still be the
      *    one procedure (facility and surgeon billing the stay)
       01  WS-ANCHOR-GAP-DAYS      PIC 9(2) VALUE 3.
       01  WS-ANCHOR-DAY           PIC 9(7).
       01  WS-EPISODE-SEQ          PIC 9(9) VALUE ZERO.

      *    Episode anchor work record, carried through the
      *    service sort as ES-ANCHOR-DATA
       01  EPISODE-ANCHOR-WORK.
           05  EA-MEMBER-ID        PIC 9(10).
           05  EA-EPISODE-ID       PIC 9(9).
           05  EA-EPISODE-TYPE     PIC X(10).
           05  EA-TYPE-NUMBER      PIC 9(2).
           05  EA-ANCHOR-SOURCE    PIC X(1).
           05  EA-ANCHOR-CLAIM-ID  PIC 9(12).
           05  EA-AUTH-ID          PIC 9(12).
           05  EA-PROCEDURE-CODE   PIC X(5).
           05  EA-ANCHOR-DATE      PIC 9(8).
           05  EA-WINDOW-START     PIC 9(8).
           05  EA-WINDOW-END       PIC 9(8).
           05  EA-ATTENDING-ID     PIC 9(8).
           05  EA-FACILITY-ID      PIC 9(8).

      *    The current member's episodes on the service pass.
      *    Category 1 anchor stay, 2 pre-anchor, 3 readmission,
      *    4 post-acute, 5 ED, 6 other, 7 pharmacy
       01  WS-MEMBER-EPISODES.
           05  WS-ME-ENTRY         OCCURS 20 TIMES
                                   INDEXED BY WS-ME-IDX.
               10  WS-ME-EPISODE-ID    PIC 9(9).
               10  WS-ME-EPISODE-TYPE  PIC X(10).
               10  WS-ME-TYPE-NUMBER   PIC 9(2).
               10  WS-ME-SOURCE        PIC X(1).
               10  WS-ME-CLAIM-ID      PIC 9(12).
               10  WS-ME-AUTH-ID       PIC 9(12).
               10  WS-ME-PROCEDURE-CODE PIC X(5).
               10  WS-ME-ANCHOR-DATE   PIC 9(8).
               10  WS-ME-WINDOW-START  PIC 9(8).
               10  WS-ME-WINDOW-END    PIC 9(8).
               10  WS-ME-ATTENDING-ID  PIC 9(8).
               10  WS-ME-FACILITY-ID   PIC 9(8).
               10  WS-ME-ANCHOR-SEEN   PIC X(1).
                   88  ME-ANCHOR-SEEN  VALUE 'Y'.
               10  WS-ME-STAY-END      PIC 9(8).
               10  WS-ME-STAY-END-DAY  PIC 9(7).
               10  WS-ME-READMIT-DAY   PIC 9(7).
               10  WS-ME-COST          OCCURS 7 TIMES
                                       PIC 9(9)V99.
               10  WS-ME-READMITS      PIC 9(3).
               10  WS-ME-CLAIMS        PIC 9(5).
               10  WS-ME-FILLS         PIC 9(5).
       01  WS-ME-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-CUR-MEMBER           PIC 9(10) VALUE ZERO.
       01  WS-CATEGORY             PIC 9(1).
       01  WS-C                    PIC 9(1).

      *    Completed episodes by episode type and attending
      *    provider for the comparison
       01  WS-PROVIDER-TABLE.
           05  WS-PV-ENTRY         OCCURS 1000 TIMES
                                   INDEXED BY WS-PV-IDX WS-PV-IDX2.
               10  WS-PV-TYPE-NUMBER   PIC 9(2).
               10  WS-PV-ATTENDING-ID  PIC 9(8).
               10  WS-PV-EPISODES      PIC 9(5).
               10  WS-PV-READMIT-EPS   PIC 9(5).
               10  WS-PV-TOTAL-COST    PIC 9(11)V99.
               10  WS-PV-ANCHOR-COST   PIC 9(11)V99.
               10  WS-PV-AVG-COST      PIC 9(9)V99.
               10  WS-PV-AVG-ANCHOR    PIC 9(9)V99.
               10  WS-PV-RANKED        PIC X(1).
                   88  PV-RANKED       VALUE 'Y'.
       01  WS-PV-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-PV-FOUND             PIC X VALUE 'N'.
           88  PV-FOUND            VALUE 'Y'.
       01  WS-EPISODE-RANK         PIC 9(3).
       01  WS-ANCHOR-RANK          PIC 9(3).
       01  WS-PRIOR-TYPE           PIC X(10) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-ANCHOR-CLAIMS    PIC 9(9) VALUE ZERO.
           05  WS-AUTHS-READ       PIC 9(9) VALUE ZERO.
           05  WS-ANCHOR-AUTHS     PIC 9(9) VALUE ZERO.
           05  WS-AUTHS-CARRIED-OUT PIC 9(9) VALUE ZERO.
           05  WS-FILLS-READ       PIC 9(9) VALUE ZERO.
           05  WS-EPISODES-BUILT   PIC 9(9) VALUE ZERO.
           05  WS-SERVICES-GROUPED PIC 9(9) VALUE ZERO.
           05  WS-EPISODE-OVERFLOW PIC 9(9) VALUE ZERO.
           05  WS-PROVIDER-OVERFLOW PIC 9(9) VALUE ZERO.

       01  WS-EP-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-EP-HASH              PIC 9(15) VALUE ZERO.
       01  WS-EV-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-EV-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-AUTH            PIC X VALUE 'N'.
               88  END-OF-AUTHS    VALUE 'Y'.
           05  EOF-RX              PIC X VALUE 'N'.
               88  END-OF-FILLS    VALUE 'Y'.
           05  EOF-ANCHOR-SORT     PIC X VALUE 'N'.
               88  END-OF-ANCHOR-SORT VALUE 'Y'.
           05  EOF-EPISODE-ANCHOR  PIC X VALUE 'N'.
               88  END-OF-EPISODE-ANCHORS VALUE 'Y'.
           05  EOF-EPISODE-SORT    PIC X VALUE 'N'.
               88  END-OF-EPISODE-SORT VALUE 'Y'.
           05  EOF-PROVIDER-SORT   PIC X VALUE 'N'.
               88  END-OF-PROVIDER-SORT VALUE 'Y'.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-AUTH-FILE-STATUS     PIC XX.
       01  WS-RX-FILE-STATUS       PIC XX.

      *    Bad open on the claims extract aborts with RETURN-CODE 8
      *    so a calling driver job can stop the chain
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-EPISODE-DEFINITIONS
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
      *        Anchors are consolidated into episodes first; the
      *        episodes then ride ahead of each member's services
      *        through a second sort, and the completed episodes
      *        are ranked provider against provider in a third
               SORT ANCHOR-SORT-FILE
                   ASCENDING KEY AS-MEMBER-ID
                                 AS-EPISODE-TYPE
                                 AS-ANCHOR-DATE
                                 AS-ORIGIN
                                 AS-SOURCE-ID
                   INPUT PROCEDURE IS RELEASE-ANCHORS
                   OUTPUT PROCEDURE IS BUILD-EPISODE-ANCHORS
               SORT EPISODE-SORT-FILE
                   ASCENDING KEY ES-MEMBER-ID
                                 ES-KIND
                                 ES-DATE
                                 ES-PROVIDER-ID
                   INPUT PROCEDURE IS RELEASE-EPISODE-SERVICES
                   OUTPUT PROCEDURE IS ASSEMBLE-EPISODES
               PERFORM WRITE-EPISODE-REPORT
               SORT PROVIDER-SORT-FILE
                   ASCENDING KEY PS-EPISODE-TYPE
                                 PS-LOW-VOLUME
                                 PS-AVG-EPISODE-COST
                                 PS-ATTENDING-ID
                   INPUT PROCEDURE IS RELEASE-PROVIDER-ROWS
                   OUTPUT PROCEDURE IS WRITE-PROVIDER-COMPARISON
               DISPLAY '=========================================='
               DISPLAY 'EPISODE BUILD COMPLETE'
               IF WS-EPISODE-OVERFLOW > ZERO OR
                  WS-PROVIDER-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver episodes are judged complete as
      *    of the cycle's business date; run standalone, as of the
      *    run date
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

       LOAD-EPISODE-DEFINITIONS.
      *    Optional - the compiled-in definitions stand when the
      *    run has no control file present
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-CONTROL-STATUS NOT = '00'
                   READ CONTROL-FILE
                       NOT AT END
                           IF CF-EPISODE-TYPE NOT = SPACES AND
                              CF-PROCEDURE-CODE NOT = SPACES AND
                              CF-PRE-DAYS IS NUMERIC AND
                              CF-POST-DAYS IS NUMERIC AND
                              CF-MIN-EPISODES IS NUMERIC
                               MOVE CF-EPISODE-TYPE
                                   TO WS-DEF-EPISODE-TYPE
                               MOVE CF-PROCEDURE-CODE
                                   TO WS-DEF-PROCEDURE-CODE
                               MOVE CF-PRE-DAYS TO WS-DEF-PRE-DAYS
                               MOVE CF-POST-DAYS TO WS-DEF-POST-DAYS
                               MOVE CF-MIN-EPISODES
                                   TO WS-DEF-MIN-EPISODES
                               PERFORM ADD-EPISODE-DEFINITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           IF WS-CODE-COUNT = ZERO
               PERFORM VARYING WS-DD-IDX FROM 1 BY 1
                       UNTIL WS-DD-IDX > 18
                   MOVE WS-DEFAULT-ENTRY(WS-DD-IDX) TO WS-DEF-WORK
                   PERFORM ADD-EPISODE-DEFINITION
               END-PERFORM
           END-IF.

       ADD-EPISODE-DEFINITION.
           MOVE 'N' TO WS-TYPE-FOUND
           SET WS-TYPE-IDX TO 1
           SEARCH WS-TYPE-ENTRY VARYING WS-TYPE-IDX
               AT END CONTINUE
               WHEN WS-TYPE-IDX > WS-TYPE-COUNT
                   CONTINUE
               WHEN WS-TYPE-NAME(WS-TYPE-IDX) = WS-DEF-EPISODE-TYPE
                   SET TYPE-FOUND TO TRUE
           END-SEARCH
           IF NOT TYPE-FOUND
               IF WS-TYPE-COUNT < 10
                   ADD 1 TO WS-TYPE-COUNT
                   SET WS-TYPE-IDX TO WS-TYPE-COUNT
                   INITIALIZE WS-TYPE-ENTRY(WS-TYPE-IDX)
                   MOVE WS-DEF-EPISODE-TYPE
                       TO WS-TYPE-NAME(WS-TYPE-IDX)
                   SET TYPE-FOUND TO TRUE
               ELSE
                   DISPLAY 'WARNING: EPISODE TYPE TABLE FULL (10) - '
                       WS-DEF-EPISODE-TYPE ' NOT LOADED'
               END-IF
           END-IF
           IF TYPE-FOUND
               MOVE WS-DEF-PRE-DAYS TO WS-TYPE-PRE-DAYS(WS-TYPE-IDX)
               MOVE WS-DEF-POST-DAYS TO WS-TYPE-POST-DAYS(WS-TYPE-IDX)
               MOVE WS-DEF-MIN-EPISODES
                   TO WS-TYPE-MIN-EPISODES(WS-TYPE-IDX)
               IF WS-CODE-COUNT < 100
                   ADD 1 TO WS-CODE-COUNT
                   SET WS-CODE-IDX TO WS-CODE-COUNT
                   MOVE WS-DEF-PROCEDURE-CODE
                       TO WS-CODE-PROCEDURE(WS-CODE-IDX)
                   SET WS-CODE-TYPE-NUMBER(WS-CODE-IDX)
                       TO WS-TYPE-IDX
               ELSE
                   DISPLAY 'WARNING: ANCHOR CODE TABLE FULL (100) - '
                       WS-DEF-PROCEDURE-CODE ' NOT LOADED'
               END-IF
           END-IF.

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
           END-IF.

       FIND-ANCHOR-CODE.
      *    Looks up WS-CHECK-PROC-CODE; WS-CODE-IDX is left on the
      *    match
           MOVE 'N' TO WS-CODE-FOUND
           SET WS-CODE-IDX TO 1
           SEARCH WS-CODE-ENTRY VARYING WS-CODE-IDX
               AT END CONTINUE
               WHEN WS-CODE-IDX > WS-CODE-COUNT
                   CONTINUE
               WHEN WS-CODE-PROCEDURE(WS-CODE-IDX) =
                    WS-CHECK-PROC-CODE
                   SET ANCHOR-CODE-FOUND TO TRUE
           END-SEARCH.

       RELEASE-ANCHORS.
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL END-OF-CLAIMS
               READ CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
                   NOT AT END
                       IF CLAIM-RECORD(1:3) NOT = 'HDR' AND
                          CLAIM-RECORD(1:3) NOT = 'TRL'
                           PERFORM RELEASE-ANCHOR-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PRIOR-AUTH
      *    Optional - without the auth extract episodes open on
      *    anchor claims alone
           OPEN INPUT PRIOR-AUTH-FILE
           IF WS-AUTH-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-AUTHS
                   READ PRIOR-AUTH-FILE
                       AT END SET END-OF-AUTHS TO TRUE
                       NOT AT END PERFORM RELEASE-ANCHOR-AUTH
                   END-READ
               END-PERFORM
               CLOSE PRIOR-AUTH-FILE
           ELSE
               DISPLAY 'PRIOR-AUTH.DAT NOT FOUND - EPISODES ANCHORED '
                   'ON CLAIMS ONLY'
           END-IF.

       RELEASE-ANCHOR-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           IF CLAIM-STATUS = 'APPROVED' OR CLAIM-STATUS = 'PARTIAL'
               MOVE CLAIM-PROCEDURE-CODE TO WS-CHECK-PROC-CODE
               PERFORM FIND-ANCHOR-CODE
               IF ANCHOR-CODE-FOUND
                   ADD 1 TO WS-ANCHOR-CLAIMS
                   MOVE CLAIM-MEMBER-ID TO AS-MEMBER-ID
                   MOVE WS-CODE-TYPE-NUMBER(WS-CODE-IDX)
                       TO AS-TYPE-NUMBER
                   MOVE WS-TYPE-NAME(AS-TYPE-NUMBER)
                       TO AS-EPISODE-TYPE
                   MOVE SERVICE-DATE TO AS-ANCHOR-DATE
                   SET AS-CLAIM-ANCHOR TO TRUE
                   MOVE CLAIM-ID TO AS-SOURCE-ID
                   MOVE CLAIM-PROVIDER-ID TO AS-PROVIDER-ID
                   MOVE CLAIM-TYPE TO AS-CLAIM-TYPE
                   MOVE CLAIM-PROCEDURE-CODE TO AS-PROCEDURE-CODE
                   RELEASE ANCHOR-SORT-RECORD
               END-IF
           END-IF.

       RELEASE-ANCHOR-AUTH.
      *    An auth anchors on the date it was approved, or the date
      *    requested where the approval date was never stamped
           ADD 1 TO WS-AUTHS-READ
           IF AUTH-STATUS = 'APPROVED'
               MOVE PROCEDURE-CODE TO WS-CHECK-PROC-CODE
               PERFORM FIND-ANCHOR-CODE
               IF ANCHOR-CODE-FOUND
                   ADD 1 TO WS-ANCHOR-AUTHS
                   MOVE MEMBER-ID TO AS-MEMBER-ID
                   MOVE WS-CODE-TYPE-NUMBER(WS-CODE-IDX)
                       TO AS-TYPE-NUMBER
                   MOVE WS-TYPE-NAME(AS-TYPE-NUMBER)
                       TO AS-EPISODE-TYPE
                   IF APPROVAL-DATE IS NUMERIC AND
                      APPROVAL-DATE > ZERO
                       MOVE APPROVAL-DATE TO AS-ANCHOR-DATE
                   ELSE
                       MOVE REQUEST-DATE TO AS-ANCHOR-DATE
                   END-IF
                   SET AS-AUTH-ANCHOR TO TRUE
                   MOVE AUTH-ID TO AS-SOURCE-ID
                   MOVE PROVIDER-ID TO AS-PROVIDER-ID
                   MOVE SPACES TO AS-CLAIM-TYPE
                   MOVE PROCEDURE-CODE TO AS-PROCEDURE-CODE
                   RELEASE ANCHOR-SORT-RECORD
               END-IF
           END-IF.

       BUILD-EPISODE-ANCHORS.
      *    Target: PAYER-ANALYST.NETWORK-MGMT.EPISODE-ANCHORS
           OPEN OUTPUT EPISODE-ANCHOR-FILE
           RETURN ANCHOR-SORT-FILE
               AT END SET END-OF-ANCHOR-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-ANCHOR-SORT
               MOVE AS-ANCHOR-DATE TO WS-DATE-WORK
               COMPUTE WS-ANCHOR-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               IF EPISODE-PENDING AND
                  AS-MEMBER-ID = WS-PE-MEMBER-ID AND
                  AS-EPISODE-TYPE = WS-PE-EPISODE-TYPE
                   PERFORM APPLY-ANCHOR-TO-PENDING
               ELSE
                   IF EPISODE-PENDING
                       PERFORM WRITE-EPISODE-ANCHOR
                   END-IF
                   PERFORM START-PENDING-EPISODE
               END-IF
               RETURN ANCHOR-SORT-FILE
                   AT END SET END-OF-ANCHOR-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF EPISODE-PENDING
               PERFORM WRITE-EPISODE-ANCHOR
           END-IF
           CLOSE EPISODE-ANCHOR-FILE.

       APPLY-ANCHOR-TO-PENDING.
      *    A later anchor of the same member and episode type is
      *    the procedure the pending auth approved, more billing of
      *    the pending procedure, a further auth for the episode
      *    under way, or the start of a new episode - in which case
      *    the pending one's post-window closes the day before the
      *    new one's pre-window opens
           EVALUATE TRUE
               WHEN PE-AUTH-ANCHOR AND AS-CLAIM-ANCHOR AND
                    WS-ANCHOR-DAY <= WS-PE-END-DAY
                   ADD 1 TO WS-AUTHS-CARRIED-OUT
                   SET PE-CLAIM-ANCHOR TO TRUE
                   MOVE AS-SOURCE-ID TO WS-PE-CLAIM-ID
                   MOVE AS-PROCEDURE-CODE TO WS-PE-PROCEDURE-CODE
                   MOVE AS-ANCHOR-DATE TO WS-PE-ANCHOR-DATE
                   MOVE WS-ANCHOR-DAY TO WS-PE-ANCHOR-DAY
                   MOVE WS-ANCHOR-DAY TO WS-PE-LAST-DAY
                   COMPUTE WS-PE-END-DAY = WS-ANCHOR-DAY +
                       WS-TYPE-POST-DAYS(WS-PE-TYPE-NUMBER)
                   MOVE ZERO TO WS-PE-ATTENDING-ID
                   MOVE ZERO TO WS-PE-FACILITY-ID
                   PERFORM SET-ANCHOR-PROVIDERS
               WHEN PE-CLAIM-ANCHOR AND AS-CLAIM-ANCHOR AND
                    WS-ANCHOR-DAY <= WS-PE-LAST-DAY +
                                     WS-ANCHOR-GAP-DAYS
                   MOVE WS-ANCHOR-DAY TO WS-PE-LAST-DAY
                   PERFORM SET-ANCHOR-PROVIDERS
               WHEN AS-AUTH-ANCHOR AND
                    WS-ANCHOR-DAY <= WS-PE-END-DAY AND
                    (PE-AUTH-ANCHOR OR
                     AS-PROVIDER-ID = WS-PE-ATTENDING-ID OR
                     AS-PROVIDER-ID = WS-PE-FACILITY-ID)
                   IF WS-PE-AUTH-ID = ZERO
                       MOVE AS-SOURCE-ID TO WS-PE-AUTH-ID
                   END-IF
               WHEN OTHER
                   COMPUTE WS-DAY-NUMBER = WS-ANCHOR-DAY -
                       WS-TYPE-PRE-DAYS(AS-TYPE-NUMBER) - 1
                   IF WS-DAY-NUMBER < WS-PE-END-DAY
                       MOVE WS-DAY-NUMBER TO WS-PE-END-DAY
                   END-IF
                   IF WS-PE-END-DAY < WS-PE-LAST-DAY
                       MOVE WS-PE-LAST-DAY TO WS-PE-END-DAY
                   END-IF
                   PERFORM WRITE-EPISODE-ANCHOR
                   PERFORM START-PENDING-EPISODE
           END-EVALUATE.

       START-PENDING-EPISODE.
           SET EPISODE-PENDING TO TRUE
           MOVE AS-MEMBER-ID TO WS-PE-MEMBER-ID
           MOVE AS-EPISODE-TYPE TO WS-PE-EPISODE-TYPE
           MOVE AS-TYPE-NUMBER TO WS-PE-TYPE-NUMBER
           MOVE AS-ORIGIN TO WS-PE-SOURCE
           MOVE AS-PROCEDURE-CODE TO WS-PE-PROCEDURE-CODE
           MOVE AS-ANCHOR-DATE TO WS-PE-ANCHOR-DATE
           MOVE WS-ANCHOR-DAY TO WS-PE-ANCHOR-DAY
           MOVE WS-ANCHOR-DAY TO WS-PE-LAST-DAY
           COMPUTE WS-PE-END-DAY = WS-ANCHOR-DAY +
               WS-TYPE-POST-DAYS(AS-TYPE-NUMBER)
           MOVE ZERO TO WS-PE-ATTENDING-ID
           MOVE ZERO TO WS-PE-FACILITY-ID
           IF AS-AUTH-ANCHOR
               MOVE ZERO TO WS-PE-CLAIM-ID
               MOVE AS-SOURCE-ID TO WS-PE-AUTH-ID
               MOVE AS-PROVIDER-ID TO WS-PE-ATTENDING-ID
           ELSE
               MOVE AS-SOURCE-ID TO WS-PE-CLAIM-ID
               MOVE ZERO TO WS-PE-AUTH-ID
               PERFORM SET-ANCHOR-PROVIDERS
           END-IF.

       SET-ANCHOR-PROVIDERS.
      *    The inpatient anchor claim names the facility; the
      *    professional anchor claim names the provider performing
      *    the procedure, who is the attending. With only the
      *    facility's claim the facility stands as the attending
           IF AS-CLAIM-TYPE = 'INPATIENT'
               IF WS-PE-FACILITY-ID = ZERO
                   MOVE AS-PROVIDER-ID TO WS-PE-FACILITY-ID
               END-IF
               IF WS-PE-ATTENDING-ID = ZERO
                   MOVE AS-PROVIDER-ID TO WS-PE-ATTENDING-ID
               END-IF
           ELSE
               IF WS-PE-ATTENDING-ID = ZERO OR
                  WS-PE-ATTENDING-ID = WS-PE-FACILITY-ID
                   MOVE AS-PROVIDER-ID TO WS-PE-ATTENDING-ID
               END-IF
           END-IF.

       WRITE-EPISODE-ANCHOR.
           ADD 1 TO WS-EPISODE-SEQ
           ADD 1 TO WS-EPISODES-BUILT
           MOVE WS-PE-MEMBER-ID TO EA-MEMBER-ID
           MOVE WS-EPISODE-SEQ TO EA-EPISODE-ID
           MOVE WS-PE-EPISODE-TYPE TO EA-EPISODE-TYPE
           MOVE WS-PE-TYPE-NUMBER TO EA-TYPE-NUMBER
           MOVE WS-PE-SOURCE TO EA-ANCHOR-SOURCE
           MOVE WS-PE-CLAIM-ID TO EA-ANCHOR-CLAIM-ID
           MOVE WS-PE-AUTH-ID TO EA-AUTH-ID
           MOVE WS-PE-PROCEDURE-CODE TO EA-PROCEDURE-CODE
           MOVE WS-PE-ANCHOR-DATE TO EA-ANCHOR-DATE
           COMPUTE WS-DAY-NUMBER = WS-PE-ANCHOR-DAY -
               WS-TYPE-PRE-DAYS(WS-PE-TYPE-NUMBER)
           COMPUTE EA-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           COMPUTE EA-WINDOW-END =
               FUNCTION DATE-OF-INTEGER(WS-PE-END-DAY)
           MOVE WS-PE-ATTENDING-ID TO EA-ATTENDING-ID
           MOVE WS-PE-FACILITY-ID TO EA-FACILITY-ID
           WRITE EPISODE-ANCHOR-FILE-RECORD FROM EPISODE-ANCHOR-WORK
           MOVE 'N' TO WS-PE-ACTIVE.

       RELEASE-EPISODE-SERVICES.
           OPEN INPUT EPISODE-ANCHOR-FILE
           PERFORM UNTIL END-OF-EPISODE-ANCHORS
               READ EPISODE-ANCHOR-FILE INTO EPISODE-ANCHOR-WORK
                   AT END SET END-OF-EPISODE-ANCHORS TO TRUE
                   NOT AT END
                       MOVE EA-MEMBER-ID TO ES-MEMBER-ID
                       SET ES-EPISODE-ROW TO TRUE
                       MOVE EA-WINDOW-START TO ES-DATE
                       MOVE ZERO TO ES-PROVIDER-ID
                       MOVE SPACES TO ES-CLAIM-TYPE
                       MOVE ZERO TO ES-PAID-AMOUNT
                       MOVE EPISODE-ANCHOR-WORK TO ES-ANCHOR-DATA
                       RELEASE EPISODE-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE EPISODE-ANCHOR-FILE
           MOVE 'N' TO EOF-CLAIM
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL END-OF-CLAIMS
               READ CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
                   NOT AT END
                       IF CLAIM-RECORD(1:3) NOT = 'HDR' AND
                          CLAIM-RECORD(1:3) NOT = 'TRL'
                           PERFORM RELEASE-SERVICE-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PHARMACY-CLAIMS
      *    Optional - without the PBM feed episode pharmacy cost
      *    reports zero
           OPEN INPUT PHARMACY-CLAIM-FILE
           IF WS-RX-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-FILLS
                   READ PHARMACY-CLAIM-FILE
                       AT END SET END-OF-FILLS TO TRUE
                       NOT AT END PERFORM RELEASE-SERVICE-FILL
                   END-READ
               END-PERFORM
               CLOSE PHARMACY-CLAIM-FILE
           ELSE
               DISPLAY 'PHARMACY-CLAIMS.DAT NOT FOUND - EPISODE RX '
                   'COST NOT REPORTED'
           END-IF.

       RELEASE-SERVICE-CLAIM.
           IF CLAIM-STATUS = 'APPROVED' OR CLAIM-STATUS = 'PARTIAL'
               MOVE CLAIM-MEMBER-ID TO ES-MEMBER-ID
               SET ES-SERVICE-ROW TO TRUE
               MOVE SERVICE-DATE TO ES-DATE
               MOVE CLAIM-PROVIDER-ID TO ES-PROVIDER-ID
               MOVE CLAIM-TYPE TO ES-CLAIM-TYPE
               MOVE PAID-AMOUNT TO ES-PAID-AMOUNT
               MOVE SPACES TO ES-ANCHOR-DATA
               RELEASE EPISODE-SORT-RECORD
           END-IF.

       RELEASE-SERVICE-FILL.
           ADD 1 TO WS-FILLS-READ
           MOVE RX-MEMBER-ID TO ES-MEMBER-ID
           SET ES-SERVICE-ROW TO TRUE
           MOVE FILL-DATE TO ES-DATE
           MOVE PHARMACY-ID TO ES-PROVIDER-ID
           MOVE 'PHARMACY' TO ES-CLAIM-TYPE
           COMPUTE ES-PAID-AMOUNT = INGREDIENT-COST + DISPENSING-FEE
           MOVE SPACES TO ES-ANCHOR-DATA
           RELEASE EPISODE-SORT-RECORD.

       ASSEMBLE-EPISODES.
      *    Target: PAYER-ANALYST.NETWORK-MGMT.EPISODES
           OPEN OUTPUT EPISODE-FILE
           MOVE 'HDR' TO EP-H-RECORD-TYPE
           MOVE 'EPISODE-BUILDER' TO EP-H-PROGRAM
           MOVE WS-RUN-DATE TO EP-H-RUN-DATE
           MOVE SPACES TO EP-H-PERIOD
           STRING 'AS OF ' WS-AS-OF-DATE
               DELIMITED BY SIZE INTO EP-H-PERIOD
           WRITE EP-HEADER-RECORD
           RETURN EPISODE-SORT-FILE
               AT END SET END-OF-EPISODE-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-EPISODE-SORT
               IF ES-MEMBER-ID NOT = WS-CUR-MEMBER
                   PERFORM FINISH-MEMBER-EPISODES
                   MOVE ES-MEMBER-ID TO WS-CUR-MEMBER
               END-IF
               IF ES-EPISODE-ROW
                   PERFORM LOAD-MEMBER-EPISODE
               ELSE
                   IF WS-ME-COUNT > ZERO
                       MOVE ES-DATE TO WS-DATE-WORK
                       COMPUTE WS-SVC-DAY =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                       PERFORM OFFER-SERVICE-TO-EPISODE
                           VARYING WS-ME-IDX FROM 1 BY 1
                           UNTIL WS-ME-IDX > WS-ME-COUNT
                   END-IF
               END-IF
               RETURN EPISODE-SORT-FILE
                   AT END SET END-OF-EPISODE-SORT TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM FINISH-MEMBER-EPISODES
           MOVE 'TRL' TO EP-T-RECORD-TYPE
           MOVE WS-EP-REC-COUNT TO EP-T-RECORD-COUNT
           MOVE WS-EP-HASH TO EP-T-HASH-TOTAL
           WRITE EP-TRAILER-RECORD
           CLOSE EPISODE-FILE.

       LOAD-MEMBER-EPISODE.
      *    A claim anchor's stay opens on the anchor date; an auth
      *    anchor's waits for the first service from the provider
      *    it authorized
           MOVE ES-ANCHOR-DATA TO EPISODE-ANCHOR-WORK
           IF WS-ME-COUNT < 20
               ADD 1 TO WS-ME-COUNT
               SET WS-ME-IDX TO WS-ME-COUNT
               INITIALIZE WS-ME-ENTRY(WS-ME-IDX)
               MOVE EA-EPISODE-ID TO WS-ME-EPISODE-ID(WS-ME-IDX)
               MOVE EA-EPISODE-TYPE TO WS-ME-EPISODE-TYPE(WS-ME-IDX)
               MOVE EA-TYPE-NUMBER TO WS-ME-TYPE-NUMBER(WS-ME-IDX)
               MOVE EA-ANCHOR-SOURCE TO WS-ME-SOURCE(WS-ME-IDX)
               MOVE EA-ANCHOR-CLAIM-ID TO WS-ME-CLAIM-ID(WS-ME-IDX)
               MOVE EA-AUTH-ID TO WS-ME-AUTH-ID(WS-ME-IDX)
               MOVE EA-PROCEDURE-CODE
                   TO WS-ME-PROCEDURE-CODE(WS-ME-IDX)
               MOVE EA-ANCHOR-DATE TO WS-ME-ANCHOR-DATE(WS-ME-IDX)
               MOVE EA-WINDOW-START TO WS-ME-WINDOW-START(WS-ME-IDX)
               MOVE EA-WINDOW-END TO WS-ME-WINDOW-END(WS-ME-IDX)
               MOVE EA-ATTENDING-ID TO WS-ME-ATTENDING-ID(WS-ME-IDX)
               MOVE EA-FACILITY-ID TO WS-ME-FACILITY-ID(WS-ME-IDX)
               IF EA-ANCHOR-SOURCE = 'C'
                   SET ME-ANCHOR-SEEN(WS-ME-IDX) TO TRUE
                   MOVE EA-ANCHOR-DATE TO WS-ME-STAY-END(WS-ME-IDX)
                   MOVE EA-ANCHOR-DATE TO WS-DATE-WORK
                   COMPUTE WS-ME-STAY-END-DAY(WS-ME-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               END-IF
           ELSE
               ADD 1 TO WS-EPISODE-OVERFLOW
               DISPLAY 'WARNING: MEMBER EPISODE TABLE FULL (20) - '
                   'EPISODE ' EA-EPISODE-ID ' NOT BUILT'
           END-IF.

       OFFER-SERVICE-TO-EPISODE.
           IF ES-DATE >= WS-ME-WINDOW-START(WS-ME-IDX) AND
              ES-DATE <= WS-ME-WINDOW-END(WS-ME-IDX)
               ADD 1 TO WS-SERVICES-GROUPED
               IF ES-CLAIM-TYPE = 'PHARMACY'
                   MOVE 7 TO WS-CATEGORY
                   ADD 1 TO WS-ME-FILLS(WS-ME-IDX)
               ELSE
                   PERFORM CLASSIFY-EPISODE-CLAIM
                   ADD 1 TO WS-ME-CLAIMS(WS-ME-IDX)
               END-IF
               ADD ES-PAID-AMOUNT
                   TO WS-ME-COST(WS-ME-IDX, WS-CATEGORY)
           END-IF.

       CLASSIFY-EPISODE-CLAIM.
      *    Everything billed from the anchor date through the end
      *    of the anchor stay is the anchor, the stay running on
      *    while the facility or attending bills inpatient days
      *    without a break. After discharge an inpatient claim is
      *    a readmission (one per separate stay), then post-acute,
      *    ED and everything else
           MOVE 'N' TO WS-IS-POST-ACUTE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               IF ES-CLAIM-TYPE = WS-POST-ACUTE-TYPE(WS-I)
                   SET POST-ACUTE-CLAIM TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT ME-ANCHOR-SEEN(WS-ME-IDX)
                   IF ES-DATE >= WS-ME-ANCHOR-DATE(WS-ME-IDX) AND
                      ES-PROVIDER-ID = WS-ME-ATTENDING-ID(WS-ME-IDX)
                       SET ME-ANCHOR-SEEN(WS-ME-IDX) TO TRUE
                       MOVE ES-DATE TO WS-ME-ANCHOR-DATE(WS-ME-IDX)
                       MOVE ES-DATE TO WS-ME-STAY-END(WS-ME-IDX)
                       MOVE WS-SVC-DAY
                           TO WS-ME-STAY-END-DAY(WS-ME-IDX)
                       MOVE 1 TO WS-CATEGORY
                   ELSE
                       MOVE 2 TO WS-CATEGORY
                   END-IF
               WHEN ES-DATE < WS-ME-ANCHOR-DATE(WS-ME-IDX)
                   MOVE 2 TO WS-CATEGORY
               WHEN ES-DATE <= WS-ME-STAY-END(WS-ME-IDX)
                   MOVE 1 TO WS-CATEGORY
               WHEN ES-CLAIM-TYPE = 'INPATIENT' AND
                    (ES-PROVIDER-ID = WS-ME-FACILITY-ID(WS-ME-IDX) OR
                     ES-PROVIDER-ID = WS-ME-ATTENDING-ID(WS-ME-IDX))
                    AND WS-SVC-DAY <=
                        WS-ME-STAY-END-DAY(WS-ME-IDX) + 1
                   MOVE ES-DATE TO WS-ME-STAY-END(WS-ME-IDX)
                   MOVE WS-SVC-DAY TO WS-ME-STAY-END-DAY(WS-ME-IDX)
                   MOVE 1 TO WS-CATEGORY
               WHEN ES-CLAIM-TYPE = 'INPATIENT'
                   IF WS-ME-READMIT-DAY(WS-ME-IDX) = ZERO OR
                      WS-SVC-DAY > WS-ME-READMIT-DAY(WS-ME-IDX) + 1
                       ADD 1 TO WS-ME-READMITS(WS-ME-IDX)
                   END-IF
                   MOVE WS-SVC-DAY TO WS-ME-READMIT-DAY(WS-ME-IDX)
                   MOVE 3 TO WS-CATEGORY
               WHEN POST-ACUTE-CLAIM
                   MOVE 4 TO WS-CATEGORY
               WHEN ES-CLAIM-TYPE = 'EMERGENCY'
                   MOVE 5 TO WS-CATEGORY
               WHEN OTHER
                   MOVE 6 TO WS-CATEGORY
           END-EVALUATE.

       FINISH-MEMBER-EPISODES.
           PERFORM WRITE-EPISODE-RECORD
               VARYING WS-ME-IDX FROM 1 BY 1
               UNTIL WS-ME-IDX > WS-ME-COUNT
           MOVE ZERO TO WS-ME-COUNT.

       WRITE-EPISODE-RECORD.
           MOVE WS-ME-EPISODE-ID(WS-ME-IDX) TO EP-EPISODE-ID
           MOVE WS-ME-EPISODE-TYPE(WS-ME-IDX) TO EP-EPISODE-TYPE
           MOVE WS-CUR-MEMBER TO EP-MEMBER-ID
           MOVE WS-ME-SOURCE(WS-ME-IDX) TO EP-ANCHOR-SOURCE
           MOVE WS-ME-CLAIM-ID(WS-ME-IDX) TO EP-ANCHOR-CLAIM-ID
           MOVE WS-ME-AUTH-ID(WS-ME-IDX) TO EP-AUTH-ID
           MOVE WS-ME-PROCEDURE-CODE(WS-ME-IDX) TO EP-PROCEDURE-CODE
           MOVE WS-ME-ANCHOR-DATE(WS-ME-IDX) TO EP-ANCHOR-DATE
           MOVE WS-ME-STAY-END(WS-ME-IDX) TO EP-DISCHARGE-DATE
           MOVE WS-ME-WINDOW-START(WS-ME-IDX) TO EP-WINDOW-START
           MOVE WS-ME-WINDOW-END(WS-ME-IDX) TO EP-WINDOW-END
           MOVE WS-ME-ATTENDING-ID(WS-ME-IDX) TO EP-ATTENDING-ID
           MOVE WS-ME-FACILITY-ID(WS-ME-IDX) TO EP-FACILITY-ID
           MOVE ZERO TO EP-TOTAL-COST
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 7
               MOVE WS-ME-COST(WS-ME-IDX, WS-C) TO EP-CAT-COST(WS-C)
               ADD WS-ME-COST(WS-ME-IDX, WS-C) TO EP-TOTAL-COST
           END-PERFORM
           MOVE WS-ME-READMITS(WS-ME-IDX) TO EP-READMIT-COUNT
           MOVE WS-ME-CLAIMS(WS-ME-IDX) TO EP-CLAIM-COUNT
           MOVE WS-ME-FILLS(WS-ME-IDX) TO EP-FILL-COUNT
           MOVE WS-ME-TYPE-NUMBER(WS-ME-IDX) TO WS-TYPE-NUMBER
           EVALUATE TRUE
               WHEN NOT ME-ANCHOR-SEEN(WS-ME-IDX)
                   SET EP-NO-ANCHOR TO TRUE
                   ADD 1 TO WS-TYPE-NO-ANCHOR(WS-TYPE-NUMBER)
               WHEN EP-WINDOW-END > WS-AS-OF-DATE
                   SET EP-OPEN TO TRUE
                   ADD 1 TO WS-TYPE-OPEN(WS-TYPE-NUMBER)
               WHEN OTHER
                   SET EP-COMPLETE TO TRUE
                   PERFORM ACCUMULATE-COMPLETE-EPISODE
           END-EVALUATE
           IF EP-ANCHOR-SOURCE = 'A'
               ADD 1 TO WS-TYPE-AUTH-ONLY(WS-TYPE-NUMBER)
           END-IF
           WRITE EPISODE-RECORD
           ADD 1 TO WS-EP-REC-COUNT
           COMPUTE WS-EP-HASH = WS-EP-HASH + EP-TOTAL-COST * 100.

       ACCUMULATE-COMPLETE-EPISODE.
           ADD 1 TO WS-TYPE-COMPLETE(WS-TYPE-NUMBER)
           ADD EP-TOTAL-COST TO WS-TYPE-TOTAL-COST(WS-TYPE-NUMBER)
           ADD EP-ANCHOR-COST TO WS-TYPE-ANCHOR-COST(WS-TYPE-NUMBER)
           IF EP-READMIT-COUNT > ZERO
               ADD 1 TO WS-TYPE-READMIT-EPS(WS-TYPE-NUMBER)
           END-IF
           MOVE 'N' TO WS-PV-FOUND
           SET WS-PV-IDX TO 1
           SEARCH WS-PV-ENTRY VARYING WS-PV-IDX
               AT END CONTINUE
               WHEN WS-PV-IDX > WS-PV-COUNT
                   CONTINUE
               WHEN WS-PV-TYPE-NUMBER(WS-PV-IDX) = WS-TYPE-NUMBER
                AND WS-PV-ATTENDING-ID(WS-PV-IDX) = EP-ATTENDING-ID
                   SET PV-FOUND TO TRUE
           END-SEARCH
           IF NOT PV-FOUND
               IF WS-PV-COUNT < 1000
                   ADD 1 TO WS-PV-COUNT
                   SET WS-PV-IDX TO WS-PV-COUNT
                   INITIALIZE WS-PV-ENTRY(WS-PV-IDX)
                   MOVE WS-TYPE-NUMBER TO WS-PV-TYPE-NUMBER(WS-PV-IDX)
                   MOVE EP-ATTENDING-ID
                       TO WS-PV-ATTENDING-ID(WS-PV-IDX)
                   SET PV-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-PROVIDER-OVERFLOW
               END-IF
           END-IF
           IF PV-FOUND
               ADD 1 TO WS-PV-EPISODES(WS-PV-IDX)
               ADD EP-TOTAL-COST TO WS-PV-TOTAL-COST(WS-PV-IDX)
               ADD EP-ANCHOR-COST TO WS-PV-ANCHOR-COST(WS-PV-IDX)
               IF EP-READMIT-COUNT > ZERO
                   ADD 1 TO WS-PV-READMIT-EPS(WS-PV-IDX)
               END-IF
           END-IF.

       RELEASE-PROVIDER-ROWS.
      *    Averages first, then the type averages over the ranked
      *    providers, then each provider's rank on the whole
      *    episode and on the anchor alone among its type's ranked
      *    providers
           PERFORM COMPUTE-PROVIDER-AVERAGES
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               IF WS-TYPE-RANKED-EPS(WS-TYPE-IDX) > ZERO
                   COMPUTE WS-TYPE-AVG-COST(WS-TYPE-IDX) ROUNDED =
                       WS-TYPE-RANKED-COST(WS-TYPE-IDX) /
                       WS-TYPE-RANKED-EPS(WS-TYPE-IDX)
               END-IF
           END-PERFORM
           PERFORM RELEASE-ONE-PROVIDER-ROW
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT.

       COMPUTE-PROVIDER-AVERAGES.
           MOVE WS-PV-TYPE-NUMBER(WS-PV-IDX) TO WS-TYPE-NUMBER
           COMPUTE WS-PV-AVG-COST(WS-PV-IDX) ROUNDED =
               WS-PV-TOTAL-COST(WS-PV-IDX) / WS-PV-EPISODES(WS-PV-IDX)
           COMPUTE WS-PV-AVG-ANCHOR(WS-PV-IDX) ROUNDED =
               WS-PV-ANCHOR-COST(WS-PV-IDX) /
               WS-PV-EPISODES(WS-PV-IDX)
           IF WS-PV-EPISODES(WS-PV-IDX) >=
              WS-TYPE-MIN-EPISODES(WS-TYPE-NUMBER)
               SET PV-RANKED(WS-PV-IDX) TO TRUE
               ADD 1 TO WS-TYPE-RANKED-PROVS(WS-TYPE-NUMBER)
               ADD WS-PV-EPISODES(WS-PV-IDX)
                   TO WS-TYPE-RANKED-EPS(WS-TYPE-NUMBER)
               ADD WS-PV-TOTAL-COST(WS-PV-IDX)
                   TO WS-TYPE-RANKED-COST(WS-TYPE-NUMBER)
           ELSE
               MOVE 'N' TO WS-PV-RANKED(WS-PV-IDX)
           END-IF.

       RELEASE-ONE-PROVIDER-ROW.
           MOVE WS-PV-TYPE-NUMBER(WS-PV-IDX) TO WS-TYPE-NUMBER
           INITIALIZE EPISODE-PROVIDER-RECORD
           MOVE WS-TYPE-NAME(WS-TYPE-NUMBER) TO EV-EPISODE-TYPE
           MOVE WS-PV-ATTENDING-ID(WS-PV-IDX) TO EV-ATTENDING-ID
           MOVE WS-PV-EPISODES(WS-PV-IDX) TO EV-EPISODE-COUNT
           MOVE WS-PV-AVG-COST(WS-PV-IDX) TO EV-AVG-EPISODE-COST
           MOVE WS-PV-AVG-ANCHOR(WS-PV-IDX) TO EV-AVG-ANCHOR-COST
           COMPUTE EV-AVG-NON-ANCHOR-COST =
               WS-PV-AVG-COST(WS-PV-IDX) - WS-PV-AVG-ANCHOR(WS-PV-IDX)
           COMPUTE EV-READMIT-PCT ROUNDED =
               WS-PV-READMIT-EPS(WS-PV-IDX) * 100 /
               WS-PV-EPISODES(WS-PV-IDX)
           MOVE WS-TYPE-AVG-COST(WS-TYPE-NUMBER) TO EV-TYPE-AVG-COST
           IF WS-TYPE-AVG-COST(WS-TYPE-NUMBER) > ZERO
               COMPUTE EV-COST-INDEX ROUNDED =
                   WS-PV-AVG-COST(WS-PV-IDX) * 100 /
                   WS-TYPE-AVG-COST(WS-TYPE-NUMBER)
                   ON SIZE ERROR MOVE 999.99 TO EV-COST-INDEX
               END-COMPUTE
           END-IF
           MOVE WS-TYPE-RANKED-PROVS(WS-TYPE-NUMBER)
               TO EV-RANKED-PROVIDERS
           IF PV-RANKED(WS-PV-IDX)
               MOVE 'N' TO EV-LOW-VOLUME
               MOVE 1 TO WS-EPISODE-RANK
               MOVE 1 TO WS-ANCHOR-RANK
               PERFORM COUNT-CHEAPER-PROVIDER
                   VARYING WS-PV-IDX2 FROM 1 BY 1
                   UNTIL WS-PV-IDX2 > WS-PV-COUNT
               MOVE WS-EPISODE-RANK TO EV-EPISODE-RANK
               MOVE WS-ANCHOR-RANK TO EV-ANCHOR-RANK
           ELSE
               MOVE 'Y' TO EV-LOW-VOLUME
           END-IF
           MOVE EPISODE-PROVIDER-RECORD TO PROVIDER-SORT-RECORD
           RELEASE PROVIDER-SORT-RECORD.

       COUNT-CHEAPER-PROVIDER.
           IF PV-RANKED(WS-PV-IDX2) AND
              WS-PV-TYPE-NUMBER(WS-PV-IDX2) = WS-TYPE-NUMBER
               IF WS-PV-AVG-COST(WS-PV-IDX2) <
                  WS-PV-AVG-COST(WS-PV-IDX)
                   ADD 1 TO WS-EPISODE-RANK
               END-IF
               IF WS-PV-AVG-ANCHOR(WS-PV-IDX2) <
                  WS-PV-AVG-ANCHOR(WS-PV-IDX)
                   ADD 1 TO WS-ANCHOR-RANK
               END-IF
           END-IF.

       WRITE-PROVIDER-COMPARISON.
      *    Target: PAYER-ANALYST.NETWORK-MGMT.EPISODE-PROVIDERS
           OPEN OUTPUT EPISODE-PROVIDER-FILE
           MOVE 'HDR' TO EV-H-RECORD-TYPE
           MOVE 'EPISODE-BUILDER' TO EV-H-PROGRAM
           MOVE WS-RUN-DATE TO EV-H-RUN-DATE
           MOVE SPACES TO EV-H-PERIOD
           STRING 'AS OF ' WS-AS-OF-DATE
               DELIMITED BY SIZE INTO EV-H-PERIOD
           WRITE EV-HEADER-RECORD
           RETURN PROVIDER-SORT-FILE
               AT END SET END-OF-PROVIDER-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-PROVIDER-SORT
               MOVE PROVIDER-SORT-RECORD TO EPISODE-PROVIDER-RECORD
               WRITE EPISODE-PROVIDER-RECORD
               ADD 1 TO WS-EV-REC-COUNT
               COMPUTE WS-EV-HASH = WS-EV-HASH +
                   EV-AVG-EPISODE-COST * 100
               PERFORM DISPLAY-PROVIDER-ROW
               RETURN PROVIDER-SORT-FILE
                   AT END SET END-OF-PROVIDER-SORT TO TRUE
               END-RETURN
           END-PERFORM
           MOVE 'TRL' TO EV-T-RECORD-TYPE
           MOVE WS-EV-REC-COUNT TO EV-T-RECORD-COUNT
           MOVE WS-EV-HASH TO EV-T-HASH-TOTAL
           WRITE EV-TRAILER-RECORD
           CLOSE EPISODE-PROVIDER-FILE.

       DISPLAY-PROVIDER-ROW.
           IF EV-EPISODE-TYPE NOT = WS-PRIOR-TYPE
               MOVE EV-EPISODE-TYPE TO WS-PRIOR-TYPE
               DISPLAY ' '
               DISPLAY 'PROVIDER COMPARISON - ' EV-EPISODE-TYPE
                   ' (TYPE AVERAGE $' EV-TYPE-AVG-COST ')'
           END-IF
           IF EV-LOW-VOLUME = 'Y'
               DISPLAY '  PROVIDER ' EV-ATTENDING-ID
                   '  EPISODES: ' EV-EPISODE-COUNT
                   '  AVG EPISODE $' EV-AVG-EPISODE-COST
                   '  (TOO FEW TO RANK)'
           ELSE
               DISPLAY '  PROVIDER ' EV-ATTENDING-ID
                   '  EPISODES: ' EV-EPISODE-COUNT
                   '  AVG EPISODE $' EV-AVG-EPISODE-COST
                   '  RANK ' EV-EPISODE-RANK ' OF '
                   EV-RANKED-PROVIDERS
               DISPLAY '      AVG ANCHOR $' EV-AVG-ANCHOR-COST
                   '  RANK ' EV-ANCHOR-RANK
                   '  AVG OUTSIDE ANCHOR $' EV-AVG-NON-ANCHOR-COST
                   '  READMIT ' EV-READMIT-PCT '%'
                   '  INDEX ' EV-COST-INDEX
           END-IF.

       WRITE-EPISODE-REPORT.
      *    Write output to: PAYER-ANALYST.NETWORK-MGMT.EPISODES
           DISPLAY ' '
           DISPLAY '=========================================='
           DISPLAY 'EPISODE OF CARE COST REPORT'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'EPISODES COMPLETE AS OF: ' WS-AS-OF-DATE
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'ANCHOR CLAIMS: ' WS-ANCHOR-CLAIMS
           DISPLAY 'PRIOR AUTHS READ: ' WS-AUTHS-READ
           DISPLAY 'APPROVED ANCHOR AUTHS: ' WS-ANCHOR-AUTHS
           DISPLAY 'AUTHS CARRIED OUT BY AN ANCHOR CLAIM: '
               WS-AUTHS-CARRIED-OUT
           DISPLAY 'RX FILLS READ: ' WS-FILLS-READ
           DISPLAY 'EPISODES BUILT: ' WS-EPISODES-BUILT
           DISPLAY 'SERVICES GROUPED INTO EPISODES: '
               WS-SERVICES-GROUPED
           IF WS-EPISODE-OVERFLOW > ZERO
               DISPLAY 'WARNING: ' WS-EPISODE-OVERFLOW
                   ' EPISODES NOT BUILT - MEMBER TABLE FULL'
           END-IF
           IF WS-PROVIDER-OVERFLOW > ZERO
               DISPLAY 'WARNING: PROVIDER TABLE FULL (1000) - '
                   WS-PROVIDER-OVERFLOW ' EPISODES NOT COMPARED'
           END-IF
           PERFORM DISPLAY-TYPE-TOTALS
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.

       DISPLAY-TYPE-TOTALS.
           DISPLAY ' '
           DISPLAY WS-TYPE-NAME(WS-TYPE-IDX)
               ' (PRE ' WS-TYPE-PRE-DAYS(WS-TYPE-IDX)
               ' / POST ' WS-TYPE-POST-DAYS(WS-TYPE-IDX) ' DAYS)'
           DISPLAY '  COMPLETE EPISODES: '
               WS-TYPE-COMPLETE(WS-TYPE-IDX)
               '  OPEN: ' WS-TYPE-OPEN(WS-TYPE-IDX)
               '  AUTH WITH NO SERVICE: '
               WS-TYPE-NO-ANCHOR(WS-TYPE-IDX)
           DISPLAY '  ANCHORED ON AUTH ALONE: '
               WS-TYPE-AUTH-ONLY(WS-TYPE-IDX)
               '  WITH A READMISSION: '
               WS-TYPE-READMIT-EPS(WS-TYPE-IDX)
           DISPLAY '  TOTAL COST: $' WS-TYPE-TOTAL-COST(WS-TYPE-IDX)
               '  ANCHOR COST: $' WS-TYPE-ANCHOR-COST(WS-TYPE-IDX).
