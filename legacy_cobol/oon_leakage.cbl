       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETWORK-LEAKAGE.
       AUTHOR. NETWORK-MANAGEMENT-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Out-of-network leakage by attributed PCP: takes each
      *    member's PCP off MEMBER-ATTRIBUTION.DAT and totals the
      *    member's paid claims by the rendering provider's
      *    NETWORK-STATUS on the provider master. For every PCP,
      *    and for every specialty under that PCP and plan-wide,
      *    it gives the share of paid dollars and visits going out
      *    of network; for each PCP it names the out-of-network
      *    providers taking the most of that volume and, for each
      *    of them, the in-network providers of the same specialty
      *    in the member's county who could have taken it. PCPs
      *    whose panels leak past the review standard are flagged
      *    for a referral conversation; an out-of-network provider
      *    with no in-network peer in the county is a recruitment
      *    target for network development.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT PROVIDER-FILE
               ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT ATTRIBUTION-FILE
               ASSIGN TO "MEMBER-ATTRIBUTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ATTRIB-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT CLAIM-SORT-FILE
               ASSIGN TO "LEAKCLMSORT.TMP".
           SELECT LEAKAGE-DETAIL-FILE
               ASSIGN TO "LEAKAGE-DETAIL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT LEAKAGE-SORT-FILE
               ASSIGN TO "LEAKSORT.TMP".
           SELECT LEAKAGE-FILE
               ASSIGN TO "OON-LEAKAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CONTROL-FILE
               ASSIGN TO "LEAKAGE-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           05  PROV-ID             PIC 9(8).
           05  PROV-NAME           PIC X(50).
           05  PROV-TYPE           PIC X(20).
           05  PROV-SPECIALTY      PIC X(30).
           05  PROV-NETWORK        PIC X(10).
           05  PROV-CONTRACT-RATE  PIC 9(3)V99.
      *    Practice location for the network adequacy reporting
           05  PROV-REGION-CODE    PIC X(10).
           05  PROV-COUNTY-NAME    PIC X(20).
           05  PROV-ZIP-CODE       PIC X(5).
      *    Taxpayer identification for the 1099 reporting: the
      *    TIN the provider is paid under (a group TIN is shared
      *    by its providers), E for an EIN or S for an SSN, and
      *    N on the 1099 flag for a payee exempt from reporting
           05  PROV-TAX-ID         PIC X(9).
           05  PROV-TIN-TYPE       PIC X(1).
           05  PROV-1099-ELIGIBLE  PIC X(1).

       FD  ATTRIBUTION-FILE.
      *    One record per attributed member, in member order
       01  ATTRIBUTION-RECORD.
           05  ATT-MEMBER-ID       PIC 9(10).
           05  ATT-PROVIDER-ID     PIC 9(8).

       FD  MEMBER-FILE.
      *    Member master read only for the county the member lives
      *    in; the intervening fields are passed over as filler
       01  MEMBER-COUNTY-RECORD.
           05  MBR-MEMBER-ID       PIC 9(10).
           05  FILLER              PIC X(124).
           05  MBR-REGION-CODE     PIC X(10).
           05  MBR-COUNTY-NAME     PIC X(20).
           05  MBR-ZIP-CODE        PIC X(5).

       SD  CLAIM-SORT-FILE.
      *    Paid claims by member, then rendering provider and
      *    date of service, so the member's PCP and county are
      *    picked up by a match against the attribution and member
      *    files, and a visit is one provider on one day
       01  CLAIM-SORT-RECORD.
           05  SC-MEMBER-ID        PIC 9(10).
           05  SC-PROVIDER-ID      PIC 9(8).
           05  SC-SERVICE-DATE     PIC 9(8).
           05  SC-PAID-AMOUNT      PIC 9(7)V99.

       FD  LEAKAGE-DETAIL-FILE.
      *    One row per attributed paid claim, carrying the PCP,
      *    the rendering provider's specialty and network, the
      *    member's county, and 1 in LD-VISIT on the first claim
      *    of each provider/day visit
       01  LEAKAGE-DETAIL-RECORD.
           05  LD-PCP-ID           PIC 9(8).
           05  LD-SPECIALTY        PIC X(30).
           05  LD-PROVIDER-ID      PIC 9(8).
           05  LD-COUNTY-NAME      PIC X(20).
           05  LD-NETWORK-FLAG     PIC X(1).
               88  LD-OUT-OF-NETWORK VALUE 'O'.
           05  LD-PAID-AMOUNT      PIC 9(7)V99.
           05  LD-VISIT            PIC 9(1).

       SD  LEAKAGE-SORT-FILE.
       01  LEAKAGE-SORT-RECORD.
           05  SL-PCP-ID           PIC 9(8).
           05  SL-SPECIALTY        PIC X(30).
           05  SL-PROVIDER-ID      PIC 9(8).
           05  SL-COUNTY-NAME      PIC X(20).
           05  SL-NETWORK-FLAG     PIC X(1).
               88  SL-OUT-OF-NETWORK VALUE 'O'.
           05  SL-PAID-AMOUNT      PIC 9(7)V99.
           05  SL-VISIT            PIC 9(1).

       FD  LEAKAGE-FILE.
      *    LK-RECORD-TYPE P is a PCP's whole panel, S a specialty
      *    under that PCP (LK-PCP-ID zero for the plan-wide
      *    specialty rows), O one of the PCP's top out-of-network
      *    providers in one member county, and A an in-network
      *    provider of the same specialty in that county who
      *    could have taken the volume on the O row before it
       01  LEAKAGE-RECORD.
           05  LK-RECORD-TYPE      PIC X(1).
           05  LK-PCP-ID           PIC 9(8).
           05  LK-SPECIALTY        PIC X(30).
           05  LK-PROVIDER-ID      PIC 9(8).
           05  LK-PROVIDER-NAME    PIC X(50).
           05  LK-COUNTY-NAME      PIC X(20).
           05  LK-TOTAL-PAID       PIC 9(11)V99.
           05  LK-OON-PAID         PIC 9(11)V99.
           05  LK-OON-PAID-PCT     PIC 9(3)V99.
           05  LK-TOTAL-VISITS     PIC 9(7).
           05  LK-OON-VISITS       PIC 9(7).
           05  LK-OON-VISIT-PCT    PIC 9(3)V99.
           05  LK-REVIEW-FLAG      PIC X(1).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==LK==.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-REVIEW-PCT       PIC 9(3)V99.
           05  CF-MIN-OON-PAID     PIC 9(7)V99.
           05  CF-TOP-PROVIDERS    PIC 9(2).
           05  CF-MAX-ALTERNATES   PIC 9(2).

       WORKING-STORAGE SECTION.
      *    Review standards; tunable without a recompile via
      *    LEAKAGE-CONTROL.DAT. A PCP is flagged when the share of
      *    the panel's paid dollars going out of network exceeds
      *    the review percentage and the dollars themselves reach
      *    the minimum, so a small panel with one outside claim
      *    does not draw a referral conversation
       01  WS-STANDARDS.
           05  WS-REVIEW-PCT       PIC 9(3)V99 VALUE 20.00.
           05  WS-MIN-OON-PAID     PIC 9(7)V99 VALUE 1000.00.
           05  WS-TOP-PROVIDERS    PIC 9(2) VALUE 5.
           05  WS-MAX-ALTERNATES   PIC 9(2) VALUE 3.
       01  WS-CONTROL-STATUS       PIC XX.

      *    Provider master in memory: specialty and network of the
      *    rendering provider, name of the PCP, and the in-network
      *    roster searched for same-specialty alternates by county
       01  WS-PROV-TABLE.
           05  WS-PROV-ENTRY       OCCURS 500 TIMES
                                   INDEXED BY WS-PROV-IDX
                                              WS-PROV-IDX2.
               10  WS-PROV-ID          PIC 9(8).
               10  WS-PROV-NAME        PIC X(50).
               10  WS-PROV-SPECIALTY   PIC X(30).
               10  WS-PROV-NETWORK     PIC X(10).
               10  WS-PROV-COUNTY      PIC X(20).
       01  WS-PROV-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-PROV-FOUND           PIC X VALUE 'N'.
           88  PROVIDER-FOUND      VALUE 'Y'.

      *    Out-of-network provider/county cells under the PCP in
      *    progress, ranked by paid dollars at the PCP break
       01  WS-OON-TABLE.
           05  WS-OON-ENTRY        OCCURS 200 TIMES
                                   INDEXED BY WS-OON-IDX
                                              WS-OON-BEST.
               10  WS-OON-PROVIDER     PIC 9(8).
               10  WS-OON-SPECIALTY    PIC X(30).
               10  WS-OON-COUNTY       PIC X(20).
               10  WS-OON-PAID         PIC 9(11)V99.
               10  WS-OON-VISITS       PIC 9(7).
               10  WS-OON-PICKED       PIC X.
                   88  OON-PICKED      VALUE 'Y'.
       01  WS-OON-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-OON-FOUND            PIC X VALUE 'N'.
           88  OON-CELL-FOUND      VALUE 'Y'.
       01  WS-BEST-FOUND           PIC X VALUE 'N'.
           88  BEST-FOUND          VALUE 'Y'.
       01  WS-RANK                 PIC 9(2).
       01  WS-ALTERNATE-COUNT      PIC 9(2).

      *    Plan-wide totals per specialty across every PCP
       01  WS-SPEC-TABLE.
           05  WS-SPEC-ENTRY       OCCURS 100 TIMES
                                   INDEXED BY WS-SPEC-IDX.
               10  WS-SPEC-NAME        PIC X(30).
               10  WS-SPEC-PAID        PIC 9(11)V99.
               10  WS-SPEC-OON-PAID    PIC 9(11)V99.
               10  WS-SPEC-VISITS      PIC 9(7).
               10  WS-SPEC-OON-VISITS  PIC 9(7).
       01  WS-SPEC-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-SPEC-FOUND           PIC X VALUE 'N'.
           88  SPECIALTY-FOUND     VALUE 'Y'.

      *    Match state over the member-sorted claims
       01  WS-CUR-MEMBER           PIC 9(10) VALUE ZERO.
       01  WS-CUR-PCP              PIC 9(8) VALUE ZERO.
       01  WS-CUR-COUNTY           PIC X(20) VALUE SPACES.
       01  WS-PREV-PROVIDER        PIC 9(8) VALUE ZERO.
       01  WS-PREV-SERVICE-DATE    PIC 9(8) VALUE ZERO.

      *    Control break state over the PCP/specialty-sorted
      *    detail, and the running totals at each level
       01  WS-BREAK-PCP            PIC 9(8).
       01  WS-BREAK-SPECIALTY      PIC X(30).
       01  WS-PCP-ACTIVE           PIC X VALUE 'N'.
           88  PCP-ACTIVE          VALUE 'Y'.
       01  WS-PCP-REVIEW           PIC X VALUE 'N'.
           88  PCP-UNDER-REVIEW    VALUE 'Y'.
       01  WS-LEVEL-TOTALS.
           05  WS-PCP-PAID         PIC 9(11)V99.
           05  WS-PCP-OON-PAID     PIC 9(11)V99.
           05  WS-PCP-VISITS       PIC 9(7).
           05  WS-PCP-OON-VISITS   PIC 9(7).
           05  WS-PS-PAID          PIC 9(11)V99.
           05  WS-PS-OON-PAID      PIC 9(11)V99.
           05  WS-PS-VISITS        PIC 9(7).
           05  WS-PS-OON-VISITS    PIC 9(7).
       01  WS-PLAN-TOTALS.
           05  WS-PLAN-PAID        PIC 9(13)V99 VALUE ZERO.
           05  WS-PLAN-OON-PAID    PIC 9(13)V99 VALUE ZERO.
           05  WS-PLAN-VISITS      PIC 9(9) VALUE ZERO.
           05  WS-PLAN-OON-VISITS  PIC 9(9) VALUE ZERO.
       01  WS-PLAN-OON-PCT         PIC 9(3)V99 VALUE ZERO.
       01  WS-PLAN-VISIT-PCT       PIC 9(3)V99 VALUE ZERO.
       01  WS-PCP-NAME             PIC X(50).

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-PAID-CLAIMS      PIC 9(9) VALUE ZERO.
           05  WS-UNATTRIB-CLAIMS  PIC 9(9) VALUE ZERO.
           05  WS-UNATTRIB-PAID    PIC 9(11)V99 VALUE ZERO.
           05  WS-UNKNOWN-PROV     PIC 9(9) VALUE ZERO.
           05  WS-UNKNOWN-PAID     PIC 9(11)V99 VALUE ZERO.
           05  WS-PCPS-REPORTED    PIC 9(7) VALUE ZERO.
           05  WS-PCPS-FLAGGED     PIC 9(7) VALUE ZERO.
           05  WS-RECRUIT-GAPS     PIC 9(7) VALUE ZERO.
           05  WS-OON-OVERFLOW     PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-LK-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-LK-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-PROVIDER        PIC X VALUE 'N'.
               88  END-OF-PROVIDERS VALUE 'Y'.
           05  EOF-ATTRIB          PIC X VALUE 'N'.
               88  END-OF-ATTRIB   VALUE 'Y'.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-CLAIM-SORT      PIC X VALUE 'N'.
               88  END-OF-CLAIM-SORT VALUE 'Y'.
           05  EOF-LEAK-SORT       PIC X VALUE 'N'.
               88  END-OF-LEAK-SORT VALUE 'Y'.

       01  WS-ATTRIB-STATUS        PIC XX.
       01  WS-DETAIL-STATUS        PIC XX.
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-MEMBERS-OPEN         PIC X VALUE 'N'.
           88  MEMBERS-AVAILABLE   VALUE 'Y'.

      *    Bad open on the claims extract, the provider master or
      *    the attribution file aborts with RETURN-CODE 8 so a
      *    calling driver job can stop the chain
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-PROVIDER-FILE-STATUS PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CONTROL-THRESHOLDS
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
               PERFORM LOAD-PROVIDER-MASTER
      *        Claims are matched to the member's PCP and county
      *        in member order, then re-sequenced by PCP and
      *        specialty so every total falls out of one pass of
      *        control breaks
               SORT CLAIM-SORT-FILE
                   ASCENDING KEY SC-MEMBER-ID
                                 SC-PROVIDER-ID
                                 SC-SERVICE-DATE
                   INPUT PROCEDURE IS RELEASE-PAID-CLAIMS
                   OUTPUT PROCEDURE IS ATTRIBUTE-CLAIMS
               SORT LEAKAGE-SORT-FILE
                   ASCENDING KEY SL-PCP-ID
                                 SL-SPECIALTY
                                 SL-PROVIDER-ID
                                 SL-COUNTY-NAME
                   USING LEAKAGE-DETAIL-FILE
                   OUTPUT PROCEDURE IS SUMMARIZE-LEAKAGE
               PERFORM WRITE-LEAKAGE-REPORT
               IF WS-PCPS-FLAGGED > ZERO
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
                       MOVE CF-REVIEW-PCT TO WS-REVIEW-PCT
                       MOVE CF-MIN-OON-PAID TO WS-MIN-OON-PAID
                       MOVE CF-TOP-PROVIDERS TO WS-TOP-PROVIDERS
                       MOVE CF-MAX-ALTERNATES TO WS-MAX-ALTERNATES
               END-READ
               CLOSE CONTROL-FILE
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
           END-IF
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PROVIDERS
           IF NOT OPEN-FAILED
               OPEN INPUT PROVIDER-FILE
               IF WS-PROVIDER-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN PROVIDERS.DAT - '
                       'STATUS ' WS-PROVIDER-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
                   CLOSE PROVIDER-FILE
               END-IF
           END-IF
           IF NOT OPEN-FAILED
               OPEN INPUT ATTRIBUTION-FILE
               IF WS-ATTRIB-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN '
                       'MEMBER-ATTRIBUTION.DAT - STATUS '
                       WS-ATTRIB-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
                   CLOSE ATTRIBUTION-FILE
               END-IF
           END-IF.

       LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-FILE
           PERFORM UNTIL END-OF-PROVIDERS
               READ PROVIDER-FILE
                   AT END SET END-OF-PROVIDERS TO TRUE
                   NOT AT END
                       IF PROVIDER-RECORD(1:3) NOT = 'HDR' AND
                          PROVIDER-RECORD(1:3) NOT = 'TRL'
                           PERFORM STORE-PROVIDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-FILE.

       STORE-PROVIDER.
           IF WS-PROV-COUNT < 500
               ADD 1 TO WS-PROV-COUNT
               SET WS-PROV-IDX TO WS-PROV-COUNT
               MOVE PROV-ID TO WS-PROV-ID(WS-PROV-IDX)
               MOVE PROV-NAME TO WS-PROV-NAME(WS-PROV-IDX)
               MOVE PROV-SPECIALTY TO WS-PROV-SPECIALTY(WS-PROV-IDX)
               MOVE PROV-NETWORK TO WS-PROV-NETWORK(WS-PROV-IDX)
               MOVE PROV-COUNTY-NAME TO WS-PROV-COUNTY(WS-PROV-IDX)
           ELSE
               DISPLAY 'WARNING: PROVIDER TABLE FULL (500) - '
                   'PROVIDER ' PROV-ID ' NOT LOADED'
           END-IF.

       FIND-PROVIDER.
      *    Looks up PROV-ID; WS-PROV-IDX is left on the match
           MOVE 'N' TO WS-PROV-FOUND
           SET WS-PROV-IDX TO 1
           SEARCH WS-PROV-ENTRY VARYING WS-PROV-IDX
               AT END CONTINUE
               WHEN WS-PROV-IDX > WS-PROV-COUNT
                   CONTINUE
               WHEN WS-PROV-ID(WS-PROV-IDX) = PROV-ID
                   SET PROVIDER-FOUND TO TRUE
           END-SEARCH.

       RELEASE-PAID-CLAIMS.
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL END-OF-CLAIMS
               READ CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
                   NOT AT END
                       IF CLAIM-RECORD(1:3) NOT = 'HDR' AND
                          CLAIM-RECORD(1:3) NOT = 'TRL'
                           PERFORM RELEASE-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

       RELEASE-ONE-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           IF CLAIM-STATUS = 'APPROVED' OR CLAIM-STATUS = 'PARTIAL'
               ADD 1 TO WS-PAID-CLAIMS
               MOVE MEMBER-ID TO SC-MEMBER-ID
               MOVE PROVIDER-ID TO SC-PROVIDER-ID
               MOVE SERVICE-DATE TO SC-SERVICE-DATE
               MOVE PAID-AMOUNT TO SC-PAID-AMOUNT
               RELEASE CLAIM-SORT-RECORD
           END-IF.

       ATTRIBUTE-CLAIMS.
           OPEN INPUT ATTRIBUTION-FILE
           READ ATTRIBUTION-FILE
               AT END SET END-OF-ATTRIB TO TRUE
           END-READ
      *    Optional - with no member master the county is unknown
      *    and no in-network alternates can be named
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS = '00'
               SET MEMBERS-AVAILABLE TO TRUE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           ELSE
               SET END-OF-MEMBERS TO TRUE
               DISPLAY 'MEMBERS.DAT NOT FOUND - IN-NETWORK '
                   'ALTERNATES NOT NAMED'
           END-IF
           OPEN OUTPUT LEAKAGE-DETAIL-FILE
           RETURN CLAIM-SORT-FILE
               AT END SET END-OF-CLAIM-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-CLAIM-SORT
               IF SC-MEMBER-ID NOT = WS-CUR-MEMBER
                   PERFORM START-CLAIM-MEMBER
               END-IF
               PERFORM CLASSIFY-ONE-CLAIM
               RETURN CLAIM-SORT-FILE
                   AT END SET END-OF-CLAIM-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE LEAKAGE-DETAIL-FILE
           CLOSE ATTRIBUTION-FILE
           IF MEMBERS-AVAILABLE
               CLOSE MEMBER-FILE
           END-IF.

       START-CLAIM-MEMBER.
      *    Both files are in member order, so each only moves
      *    forward to the claim's member
           MOVE SC-MEMBER-ID TO WS-CUR-MEMBER
           MOVE ZERO TO WS-PREV-PROVIDER
           MOVE ZERO TO WS-PREV-SERVICE-DATE
           PERFORM UNTIL END-OF-ATTRIB OR
                        ATT-MEMBER-ID >= SC-MEMBER-ID
               READ ATTRIBUTION-FILE
                   AT END SET END-OF-ATTRIB TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-ATTRIB AND ATT-MEMBER-ID = SC-MEMBER-ID
               MOVE ATT-PROVIDER-ID TO WS-CUR-PCP
           ELSE
               MOVE ZERO TO WS-CUR-PCP
           END-IF
           PERFORM UNTIL END-OF-MEMBERS OR
                        MBR-MEMBER-ID >= SC-MEMBER-ID
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-MEMBERS AND MBR-MEMBER-ID = SC-MEMBER-ID
               MOVE MBR-COUNTY-NAME TO WS-CUR-COUNTY
           ELSE
               MOVE SPACES TO WS-CUR-COUNTY
           END-IF.

       CLASSIFY-ONE-CLAIM.
      *    Claims of members with no attributed PCP, and claims
      *    from rendering providers not on the master, are counted
      *    aside; neither can be placed in or out of a PCP's
      *    network picture
           IF WS-CUR-PCP = ZERO
               ADD 1 TO WS-UNATTRIB-CLAIMS
               ADD SC-PAID-AMOUNT TO WS-UNATTRIB-PAID
           ELSE
               MOVE SC-PROVIDER-ID TO PROV-ID
               PERFORM FIND-PROVIDER
               IF NOT PROVIDER-FOUND
                   ADD 1 TO WS-UNKNOWN-PROV
                   ADD SC-PAID-AMOUNT TO WS-UNKNOWN-PAID
               ELSE
                   PERFORM WRITE-LEAKAGE-DETAIL
               END-IF
           END-IF.

       WRITE-LEAKAGE-DETAIL.
           MOVE WS-CUR-PCP TO LD-PCP-ID
           MOVE WS-PROV-SPECIALTY(WS-PROV-IDX) TO LD-SPECIALTY
           MOVE SC-PROVIDER-ID TO LD-PROVIDER-ID
           MOVE WS-CUR-COUNTY TO LD-COUNTY-NAME
           IF WS-PROV-NETWORK(WS-PROV-IDX) = 'IN-NETWORK'
               MOVE 'I' TO LD-NETWORK-FLAG
           ELSE
               MOVE 'O' TO LD-NETWORK-FLAG
           END-IF
           MOVE SC-PAID-AMOUNT TO LD-PAID-AMOUNT
           IF SC-PROVIDER-ID = WS-PREV-PROVIDER AND
              SC-SERVICE-DATE = WS-PREV-SERVICE-DATE
               MOVE ZERO TO LD-VISIT
           ELSE
               MOVE 1 TO LD-VISIT
               MOVE SC-PROVIDER-ID TO WS-PREV-PROVIDER
               MOVE SC-SERVICE-DATE TO WS-PREV-SERVICE-DATE
           END-IF
           WRITE LEAKAGE-DETAIL-RECORD.

       SUMMARIZE-LEAKAGE.
      *    Target: PAYER-ANALYST.NETWORK-MGMT.OON-LEAKAGE
           OPEN OUTPUT LEAKAGE-FILE
           MOVE 'HDR' TO LK-H-RECORD-TYPE
           MOVE 'NETWORK-LEAKAGE' TO LK-H-PROGRAM
           MOVE WS-RUN-DATE TO LK-H-RUN-DATE
           MOVE 'LEAKAGE CYCLE' TO LK-H-PERIOD
           WRITE LK-HEADER-RECORD
           DISPLAY '=========================================='
           DISPLAY 'PCPS FLAGGED FOR REFERRAL REVIEW'
           DISPLAY '=========================================='
           RETURN LEAKAGE-SORT-FILE
               AT END SET END-OF-LEAK-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-LEAK-SORT
               IF NOT PCP-ACTIVE OR SL-PCP-ID NOT = WS-BREAK-PCP
                   IF PCP-ACTIVE
                       PERFORM FINISH-PCP-SPECIALTY
                       PERFORM FINISH-PCP
                   END-IF
                   PERFORM START-PCP
               ELSE
                   IF SL-SPECIALTY NOT = WS-BREAK-SPECIALTY
                       PERFORM FINISH-PCP-SPECIALTY
                       PERFORM START-PCP-SPECIALTY
                   END-IF
               END-IF
               PERFORM ACCUMULATE-LEAKAGE
               RETURN LEAKAGE-SORT-FILE
                   AT END SET END-OF-LEAK-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF PCP-ACTIVE
               PERFORM FINISH-PCP-SPECIALTY
               PERFORM FINISH-PCP
           END-IF
           PERFORM WRITE-PLAN-SPECIALTY
               VARYING WS-SPEC-IDX FROM 1 BY 1
               UNTIL WS-SPEC-IDX > WS-SPEC-COUNT
           MOVE 'TRL' TO LK-T-RECORD-TYPE
           MOVE WS-LK-REC-COUNT TO LK-T-RECORD-COUNT
           MOVE WS-LK-HASH TO LK-T-HASH-TOTAL
           WRITE LK-TRAILER-RECORD
           CLOSE LEAKAGE-FILE.

       START-PCP.
           SET PCP-ACTIVE TO TRUE
           MOVE SL-PCP-ID TO WS-BREAK-PCP
           MOVE ZERO TO WS-PCP-PAID
           MOVE ZERO TO WS-PCP-OON-PAID
           MOVE ZERO TO WS-PCP-VISITS
           MOVE ZERO TO WS-PCP-OON-VISITS
           MOVE ZERO TO WS-OON-COUNT
           PERFORM START-PCP-SPECIALTY.

       START-PCP-SPECIALTY.
           MOVE SL-SPECIALTY TO WS-BREAK-SPECIALTY
           MOVE ZERO TO WS-PS-PAID
           MOVE ZERO TO WS-PS-OON-PAID
           MOVE ZERO TO WS-PS-VISITS
           MOVE ZERO TO WS-PS-OON-VISITS.

       ACCUMULATE-LEAKAGE.
           PERFORM FIND-OR-ADD-SPECIALTY
           ADD SL-PAID-AMOUNT TO WS-PCP-PAID WS-PS-PAID
               WS-SPEC-PAID(WS-SPEC-IDX) WS-PLAN-PAID
           ADD SL-VISIT TO WS-PCP-VISITS WS-PS-VISITS
               WS-SPEC-VISITS(WS-SPEC-IDX) WS-PLAN-VISITS
           IF SL-OUT-OF-NETWORK
               ADD SL-PAID-AMOUNT TO WS-PCP-OON-PAID WS-PS-OON-PAID
                   WS-SPEC-OON-PAID(WS-SPEC-IDX) WS-PLAN-OON-PAID
               ADD SL-VISIT TO WS-PCP-OON-VISITS WS-PS-OON-VISITS
                   WS-SPEC-OON-VISITS(WS-SPEC-IDX)
                   WS-PLAN-OON-VISITS
               PERFORM FIND-OR-ADD-OON-CELL
               IF OON-CELL-FOUND
                   ADD SL-PAID-AMOUNT TO WS-OON-PAID(WS-OON-IDX)
                   ADD SL-VISIT TO WS-OON-VISITS(WS-OON-IDX)
               END-IF
           END-IF.

       FIND-OR-ADD-SPECIALTY.
           MOVE 'N' TO WS-SPEC-FOUND
           SET WS-SPEC-IDX TO 1
           SEARCH WS-SPEC-ENTRY VARYING WS-SPEC-IDX
               AT END CONTINUE
               WHEN WS-SPEC-IDX > WS-SPEC-COUNT
                   CONTINUE
               WHEN WS-SPEC-NAME(WS-SPEC-IDX) = SL-SPECIALTY
                   SET SPECIALTY-FOUND TO TRUE
           END-SEARCH
           IF NOT SPECIALTY-FOUND
               IF WS-SPEC-COUNT < 100
                   ADD 1 TO WS-SPEC-COUNT
                   SET WS-SPEC-IDX TO WS-SPEC-COUNT
                   MOVE SL-SPECIALTY TO WS-SPEC-NAME(WS-SPEC-IDX)
                   MOVE ZERO TO WS-SPEC-PAID(WS-SPEC-IDX)
                   MOVE ZERO TO WS-SPEC-OON-PAID(WS-SPEC-IDX)
                   MOVE ZERO TO WS-SPEC-VISITS(WS-SPEC-IDX)
                   MOVE ZERO TO WS-SPEC-OON-VISITS(WS-SPEC-IDX)
               ELSE
                   SET WS-SPEC-IDX TO 100
               END-IF
           END-IF.

       FIND-OR-ADD-OON-CELL.
      *    The detail arrives in provider/county order within the
      *    specialty, so a new cell is only ever the next entry
           MOVE 'N' TO WS-OON-FOUND
           IF WS-OON-COUNT > ZERO
               SET WS-OON-IDX TO WS-OON-COUNT
               IF WS-OON-PROVIDER(WS-OON-IDX) = SL-PROVIDER-ID AND
                  WS-OON-COUNTY(WS-OON-IDX) = SL-COUNTY-NAME
                   SET OON-CELL-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT OON-CELL-FOUND
               IF WS-OON-COUNT < 200
                   ADD 1 TO WS-OON-COUNT
                   SET WS-OON-IDX TO WS-OON-COUNT
                   MOVE SL-PROVIDER-ID TO WS-OON-PROVIDER(WS-OON-IDX)
                   MOVE SL-SPECIALTY TO WS-OON-SPECIALTY(WS-OON-IDX)
                   MOVE SL-COUNTY-NAME TO WS-OON-COUNTY(WS-OON-IDX)
                   MOVE ZERO TO WS-OON-PAID(WS-OON-IDX)
                   MOVE ZERO TO WS-OON-VISITS(WS-OON-IDX)
                   MOVE 'N' TO WS-OON-PICKED(WS-OON-IDX)
                   SET OON-CELL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OON-OVERFLOW
               END-IF
           END-IF.

       FINISH-PCP-SPECIALTY.
           INITIALIZE LEAKAGE-RECORD
           MOVE 'S' TO LK-RECORD-TYPE
           MOVE WS-BREAK-PCP TO LK-PCP-ID
           MOVE WS-BREAK-SPECIALTY TO LK-SPECIALTY
           MOVE WS-PS-PAID TO LK-TOTAL-PAID
           MOVE WS-PS-OON-PAID TO LK-OON-PAID
           MOVE WS-PS-VISITS TO LK-TOTAL-VISITS
           MOVE WS-PS-OON-VISITS TO LK-OON-VISITS
           MOVE 'N' TO LK-REVIEW-FLAG
           PERFORM WRITE-LEAKAGE-ROW.

       FINISH-PCP.
           ADD 1 TO WS-PCPS-REPORTED
           MOVE WS-BREAK-PCP TO PROV-ID
           PERFORM FIND-PROVIDER
           IF PROVIDER-FOUND
               MOVE WS-PROV-NAME(WS-PROV-IDX) TO WS-PCP-NAME
           ELSE
               MOVE 'NOT ON PROVIDER MASTER' TO WS-PCP-NAME
           END-IF
           INITIALIZE LEAKAGE-RECORD
           MOVE 'P' TO LK-RECORD-TYPE
           MOVE WS-BREAK-PCP TO LK-PCP-ID
           MOVE WS-BREAK-PCP TO LK-PROVIDER-ID
           MOVE WS-PCP-NAME TO LK-PROVIDER-NAME
           MOVE WS-PCP-PAID TO LK-TOTAL-PAID
           MOVE WS-PCP-OON-PAID TO LK-OON-PAID
           MOVE WS-PCP-VISITS TO LK-TOTAL-VISITS
           MOVE WS-PCP-OON-VISITS TO LK-OON-VISITS
           PERFORM COMPUTE-LEAKAGE-SHARES
           IF LK-OON-PAID-PCT > WS-REVIEW-PCT AND
              WS-PCP-OON-PAID >= WS-MIN-OON-PAID
               MOVE 'Y' TO LK-REVIEW-FLAG
               SET PCP-UNDER-REVIEW TO TRUE
               ADD 1 TO WS-PCPS-FLAGGED
               DISPLAY ' '
               DISPLAY 'PCP ' WS-BREAK-PCP ' ' WS-PCP-NAME
               DISPLAY '  Paid: $' WS-PCP-PAID
                   '  Out of Network: $' WS-PCP-OON-PAID
                   ' (' LK-OON-PAID-PCT '%)'
               DISPLAY '  Visits: ' WS-PCP-VISITS
                   '  Out of Network: ' WS-PCP-OON-VISITS
                   ' (' LK-OON-VISIT-PCT '%)'
           ELSE
               MOVE 'N' TO LK-REVIEW-FLAG
               MOVE 'N' TO WS-PCP-REVIEW
           END-IF
           WRITE LEAKAGE-RECORD
           ADD 1 TO WS-LK-REC-COUNT
           COMPUTE WS-LK-HASH = WS-LK-HASH + LK-OON-PAID * 100
           PERFORM PICK-NEXT-OON-PROVIDER
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-PROVIDERS.

       PICK-NEXT-OON-PROVIDER.
      *    The largest out-of-network cell not yet reported; once
      *    the cells run out the remaining ranks pass empty
           MOVE 'N' TO WS-BEST-FOUND
           PERFORM VARYING WS-OON-IDX FROM 1 BY 1
                   UNTIL WS-OON-IDX > WS-OON-COUNT
               IF NOT OON-PICKED(WS-OON-IDX)
                   IF NOT BEST-FOUND
                       SET WS-OON-BEST TO WS-OON-IDX
                       SET BEST-FOUND TO TRUE
                   ELSE
                       IF WS-OON-PAID(WS-OON-IDX) >
                               WS-OON-PAID(WS-OON-BEST)
                           SET WS-OON-BEST TO WS-OON-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-FOUND
               MOVE 'Y' TO WS-OON-PICKED(WS-OON-BEST)
               PERFORM REPORT-OON-PROVIDER
           END-IF.

       REPORT-OON-PROVIDER.
           MOVE WS-OON-PROVIDER(WS-OON-BEST) TO PROV-ID
           PERFORM FIND-PROVIDER
           INITIALIZE LEAKAGE-RECORD
           MOVE 'O' TO LK-RECORD-TYPE
           MOVE WS-BREAK-PCP TO LK-PCP-ID
           MOVE WS-OON-SPECIALTY(WS-OON-BEST) TO LK-SPECIALTY
           MOVE WS-OON-PROVIDER(WS-OON-BEST) TO LK-PROVIDER-ID
           IF PROVIDER-FOUND
               MOVE WS-PROV-NAME(WS-PROV-IDX) TO LK-PROVIDER-NAME
           END-IF
           MOVE WS-OON-COUNTY(WS-OON-BEST) TO LK-COUNTY-NAME
           MOVE WS-PCP-PAID TO LK-TOTAL-PAID
           MOVE WS-OON-PAID(WS-OON-BEST) TO LK-OON-PAID
           MOVE WS-PCP-VISITS TO LK-TOTAL-VISITS
           MOVE WS-OON-VISITS(WS-OON-BEST) TO LK-OON-VISITS
           MOVE 'N' TO LK-REVIEW-FLAG
           PERFORM WRITE-LEAKAGE-ROW
           IF PCP-UNDER-REVIEW
               DISPLAY '  OUT OF NETWORK: ' LK-PROVIDER-ID ' '
                   LK-PROVIDER-NAME
               DISPLAY '    ' LK-SPECIALTY ' ' LK-COUNTY-NAME
                   '  $' LK-OON-PAID '  Visits: ' LK-OON-VISITS
           END-IF
           PERFORM LIST-IN-NETWORK-ALTERNATES.

       LIST-IN-NETWORK-ALTERNATES.
      *    In-network providers of the out-of-network provider's
      *    specialty practicing in the member's county; with none
      *    there the cell is a recruitment target
           MOVE ZERO TO WS-ALTERNATE-COUNT
           IF WS-OON-COUNTY(WS-OON-BEST) NOT = SPACES
               PERFORM VARYING WS-PROV-IDX2 FROM 1 BY 1
                       UNTIL WS-PROV-IDX2 > WS-PROV-COUNT OR
                             WS-ALTERNATE-COUNT >= WS-MAX-ALTERNATES
                   IF WS-PROV-NETWORK(WS-PROV-IDX2) = 'IN-NETWORK'
                      AND WS-PROV-SPECIALTY(WS-PROV-IDX2) =
                           WS-OON-SPECIALTY(WS-OON-BEST)
                      AND WS-PROV-COUNTY(WS-PROV-IDX2) =
                           WS-OON-COUNTY(WS-OON-BEST)
                       PERFORM WRITE-ALTERNATE-ROW
                   END-IF
               END-PERFORM
               IF WS-ALTERNATE-COUNT = ZERO
                   ADD 1 TO WS-RECRUIT-GAPS
                   IF PCP-UNDER-REVIEW
                       DISPLAY '    NO IN-NETWORK ALTERNATE IN '
                           'COUNTY - RECRUITMENT TARGET'
                   END-IF
               END-IF
           END-IF.

       WRITE-ALTERNATE-ROW.
           ADD 1 TO WS-ALTERNATE-COUNT
           INITIALIZE LEAKAGE-RECORD
           MOVE 'A' TO LK-RECORD-TYPE
           MOVE WS-BREAK-PCP TO LK-PCP-ID
           MOVE WS-PROV-SPECIALTY(WS-PROV-IDX2) TO LK-SPECIALTY
           MOVE WS-PROV-ID(WS-PROV-IDX2) TO LK-PROVIDER-ID
           MOVE WS-PROV-NAME(WS-PROV-IDX2) TO LK-PROVIDER-NAME
           MOVE WS-PROV-COUNTY(WS-PROV-IDX2) TO LK-COUNTY-NAME
           MOVE 'N' TO LK-REVIEW-FLAG
           WRITE LEAKAGE-RECORD
           ADD 1 TO WS-LK-REC-COUNT
           IF PCP-UNDER-REVIEW
               DISPLAY '    IN-NETWORK ALTERNATE: ' LK-PROVIDER-ID
                   ' ' LK-PROVIDER-NAME
           END-IF.

       WRITE-PLAN-SPECIALTY.
           INITIALIZE LEAKAGE-RECORD
           MOVE 'S' TO LK-RECORD-TYPE
           MOVE ZERO TO LK-PCP-ID
           MOVE WS-SPEC-NAME(WS-SPEC-IDX) TO LK-SPECIALTY
           MOVE WS-SPEC-PAID(WS-SPEC-IDX) TO LK-TOTAL-PAID
           MOVE WS-SPEC-OON-PAID(WS-SPEC-IDX) TO LK-OON-PAID
           MOVE WS-SPEC-VISITS(WS-SPEC-IDX) TO LK-TOTAL-VISITS
           MOVE WS-SPEC-OON-VISITS(WS-SPEC-IDX) TO LK-OON-VISITS
           MOVE 'N' TO LK-REVIEW-FLAG
           PERFORM WRITE-LEAKAGE-ROW.

       COMPUTE-LEAKAGE-SHARES.
           IF LK-TOTAL-PAID > ZERO
               COMPUTE LK-OON-PAID-PCT ROUNDED =
                   LK-OON-PAID * 100 / LK-TOTAL-PAID
           ELSE
               MOVE ZERO TO LK-OON-PAID-PCT
           END-IF
           IF LK-TOTAL-VISITS > ZERO
               COMPUTE LK-OON-VISIT-PCT ROUNDED =
                   LK-OON-VISITS * 100 / LK-TOTAL-VISITS
           ELSE
               MOVE ZERO TO LK-OON-VISIT-PCT
           END-IF.

       WRITE-LEAKAGE-ROW.
           PERFORM COMPUTE-LEAKAGE-SHARES
           WRITE LEAKAGE-RECORD
           ADD 1 TO WS-LK-REC-COUNT
           COMPUTE WS-LK-HASH = WS-LK-HASH + LK-OON-PAID * 100.

       WRITE-LEAKAGE-REPORT.
      *    Write output to: PAYER-ANALYST.NETWORK-MGMT.OON-LEAKAGE
           IF WS-PLAN-PAID > ZERO
               COMPUTE WS-PLAN-OON-PCT ROUNDED =
                   WS-PLAN-OON-PAID * 100 / WS-PLAN-PAID
           END-IF
           IF WS-PLAN-VISITS > ZERO
               COMPUTE WS-PLAN-VISIT-PCT ROUNDED =
                   WS-PLAN-OON-VISITS * 100 / WS-PLAN-VISITS
           END-IF
           DISPLAY ' '
           DISPLAY '=========================================='
           DISPLAY 'OUT-OF-NETWORK LEAKAGE REPORT'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'PAID CLAIMS: ' WS-PAID-CLAIMS
           DISPLAY 'PROVIDERS ON MASTER: ' WS-PROV-COUNT
           DISPLAY 'CLAIMS OF UNATTRIBUTED MEMBERS: '
               WS-UNATTRIB-CLAIMS '  $' WS-UNATTRIB-PAID
           DISPLAY 'CLAIMS FROM PROVIDERS NOT ON MASTER: '
               WS-UNKNOWN-PROV '  $' WS-UNKNOWN-PAID
           DISPLAY ' '
           DISPLAY 'ATTRIBUTED PAID DOLLARS: $' WS-PLAN-PAID
           DISPLAY 'OUT OF NETWORK: $' WS-PLAN-OON-PAID
               ' (' WS-PLAN-OON-PCT '%)'
           DISPLAY 'ATTRIBUTED VISITS: ' WS-PLAN-VISITS
           DISPLAY 'OUT OF NETWORK: ' WS-PLAN-OON-VISITS
               ' (' WS-PLAN-VISIT-PCT '%)'
           DISPLAY ' '
           DISPLAY 'STANDARD: OVER ' WS-REVIEW-PCT
               '% OF PAID AND AT LEAST $' WS-MIN-OON-PAID
               ' OUT OF NETWORK'
           DISPLAY 'PCPS REPORTED: ' WS-PCPS-REPORTED
           DISPLAY 'PCPS FLAGGED FOR REFERRAL REVIEW: '
               WS-PCPS-FLAGGED
           DISPLAY 'OUT-OF-NETWORK CELLS WITH NO IN-NETWORK '
               'ALTERNATE IN COUNTY: ' WS-RECRUIT-GAPS
           IF WS-OON-OVERFLOW > ZERO
               DISPLAY 'WARNING: OUT-OF-NETWORK CELL TABLE FULL '
                   '(200) - ' WS-OON-OVERFLOW ' CLAIMS NOT RANKED'
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'LEAKAGE ANALYSIS COMPLETE'.
