       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE-OF-CARE-SHIFT.
       AUTHOR. UTILIZATION-MANAGEMENT-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Site-of-care shift analysis: the same PROCEDURE-CODE is
      *    paid very differently in an outpatient hospital
      *    department, an ambulatory surgical center, an office, by
      *    telehealth or in the home. Paid claims are grouped by
      *    the setting their PLACE-OF-SERVICE falls in and by the
      *    member's region. For every high-volume procedure, in
      *    each region it gives the paid per service in each
      *    setting, the volume in the most expensive setting, and
      *    what that volume would have saved had it been paid at
      *    the lowest-cost setting in the same region. Under each
      *    shift it names the ordering providers sending the most
      *    of that volume to the expensive setting, and rolls them
      *    up plan-wide, so medical management knows whom to talk
      *    to first.

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
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT CLAIM-SORT-FILE
               ASSIGN TO "SOCCLMSORT.TMP".
           SELECT SITE-DETAIL-FILE
               ASSIGN TO "SITE-OF-CARE-DETAIL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SITE-SORT-FILE
               ASSIGN TO "SOCSORT.TMP".
           SELECT SITE-OF-CARE-FILE
               ASSIGN TO "SITE-OF-CARE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CONTROL-FILE
               ASSIGN TO "SITE-OF-CARE-CONTROL.DAT"
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
           05  PROV-REGION-CODE    PIC X(10).
           05  PROV-COUNTY-NAME    PIC X(20).
           05  PROV-ZIP-CODE       PIC X(5).
           05  PROV-TAX-ID         PIC X(9).
           05  PROV-TIN-TYPE       PIC X(1).
           05  PROV-1099-ELIGIBLE  PIC X(1).

       FD  MEMBER-FILE.
      *    Member master read only for the region the member lives
      *    in; the intervening fields are passed over as filler
       01  MEMBER-REGION-RECORD.
           05  MBR-MEMBER-ID       PIC 9(10).
           05  FILLER              PIC X(124).
           05  MBR-REGION-CODE     PIC X(10).
           05  MBR-COUNTY-NAME     PIC X(20).
           05  MBR-ZIP-CODE        PIC X(5).

       SD  CLAIM-SORT-FILE.
      *    Paid claims in a shiftable setting, by member so the
      *    member's region is picked up by a match against the
      *    member master
       01  CLAIM-SORT-RECORD.
           05  SC-MEMBER-ID        PIC 9(10).
           05  SC-PROCEDURE-CODE   PIC X(5).
           05  SC-SETTING-NO       PIC 9(1).
           05  SC-ORDERING-ID      PIC 9(8).
           05  SC-PAID-AMOUNT      PIC 9(7)V99.

       FD  SITE-DETAIL-FILE.
       01  SITE-DETAIL-RECORD.
           05  SD-PROCEDURE-CODE   PIC X(5).
           05  SD-REGION-CODE      PIC X(10).
           05  SD-SETTING-NO       PIC 9(1).
           05  SD-ORDERING-ID      PIC 9(8).
           05  SD-PAID-AMOUNT      PIC 9(7)V99.

       SD  SITE-SORT-FILE.
       01  SITE-SORT-RECORD.
           05  SS-PROCEDURE-CODE   PIC X(5).
           05  SS-REGION-CODE      PIC X(10).
           05  SS-SETTING-NO       PIC 9(1).
           05  SS-ORDERING-ID      PIC 9(8).
           05  SS-PAID-AMOUNT      PIC 9(7)V99.

       FD  SITE-OF-CARE-FILE.
      *    SO-RECORD-TYPE S is one setting of a procedure in a
      *    region (SO-SETTING-FLAG E on the most expensive setting,
      *    L on the lowest-cost one), V the shift opportunity from
      *    the expensive setting to the lowest-cost one, O one of
      *    the ordering providers sending the most volume to the
      *    expensive setting on the V row before it, and P an
      *    ordering provider's total across every shift
      *    (procedure and region blank)
       01  SITE-OF-CARE-RECORD.
           05  SO-RECORD-TYPE      PIC X(1).
           05  SO-PROCEDURE-CODE   PIC X(5).
           05  SO-REGION-CODE      PIC X(10).
           05  SO-SETTING          PIC X(12).
           05  SO-SETTING-FLAG     PIC X(1).
           05  SO-LOW-COST-SETTING PIC X(12).
           05  SO-PROVIDER-ID      PIC 9(8).
           05  SO-PROVIDER-NAME    PIC X(50).
           05  SO-SERVICES         PIC 9(7).
           05  SO-PAID             PIC 9(11)V99.
           05  SO-PAID-PER-SERVICE PIC 9(7)V99.
           05  SO-LOW-COST-PER-SERVICE PIC 9(7)V99.
           05  SO-SAVINGS          PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==SO==.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-MIN-PROC-VOLUME  PIC 9(5).
           05  CF-MIN-SETTING-VOLUME PIC 9(3).
           05  CF-TOP-ORDERING     PIC 9(2).

       WORKING-STORAGE SECTION.
      *    Analysis standards; tunable without a recompile via
      *    SITE-OF-CARE-CONTROL.DAT. A procedure is high volume at
      *    the minimum paid services plan-wide, and a setting in a
      *    region is only priced against the others once it has
      *    the minimum services, so one odd claim does not set the
      *    benchmark
       01  WS-STANDARDS.
           05  WS-MIN-PROC-VOLUME  PIC 9(5) VALUE 50.
           05  WS-MIN-SETTING-VOLUME PIC 9(3) VALUE 5.
           05  WS-TOP-ORDERING     PIC 9(2) VALUE 5.
       01  WS-CONTROL-STATUS       PIC XX.

      *    Settings a service can move between, and the
      *    places of service that fall in each. Inpatient,
      *    emergency and the residential and institutional places
      *    of service are not sites of care a service is shifted
      *    among and are counted aside
       01  WS-SETTING-NAMES.
           05  FILLER PIC X(12) VALUE 'OFFICE'.
           05  FILLER PIC X(12) VALUE 'OUTPT-HOSP'.
           05  FILLER PIC X(12) VALUE 'ASC'.
           05  FILLER PIC X(12) VALUE 'TELEHEALTH'.
           05  FILLER PIC X(12) VALUE 'HOME'.
       01  WS-SETTING-NAMES-R REDEFINES WS-SETTING-NAMES.
           05  WS-SETTING-NAME     PIC X(12) OCCURS 5 TIMES.
       01  WS-POS-SETTINGS.
           05  FILLER PIC X(3) VALUE '111'.
           05  FILLER PIC X(3) VALUE '491'.
           05  FILLER PIC X(3) VALUE '501'.
           05  FILLER PIC X(3) VALUE '711'.
           05  FILLER PIC X(3) VALUE '721'.
           05  FILLER PIC X(3) VALUE '192'.
           05  FILLER PIC X(3) VALUE '222'.
           05  FILLER PIC X(3) VALUE '243'.
           05  FILLER PIC X(3) VALUE '024'.
           05  FILLER PIC X(3) VALUE '104'.
           05  FILLER PIC X(3) VALUE '125'.
       01  WS-POS-SETTINGS-R REDEFINES WS-POS-SETTINGS.
           05  WS-POS-ENTRY        OCCURS 11 TIMES
                                   INDEXED BY WS-POS-IDX.
               10  WS-POS-CODE         PIC X(2).
               10  WS-POS-SETTING-NO   PIC 9(1).
       01  WS-SETTING-NO           PIC 9(1).

      *    Provider master in memory for the ordering providers'
      *    names
       01  WS-PROV-TABLE.
           05  WS-PROV-ENTRY       OCCURS 500 TIMES
                                   INDEXED BY WS-PROV-IDX.
               10  WS-PROV-ID          PIC 9(8).
               10  WS-PROV-NAME        PIC X(50).
       01  WS-PROV-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-PROV-FOUND           PIC X VALUE 'N'.
           88  PROVIDER-FOUND      VALUE 'Y'.
       01  WS-PROVIDERS-OPEN       PIC X VALUE 'N'.
           88  PROVIDERS-AVAILABLE VALUE 'Y'.

      *    Paid services per procedure plan-wide, counted as the
      *    claims are placed, to pick out the high-volume ones
       01  WS-PROC-TABLE.
           05  WS-PROC-ENTRY       OCCURS 500 TIMES
                                   INDEXED BY WS-PROC-IDX.
               10  WS-PROC-CODE        PIC X(5).
               10  WS-PROC-SERVICES    PIC 9(7).
       01  WS-PROC-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-PROCEDURE     PIC X(5).
       01  WS-PROC-FOUND           PIC X VALUE 'N'.
           88  PROC-FOUND          VALUE 'Y'.

      *    Settings of the procedure/region in progress
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY       OCCURS 5 TIMES.
               10  WS-CELL-SERVICES    PIC 9(7).
               10  WS-CELL-PAID        PIC 9(11)V99.
               10  WS-CELL-AVG         PIC 9(7)V99.
       01  WS-CELL-NO              PIC 9(1).
       01  WS-HIGH-NO              PIC 9(1).
       01  WS-LOW-NO               PIC 9(1).
       01  WS-PRICE-SERVICES       PIC 9(7).
       01  WS-PRICE-PAID           PIC 9(11)V99.
       01  WS-BENCHMARK-PAID       PIC 9(11)V99.
       01  WS-PRICE-SAVINGS        PIC 9(11)V99.

      *    Ordering provider cells of the procedure/region in
      *    progress, by setting; the detail arrives in setting and
      *    provider order, so a new cell is only ever the next one
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY        OCCURS 300 TIMES
                                   INDEXED BY WS-ORD-IDX
                                              WS-ORD-BEST.
               10  WS-ORD-SETTING-NO   PIC 9(1).
               10  WS-ORD-PROVIDER     PIC 9(8).
               10  WS-ORD-SERVICES     PIC 9(7).
               10  WS-ORD-PAID         PIC 9(11)V99.
               10  WS-ORD-PICKED       PIC X.
                   88  ORD-PICKED      VALUE 'Y'.
       01  WS-ORD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-ORD-FOUND            PIC X VALUE 'N'.
           88  ORD-CELL-FOUND      VALUE 'Y'.
       01  WS-BEST-FOUND           PIC X VALUE 'N'.
           88  BEST-FOUND          VALUE 'Y'.
       01  WS-RANK                 PIC 9(2).

      *    Ordering providers across every shift, ranked at the end
       01  WS-PLAN-ORD-TABLE.
           05  WS-PO-ENTRY         OCCURS 500 TIMES
                                   INDEXED BY WS-PO-IDX
                                              WS-PO-BEST.
               10  WS-PO-PROVIDER      PIC 9(8).
               10  WS-PO-SERVICES      PIC 9(7).
               10  WS-PO-PAID          PIC 9(11)V99.
               10  WS-PO-SAVINGS       PIC 9(11)V99.
               10  WS-PO-PICKED        PIC X.
                   88  PO-PICKED       VALUE 'Y'.
       01  WS-PO-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-PO-FOUND             PIC X VALUE 'N'.
           88  PO-FOUND            VALUE 'Y'.

      *    Match state over the member-sorted claims, and control
      *    break state over the procedure/region-sorted detail
       01  WS-CUR-MEMBER           PIC 9(10) VALUE ZERO.
       01  WS-CUR-REGION           PIC X(10) VALUE SPACES.
       01  WS-BREAK-PROCEDURE      PIC X(5).
       01  WS-BREAK-REGION         PIC X(10).
       01  WS-LAST-PROCEDURE       PIC X(5) VALUE SPACES.
       01  WS-BREAK-ACTIVE         PIC X VALUE 'N'.
           88  BREAK-ACTIVE        VALUE 'Y'.
       01  WS-HIGH-VOLUME          PIC X VALUE 'N'.
           88  HIGH-VOLUME-PROCEDURE VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-PAID-CLAIMS      PIC 9(9) VALUE ZERO.
           05  WS-NO-POS-CLAIMS    PIC 9(9) VALUE ZERO.
           05  WS-OTHER-POS-CLAIMS PIC 9(9) VALUE ZERO.
           05  WS-SHIFTABLE-CLAIMS PIC 9(9) VALUE ZERO.
           05  WS-NO-ORDERING      PIC 9(9) VALUE ZERO.
           05  WS-HIGH-VOLUME-PROCS PIC 9(5) VALUE ZERO.
           05  WS-CELLS-REVIEWED   PIC 9(7) VALUE ZERO.
           05  WS-SHIFTS-FOUND     PIC 9(7) VALUE ZERO.
           05  WS-SHIFT-SERVICES   PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-SAVINGS    PIC 9(13)V99 VALUE ZERO.
           05  WS-OVERFLOW-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-SO-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-SO-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-PROVIDER        PIC X VALUE 'N'.
               88  END-OF-PROVIDERS VALUE 'Y'.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-CLAIM-SORT      PIC X VALUE 'N'.
               88  END-OF-CLAIM-SORT VALUE 'Y'.
           05  EOF-SITE-SORT       PIC X VALUE 'N'.
               88  END-OF-SITE-SORT VALUE 'Y'.

       01  WS-PROVIDER-FILE-STATUS PIC XX.
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-MEMBERS-OPEN         PIC X VALUE 'N'.
           88  MEMBERS-AVAILABLE   VALUE 'Y'.

      *    Bad open on the claims extract aborts with RETURN-CODE 8
      *    so a calling driver job can stop the chain
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CONTROL-THRESHOLDS
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
               PERFORM LOAD-PROVIDER-MASTER
      *        Claims pick up the member's region in member order,
      *        then are re-sequenced by procedure, region, setting
      *        and ordering provider so every figure falls out of
      *        one pass of control breaks
               SORT CLAIM-SORT-FILE
                   ASCENDING KEY SC-MEMBER-ID
                   INPUT PROCEDURE IS RELEASE-PAID-CLAIMS
                   OUTPUT PROCEDURE IS PLACE-CLAIMS-BY-REGION
               SORT SITE-SORT-FILE
                   ASCENDING KEY SS-PROCEDURE-CODE
                                 SS-REGION-CODE
                                 SS-SETTING-NO
                                 SS-ORDERING-ID
                   USING SITE-DETAIL-FILE
                   OUTPUT PROCEDURE IS SUMMARIZE-SITES-OF-CARE
               PERFORM WRITE-SITE-OF-CARE-REPORT
               IF WS-OVERFLOW-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-CONTROL-THRESHOLDS.
      *    Optional - the compiled-in standards stand when the run
      *    has no control file present
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CF-MIN-PROC-VOLUME TO WS-MIN-PROC-VOLUME
                       MOVE CF-MIN-SETTING-VOLUME
                           TO WS-MIN-SETTING-VOLUME
                       MOVE CF-TOP-ORDERING TO WS-TOP-ORDERING
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
           END-IF.

       LOAD-PROVIDER-MASTER.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PROVIDERS
      *    Optional - without it the ordering providers are listed
      *    by ID alone
           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-FILE-STATUS = '00'
               SET PROVIDERS-AVAILABLE TO TRUE
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
               CLOSE PROVIDER-FILE
           ELSE
               DISPLAY 'PROVIDERS.DAT NOT FOUND - ORDERING '
                   'PROVIDERS NOT NAMED'
           END-IF.

       STORE-PROVIDER.
           IF WS-PROV-COUNT < 500
               ADD 1 TO WS-PROV-COUNT
               SET WS-PROV-IDX TO WS-PROV-COUNT
               MOVE PROV-ID TO WS-PROV-ID(WS-PROV-IDX)
               MOVE PROV-NAME TO WS-PROV-NAME(WS-PROV-IDX)
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
      *    Paid claims with no place of service, or one outside the
      *    shiftable settings, are counted aside
           ADD 1 TO WS-CLAIMS-READ
           IF CLAIM-STATUS = 'APPROVED' OR CLAIM-STATUS = 'PARTIAL'
               ADD 1 TO WS-PAID-CLAIMS
               IF PLACE-OF-SERVICE = SPACES
                   ADD 1 TO WS-NO-POS-CLAIMS
               ELSE
                   PERFORM FIND-POS-SETTING
                   IF WS-SETTING-NO = ZERO
                       ADD 1 TO WS-OTHER-POS-CLAIMS
                   ELSE
                       ADD 1 TO WS-SHIFTABLE-CLAIMS
                       MOVE MEMBER-ID TO SC-MEMBER-ID
                       MOVE PROCEDURE-CODE TO SC-PROCEDURE-CODE
                       MOVE WS-SETTING-NO TO SC-SETTING-NO
                       IF ORDERING-PROVIDER-ID IS NUMERIC
                           MOVE ORDERING-PROVIDER-ID
                               TO SC-ORDERING-ID
                       ELSE
                           MOVE ZERO TO SC-ORDERING-ID
                       END-IF
                       IF SC-ORDERING-ID = ZERO
                           ADD 1 TO WS-NO-ORDERING
                       END-IF
                       MOVE PAID-AMOUNT TO SC-PAID-AMOUNT
                       RELEASE CLAIM-SORT-RECORD
                   END-IF
               END-IF
           END-IF.

       FIND-POS-SETTING.
           MOVE ZERO TO WS-SETTING-NO
           SET WS-POS-IDX TO 1
           SEARCH WS-POS-ENTRY
               AT END CONTINUE
               WHEN WS-POS-CODE(WS-POS-IDX) = PLACE-OF-SERVICE
                   MOVE WS-POS-SETTING-NO(WS-POS-IDX)
                       TO WS-SETTING-NO
           END-SEARCH.

       PLACE-CLAIMS-BY-REGION.
      *    Optional - with no member master every claim is placed
      *    in one UNKNOWN region
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS = '00'
               SET MEMBERS-AVAILABLE TO TRUE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           ELSE
               SET END-OF-MEMBERS TO TRUE
               DISPLAY 'MEMBERS.DAT NOT FOUND - SETTINGS COMPARED '
                   'PLAN-WIDE'
           END-IF
           OPEN OUTPUT SITE-DETAIL-FILE
           RETURN CLAIM-SORT-FILE
               AT END SET END-OF-CLAIM-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-CLAIM-SORT
               IF SC-MEMBER-ID NOT = WS-CUR-MEMBER
                   PERFORM START-CLAIM-MEMBER
               END-IF
               PERFORM WRITE-SITE-DETAIL
               RETURN CLAIM-SORT-FILE
                   AT END SET END-OF-CLAIM-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE SITE-DETAIL-FILE
           IF MEMBERS-AVAILABLE
               CLOSE MEMBER-FILE
           END-IF.

       START-CLAIM-MEMBER.
      *    The member master is in member order, so it only moves
      *    forward to the claim's member
           MOVE SC-MEMBER-ID TO WS-CUR-MEMBER
           PERFORM UNTIL END-OF-MEMBERS OR
                        MBR-MEMBER-ID >= SC-MEMBER-ID
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-MEMBERS AND MBR-MEMBER-ID = SC-MEMBER-ID
              AND MBR-REGION-CODE NOT = SPACES
               MOVE MBR-REGION-CODE TO WS-CUR-REGION
           ELSE
               MOVE 'UNKNOWN' TO WS-CUR-REGION
           END-IF.

       WRITE-SITE-DETAIL.
           MOVE SC-PROCEDURE-CODE TO SD-PROCEDURE-CODE
           MOVE WS-CUR-REGION TO SD-REGION-CODE
           MOVE SC-SETTING-NO TO SD-SETTING-NO
           MOVE SC-ORDERING-ID TO SD-ORDERING-ID
           MOVE SC-PAID-AMOUNT TO SD-PAID-AMOUNT
           WRITE SITE-DETAIL-RECORD
           MOVE SC-PROCEDURE-CODE TO WS-LOOKUP-PROCEDURE
           PERFORM FIND-OR-ADD-PROCEDURE
           IF PROC-FOUND
               ADD 1 TO WS-PROC-SERVICES(WS-PROC-IDX)
           END-IF.

       FIND-OR-ADD-PROCEDURE.
           MOVE 'N' TO WS-PROC-FOUND
           SET WS-PROC-IDX TO 1
           SEARCH WS-PROC-ENTRY VARYING WS-PROC-IDX
               AT END CONTINUE
               WHEN WS-PROC-IDX > WS-PROC-COUNT
                   CONTINUE
               WHEN WS-PROC-CODE(WS-PROC-IDX) = WS-LOOKUP-PROCEDURE
                   SET PROC-FOUND TO TRUE
           END-SEARCH
           IF NOT PROC-FOUND
               IF WS-PROC-COUNT < 500
                   ADD 1 TO WS-PROC-COUNT
                   SET WS-PROC-IDX TO WS-PROC-COUNT
                   MOVE WS-LOOKUP-PROCEDURE
                       TO WS-PROC-CODE(WS-PROC-IDX)
                   MOVE ZERO TO WS-PROC-SERVICES(WS-PROC-IDX)
                   SET PROC-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       SUMMARIZE-SITES-OF-CARE.
      *    Target: PAYER-ANALYST.UTILIZATION-MGMT.SITE-OF-CARE
           OPEN OUTPUT SITE-OF-CARE-FILE
           MOVE 'HDR' TO SO-H-RECORD-TYPE
           MOVE 'SITE-OF-CARE' TO SO-H-PROGRAM
           MOVE WS-RUN-DATE TO SO-H-RUN-DATE
           MOVE 'SITE OF CARE CYCLE' TO SO-H-PERIOD
           WRITE SO-HEADER-RECORD
           DISPLAY '=========================================='
           DISPLAY 'SITE-OF-CARE SHIFT OPPORTUNITIES'
           DISPLAY '=========================================='
           RETURN SITE-SORT-FILE
               AT END SET END-OF-SITE-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SITE-SORT
               IF NOT BREAK-ACTIVE OR
                  SS-PROCEDURE-CODE NOT = WS-BREAK-PROCEDURE OR
                  SS-REGION-CODE NOT = WS-BREAK-REGION
                   IF BREAK-ACTIVE
                       PERFORM FINISH-PROCEDURE-REGION
                   END-IF
                   PERFORM START-PROCEDURE-REGION
               END-IF
               IF HIGH-VOLUME-PROCEDURE
                   PERFORM ACCUMULATE-SITE
               END-IF
               RETURN SITE-SORT-FILE
                   AT END SET END-OF-SITE-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF BREAK-ACTIVE
               PERFORM FINISH-PROCEDURE-REGION
           END-IF
           PERFORM PICK-NEXT-PLAN-ORDERING
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-ORDERING
           MOVE 'TRL' TO SO-T-RECORD-TYPE
           MOVE WS-SO-REC-COUNT TO SO-T-RECORD-COUNT
           MOVE WS-SO-HASH TO SO-T-HASH-TOTAL
           WRITE SO-TRAILER-RECORD
           CLOSE SITE-OF-CARE-FILE.

       START-PROCEDURE-REGION.
           IF SS-PROCEDURE-CODE NOT = WS-LAST-PROCEDURE
               MOVE SS-PROCEDURE-CODE TO WS-LAST-PROCEDURE
               MOVE SS-PROCEDURE-CODE TO WS-LOOKUP-PROCEDURE
               PERFORM FIND-OR-ADD-PROCEDURE
               MOVE 'N' TO WS-HIGH-VOLUME
               IF PROC-FOUND
                   IF WS-PROC-SERVICES(WS-PROC-IDX) >=
                           WS-MIN-PROC-VOLUME
                       SET HIGH-VOLUME-PROCEDURE TO TRUE
                       ADD 1 TO WS-HIGH-VOLUME-PROCS
                   END-IF
               END-IF
           END-IF
           SET BREAK-ACTIVE TO TRUE
           MOVE SS-PROCEDURE-CODE TO WS-BREAK-PROCEDURE
           MOVE SS-REGION-CODE TO WS-BREAK-REGION
           INITIALIZE WS-CELL-TABLE
           MOVE ZERO TO WS-ORD-COUNT.

       ACCUMULATE-SITE.
           MOVE SS-SETTING-NO TO WS-CELL-NO
           ADD 1 TO WS-CELL-SERVICES(WS-CELL-NO)
           ADD SS-PAID-AMOUNT TO WS-CELL-PAID(WS-CELL-NO)
           PERFORM FIND-OR-ADD-ORDERING-CELL
           IF ORD-CELL-FOUND
               ADD 1 TO WS-ORD-SERVICES(WS-ORD-IDX)
               ADD SS-PAID-AMOUNT TO WS-ORD-PAID(WS-ORD-IDX)
           END-IF.

       FIND-OR-ADD-ORDERING-CELL.
           MOVE 'N' TO WS-ORD-FOUND
           IF WS-ORD-COUNT > ZERO
               SET WS-ORD-IDX TO WS-ORD-COUNT
               IF WS-ORD-SETTING-NO(WS-ORD-IDX) = SS-SETTING-NO AND
                  WS-ORD-PROVIDER(WS-ORD-IDX) = SS-ORDERING-ID
                   SET ORD-CELL-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT ORD-CELL-FOUND
               IF WS-ORD-COUNT < 300
                   ADD 1 TO WS-ORD-COUNT
                   SET WS-ORD-IDX TO WS-ORD-COUNT
                   MOVE SS-SETTING-NO TO WS-ORD-SETTING-NO(WS-ORD-IDX)
                   MOVE SS-ORDERING-ID TO WS-ORD-PROVIDER(WS-ORD-IDX)
                   MOVE ZERO TO WS-ORD-SERVICES(WS-ORD-IDX)
                   MOVE ZERO TO WS-ORD-PAID(WS-ORD-IDX)
                   MOVE 'N' TO WS-ORD-PICKED(WS-ORD-IDX)
                   SET ORD-CELL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       FINISH-PROCEDURE-REGION.
      *    Among the settings with enough services to be priced,
      *    the highest paid per service is the expensive setting
      *    and the lowest the benchmark; what the expensive
      *    setting was paid over its volume at the benchmark price
      *    is the saving
           IF HIGH-VOLUME-PROCEDURE
               ADD 1 TO WS-CELLS-REVIEWED
               MOVE ZERO TO WS-HIGH-NO
               MOVE ZERO TO WS-LOW-NO
               PERFORM VARYING WS-CELL-NO FROM 1 BY 1
                       UNTIL WS-CELL-NO > 5
                   IF WS-CELL-SERVICES(WS-CELL-NO) > ZERO
                       COMPUTE WS-CELL-AVG(WS-CELL-NO) ROUNDED =
                           WS-CELL-PAID(WS-CELL-NO) /
                           WS-CELL-SERVICES(WS-CELL-NO)
                   END-IF
                   IF WS-CELL-SERVICES(WS-CELL-NO) >=
                          WS-MIN-SETTING-VOLUME AND
                      WS-CELL-SERVICES(WS-CELL-NO) > ZERO
                       PERFORM RANK-SETTING-PRICE
                   END-IF
               END-PERFORM
      *    A single priced setting, or settings all paid alike,
      *    leave nothing to shift
               IF WS-HIGH-NO NOT = ZERO
                   IF WS-CELL-AVG(WS-HIGH-NO) >
                      WS-CELL-AVG(WS-LOW-NO)
                       CONTINUE
                   ELSE
                       MOVE ZERO TO WS-HIGH-NO
                       MOVE ZERO TO WS-LOW-NO
                   END-IF
               END-IF
               PERFORM WRITE-SETTING-ROW
                   VARYING WS-CELL-NO FROM 1 BY 1
                   UNTIL WS-CELL-NO > 5
               IF WS-HIGH-NO NOT = ZERO
                   PERFORM WRITE-SHIFT-OPPORTUNITY
               END-IF
           END-IF
           MOVE 'N' TO WS-BREAK-ACTIVE.

       RANK-SETTING-PRICE.
           IF WS-HIGH-NO = ZERO
               MOVE WS-CELL-NO TO WS-HIGH-NO
               MOVE WS-CELL-NO TO WS-LOW-NO
           ELSE
               IF WS-CELL-AVG(WS-CELL-NO) > WS-CELL-AVG(WS-HIGH-NO)
                   MOVE WS-CELL-NO TO WS-HIGH-NO
               END-IF
               IF WS-CELL-AVG(WS-CELL-NO) < WS-CELL-AVG(WS-LOW-NO)
                   MOVE WS-CELL-NO TO WS-LOW-NO
               END-IF
           END-IF.

       WRITE-SETTING-ROW.
           IF WS-CELL-SERVICES(WS-CELL-NO) > ZERO
               INITIALIZE SITE-OF-CARE-RECORD
               MOVE 'S' TO SO-RECORD-TYPE
               MOVE WS-BREAK-PROCEDURE TO SO-PROCEDURE-CODE
               MOVE WS-BREAK-REGION TO SO-REGION-CODE
               MOVE WS-SETTING-NAME(WS-CELL-NO) TO SO-SETTING
               EVALUATE TRUE
                   WHEN WS-HIGH-NO = ZERO
                       MOVE SPACE TO SO-SETTING-FLAG
                   WHEN WS-CELL-NO = WS-HIGH-NO
                       MOVE 'E' TO SO-SETTING-FLAG
                   WHEN WS-CELL-NO = WS-LOW-NO
                       MOVE 'L' TO SO-SETTING-FLAG
                   WHEN OTHER
                       MOVE SPACE TO SO-SETTING-FLAG
               END-EVALUATE
               MOVE WS-CELL-SERVICES(WS-CELL-NO) TO SO-SERVICES
               MOVE WS-CELL-PAID(WS-CELL-NO) TO SO-PAID
               MOVE WS-CELL-AVG(WS-CELL-NO) TO SO-PAID-PER-SERVICE
               PERFORM WRITE-SITE-OF-CARE-ROW
           END-IF.

       WRITE-SHIFT-OPPORTUNITY.
           ADD 1 TO WS-SHIFTS-FOUND
           MOVE WS-CELL-SERVICES(WS-HIGH-NO) TO WS-PRICE-SERVICES
           MOVE WS-CELL-PAID(WS-HIGH-NO) TO WS-PRICE-PAID
           PERFORM PRICE-AT-BENCHMARK
           ADD WS-PRICE-SAVINGS TO WS-TOTAL-SAVINGS
           ADD WS-CELL-SERVICES(WS-HIGH-NO) TO WS-SHIFT-SERVICES
           INITIALIZE SITE-OF-CARE-RECORD
           MOVE 'V' TO SO-RECORD-TYPE
           MOVE WS-BREAK-PROCEDURE TO SO-PROCEDURE-CODE
           MOVE WS-BREAK-REGION TO SO-REGION-CODE
           MOVE WS-SETTING-NAME(WS-HIGH-NO) TO SO-SETTING
           MOVE 'E' TO SO-SETTING-FLAG
           MOVE WS-SETTING-NAME(WS-LOW-NO) TO SO-LOW-COST-SETTING
           MOVE WS-CELL-SERVICES(WS-HIGH-NO) TO SO-SERVICES
           MOVE WS-CELL-PAID(WS-HIGH-NO) TO SO-PAID
           MOVE WS-CELL-AVG(WS-HIGH-NO) TO SO-PAID-PER-SERVICE
           MOVE WS-CELL-AVG(WS-LOW-NO) TO SO-LOW-COST-PER-SERVICE
           MOVE WS-PRICE-SAVINGS TO SO-SAVINGS
           PERFORM WRITE-SITE-OF-CARE-ROW
           DISPLAY ' '
           DISPLAY 'PROCEDURE ' WS-BREAK-PROCEDURE
               '  REGION ' WS-BREAK-REGION
           DISPLAY '  ' SO-SETTING ' ' SO-SERVICES ' SERVICES AT $'
               SO-PAID-PER-SERVICE
               '  VS ' SO-LOW-COST-SETTING ' AT $'
               SO-LOW-COST-PER-SERVICE
           DISPLAY '  SAVINGS IF SHIFTED: $' SO-SAVINGS
      *    Every ordering provider of the expensive setting counts
      *    toward the plan-wide ranking, reported here or not
           PERFORM ADD-PLAN-ORDERING
               VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > WS-ORD-COUNT
           PERFORM PICK-NEXT-ORDERING
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-TOP-ORDERING.

       PRICE-AT-BENCHMARK.
      *    WS-PRICE-PAID over WS-PRICE-SERVICES at the lowest-cost
      *    setting's paid per service; volume already paid below
      *    the benchmark saves nothing
           COMPUTE WS-BENCHMARK-PAID =
               WS-PRICE-SERVICES * WS-CELL-AVG(WS-LOW-NO)
           IF WS-PRICE-PAID > WS-BENCHMARK-PAID
               COMPUTE WS-PRICE-SAVINGS =
                   WS-PRICE-PAID - WS-BENCHMARK-PAID
           ELSE
               MOVE ZERO TO WS-PRICE-SAVINGS
           END-IF.

       PICK-NEXT-ORDERING.
      *    The ordering provider sending the most services to the
      *    expensive setting not yet reported; once the cells run
      *    out the remaining ranks pass empty
           MOVE 'N' TO WS-BEST-FOUND
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
               IF WS-ORD-SETTING-NO(WS-ORD-IDX) = WS-HIGH-NO AND
                  NOT ORD-PICKED(WS-ORD-IDX)
                   IF NOT BEST-FOUND
                       SET WS-ORD-BEST TO WS-ORD-IDX
                       SET BEST-FOUND TO TRUE
                   ELSE
                       IF WS-ORD-SERVICES(WS-ORD-IDX) >
                               WS-ORD-SERVICES(WS-ORD-BEST)
                           SET WS-ORD-BEST TO WS-ORD-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-FOUND
               MOVE 'Y' TO WS-ORD-PICKED(WS-ORD-BEST)
               PERFORM REPORT-ORDERING-PROVIDER
           END-IF.

       REPORT-ORDERING-PROVIDER.
           INITIALIZE SITE-OF-CARE-RECORD
           MOVE 'O' TO SO-RECORD-TYPE
           MOVE WS-BREAK-PROCEDURE TO SO-PROCEDURE-CODE
           MOVE WS-BREAK-REGION TO SO-REGION-CODE
           MOVE WS-SETTING-NAME(WS-HIGH-NO) TO SO-SETTING
           MOVE 'E' TO SO-SETTING-FLAG
           MOVE WS-SETTING-NAME(WS-LOW-NO) TO SO-LOW-COST-SETTING
           MOVE WS-ORD-PROVIDER(WS-ORD-BEST) TO SO-PROVIDER-ID
           PERFORM NAME-ORDERING-PROVIDER
           MOVE WS-ORD-SERVICES(WS-ORD-BEST) TO SO-SERVICES
           MOVE WS-ORD-PAID(WS-ORD-BEST) TO SO-PAID
           MOVE WS-CELL-AVG(WS-LOW-NO) TO SO-LOW-COST-PER-SERVICE
           COMPUTE SO-PAID-PER-SERVICE ROUNDED =
               SO-PAID / SO-SERVICES
           MOVE SO-SERVICES TO WS-PRICE-SERVICES
           MOVE SO-PAID TO WS-PRICE-PAID
           PERFORM PRICE-AT-BENCHMARK
           MOVE WS-PRICE-SAVINGS TO SO-SAVINGS
           PERFORM WRITE-SITE-OF-CARE-ROW
           DISPLAY '  ORDERED BY ' SO-PROVIDER-ID ' '
               SO-PROVIDER-NAME
           DISPLAY '    ' SO-SERVICES ' SERVICES  $' SO-SAVINGS.

       NAME-ORDERING-PROVIDER.
           IF SO-PROVIDER-ID = ZERO
               MOVE 'NO ORDERING PROVIDER ON CLAIM' TO SO-PROVIDER-NAME
           ELSE
               MOVE SO-PROVIDER-ID TO PROV-ID
               PERFORM FIND-PROVIDER
               IF PROVIDER-FOUND
                   MOVE WS-PROV-NAME(WS-PROV-IDX) TO SO-PROVIDER-NAME
               ELSE
                   IF PROVIDERS-AVAILABLE
                       MOVE 'NOT ON PROVIDER MASTER'
                           TO SO-PROVIDER-NAME
                   END-IF
               END-IF
           END-IF.

       ADD-PLAN-ORDERING.
           IF WS-ORD-SETTING-NO(WS-ORD-IDX) = WS-HIGH-NO
               MOVE 'N' TO WS-PO-FOUND
               SET WS-PO-IDX TO 1
               SEARCH WS-PO-ENTRY VARYING WS-PO-IDX
                   AT END CONTINUE
                   WHEN WS-PO-IDX > WS-PO-COUNT
                       CONTINUE
                   WHEN WS-PO-PROVIDER(WS-PO-IDX) =
                            WS-ORD-PROVIDER(WS-ORD-IDX)
                       SET PO-FOUND TO TRUE
               END-SEARCH
               IF NOT PO-FOUND
                   IF WS-PO-COUNT < 500
                       ADD 1 TO WS-PO-COUNT
                       SET WS-PO-IDX TO WS-PO-COUNT
                       MOVE WS-ORD-PROVIDER(WS-ORD-IDX)
                           TO WS-PO-PROVIDER(WS-PO-IDX)
                       MOVE ZERO TO WS-PO-SERVICES(WS-PO-IDX)
                       MOVE ZERO TO WS-PO-PAID(WS-PO-IDX)
                       MOVE ZERO TO WS-PO-SAVINGS(WS-PO-IDX)
                       MOVE 'N' TO WS-PO-PICKED(WS-PO-IDX)
                       SET PO-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
               END-IF
               IF PO-FOUND
                   ADD WS-ORD-SERVICES(WS-ORD-IDX)
                       TO WS-PO-SERVICES(WS-PO-IDX)
                   ADD WS-ORD-PAID(WS-ORD-IDX)
                       TO WS-PO-PAID(WS-PO-IDX)
                   MOVE WS-ORD-SERVICES(WS-ORD-IDX)
                       TO WS-PRICE-SERVICES
                   MOVE WS-ORD-PAID(WS-ORD-IDX) TO WS-PRICE-PAID
                   PERFORM PRICE-AT-BENCHMARK
                   ADD WS-PRICE-SAVINGS TO WS-PO-SAVINGS(WS-PO-IDX)
               END-IF
           END-IF.

       PICK-NEXT-PLAN-ORDERING.
      *    Plan-wide, the ordering providers are ranked by the
      *    savings their expensive-setting volume would yield
           MOVE 'N' TO WS-BEST-FOUND
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF NOT PO-PICKED(WS-PO-IDX)
                   IF NOT BEST-FOUND
                       SET WS-PO-BEST TO WS-PO-IDX
                       SET BEST-FOUND TO TRUE
                   ELSE
                       IF WS-PO-SAVINGS(WS-PO-IDX) >
                               WS-PO-SAVINGS(WS-PO-BEST)
                           SET WS-PO-BEST TO WS-PO-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-FOUND
               MOVE 'Y' TO WS-PO-PICKED(WS-PO-BEST)
               INITIALIZE SITE-OF-CARE-RECORD
               MOVE 'P' TO SO-RECORD-TYPE
               MOVE WS-PO-PROVIDER(WS-PO-BEST) TO SO-PROVIDER-ID
               PERFORM NAME-ORDERING-PROVIDER
               MOVE WS-PO-SERVICES(WS-PO-BEST) TO SO-SERVICES
               MOVE WS-PO-PAID(WS-PO-BEST) TO SO-PAID
               COMPUTE SO-PAID-PER-SERVICE ROUNDED =
                   SO-PAID / SO-SERVICES
               MOVE WS-PO-SAVINGS(WS-PO-BEST) TO SO-SAVINGS
               PERFORM WRITE-SITE-OF-CARE-ROW
               IF WS-RANK = 1
                   DISPLAY ' '
                   DISPLAY 'ORDERING PROVIDERS - MOST VOLUME IN '
                       'EXPENSIVE SETTINGS, PLAN-WIDE'
               END-IF
               DISPLAY '  ' SO-PROVIDER-ID ' ' SO-PROVIDER-NAME
               DISPLAY '    ' SO-SERVICES ' SERVICES  $' SO-SAVINGS
           END-IF.

       WRITE-SITE-OF-CARE-ROW.
           WRITE SITE-OF-CARE-RECORD
           ADD 1 TO WS-SO-REC-COUNT
           COMPUTE WS-SO-HASH = WS-SO-HASH + SO-SAVINGS * 100.

       WRITE-SITE-OF-CARE-REPORT.
      *    Write output to: PAYER-ANALYST.UTILIZATION-MGMT.SOC
           DISPLAY ' '
           DISPLAY '=========================================='
           DISPLAY 'SITE-OF-CARE SHIFT ANALYSIS'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'PAID CLAIMS: ' WS-PAID-CLAIMS
           DISPLAY '  No Place of Service: ' WS-NO-POS-CLAIMS
           DISPLAY '  Not a Shiftable Setting: ' WS-OTHER-POS-CLAIMS
           DISPLAY '  In a Shiftable Setting: ' WS-SHIFTABLE-CLAIMS
           DISPLAY '  With No Ordering Provider: ' WS-NO-ORDERING
           DISPLAY ' '
           DISPLAY 'STANDARD: ' WS-MIN-PROC-VOLUME
               ' SERVICES FOR A HIGH-VOLUME PROCEDURE, '
               WS-MIN-SETTING-VOLUME ' TO PRICE A SETTING'
           DISPLAY 'HIGH-VOLUME PROCEDURES: ' WS-HIGH-VOLUME-PROCS
           DISPLAY 'PROCEDURE/REGIONS REVIEWED: ' WS-CELLS-REVIEWED
           DISPLAY 'SHIFT OPPORTUNITIES: ' WS-SHIFTS-FOUND
           DISPLAY 'SERVICES IN THE EXPENSIVE SETTING: '
               WS-SHIFT-SERVICES
           DISPLAY 'SAVINGS IF SHIFTED: $' WS-TOTAL-SAVINGS
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'WARNING: PROCEDURE, ORDERING OR PLAN TABLE '
                   'FULL - ' WS-OVERFLOW-COUNT ' ENTRIES NOT COUNTED'
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'SITE-OF-CARE ANALYSIS COMPLETE'.
