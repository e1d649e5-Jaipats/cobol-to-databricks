       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILIZATION-PMPM.
       AUTHOR. ACTUARIAL-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Utilization per 1,000 and PMPM on a member-month base.
      *    Builds the member-month fact file off ENROLLMENT-SPANS.DAT
      *    - one row per member per month enrolled on the first of
      *    the month, the same test capitation pays on, carrying
      *    the span's plan type and the member's region - for the
      *    year to date through the closing month and the same
      *    months of the year before. Paid medical claims and
      *    pharmacy fills are then placed in the member's plan and
      *    region for their month, and the standard utilization
      *    report gives inpatient admits, inpatient days, ED
      *    visits, office visits and Rx fills per 1,000 members
      *    (annualized) and paid PMPM in total and by service
      *    category, by PLAN-TYPE, REGION-CODE and month, each
      *    beside the same month last year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPAN-FILE
               ASSIGN TO "ENROLLMENT-SPANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPAN-FILE-STATUS.
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
           SELECT MEMBER-MONTH-FILE
               ASSIGN TO "MEMBER-MONTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SERVICE-SORT-FILE
               ASSIGN TO "UTILSVCSORT.TMP".
           SELECT REPORT-SORT-FILE
               ASSIGN TO "UTILRPTSORT.TMP".
           SELECT UTILIZATION-FILE
               ASSIGN TO "UTILIZATION-PMPM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPAN-FILE.
           COPY "ENROLLMENT-SPAN-RECORD.CPY".

       FD  MEMBER-FILE.
      *    Member master read only for the plan type and region;
      *    the intervening fields are passed over as filler
       01  MEMBER-PLAN-RECORD.
           05  MBR-MEMBER-ID       PIC 9(10).
           05  FILLER              PIC X(88).
           05  MBR-PLAN-TYPE       PIC X(20).
           05  FILLER              PIC X(16).
           05  MBR-REGION-CODE     PIC X(10).
           05  MBR-COUNTY-NAME     PIC X(20).
           05  MBR-ZIP-CODE        PIC X(5).

       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  PHARMACY-CLAIM-FILE.
           COPY "PHARMACY-CLAIM-RECORD.CPY"
               REPLACING MEMBER-ID BY RX-MEMBER-ID.

       FD  MEMBER-MONTH-FILE.
      *    The member-month fact file: one row per member per month
      *    enrolled, in member and month order, prior year first
       01  MEMBER-MONTH-RECORD.
           05  MM-KEY.
               10  MM-MEMBER-ID    PIC 9(10).
               10  MM-MONTH        PIC 9(6).
           05  MM-PLAN-TYPE        PIC X(20).
           05  MM-REGION-CODE      PIC X(10).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==MM==.

       SD  SERVICE-SORT-FILE.
      *    Paid medical claims and fills in either window, by
      *    member and date of service, so the member-month fact
      *    file is matched in step and a visit or stay is counted
      *    once however many claims it was billed on
       01  SERVICE-SORT-RECORD.
           05  SV-MEMBER-ID        PIC 9(10).
           05  SV-SERVICE-DATE.
               10  SV-SERVICE-MONTH    PIC 9(6).
               10  SV-SERVICE-DD       PIC 9(2).
           05  SV-PROVIDER-ID      PIC 9(8).
           05  SV-CATEGORY         PIC X(10).
           05  SV-PROCEDURE-CODE   PIC X(5).
           05  SV-PAID-AMOUNT      PIC 9(7)V99.

       SD  REPORT-SORT-FILE.
       01  REPORT-SORT-RECORD.
           05  RS-RECORD-TYPE      PIC X(1).
           05  RS-PLAN-TYPE        PIC X(20).
           05  RS-REGION-CODE      PIC X(10).
           05  RS-MONTH            PIC 9(6).
           05  RS-CATEGORY         PIC X(10).
           05  RS-DETAIL           PIC X(142).

       FD  UTILIZATION-FILE.
      *    UT-RECORD-TYPE U is a plan/region/month's utilization
      *    and total PMPM; C is the PMPM of one service category
      *    (the claim type, or PHARMACY for fills) in that cell,
      *    with the utilization rates left zero. Rates are per
      *    1,000 members per year; each figure sits beside the
      *    same month of the prior year
       01  UTILIZATION-RECORD.
           05  UT-RECORD-TYPE      PIC X(1).
           05  UT-PLAN-TYPE        PIC X(20).
           05  UT-REGION-CODE      PIC X(10).
           05  UT-MONTH            PIC 9(6).
           05  UT-CATEGORY         PIC X(10).
           05  UT-CURRENT.
               10  UT-CUR-MEMBER-MONTHS PIC 9(9).
               10  UT-CUR-ADMITS-K     PIC 9(6)V99.
               10  UT-CUR-DAYS-K       PIC 9(6)V99.
               10  UT-CUR-ED-K         PIC 9(6)V99.
               10  UT-CUR-OFFICE-K     PIC 9(6)V99.
               10  UT-CUR-RX-K         PIC 9(6)V99.
               10  UT-CUR-PAID         PIC 9(11)V99.
               10  UT-CUR-PMPM         PIC 9(7)V99.
           05  UT-PRIOR-YEAR.
               10  UT-PY-MEMBER-MONTHS PIC 9(9).
               10  UT-PY-ADMITS-K      PIC 9(6)V99.
               10  UT-PY-DAYS-K        PIC 9(6)V99.
               10  UT-PY-ED-K          PIC 9(6)V99.
               10  UT-PY-OFFICE-K      PIC 9(6)V99.
               10  UT-PY-RX-K          PIC 9(6)V99.
               10  UT-PY-PAID          PIC 9(11)V99.
               10  UT-PY-PMPM          PIC 9(7)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==UT==.

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Office evaluation-and-management CPT codes that mark an
      *    office visit, the same set PCP attribution counts
       01  WS-OFFICE-CODES.
           05  WS-OFFICE-CODE      OCCURS 8 TIMES PIC X(5).
       01  WS-I                    PIC 9(2).
       01  WS-IS-OFFICE-VISIT      PIC X VALUE 'N'.
           88  OFFICE-VISIT        VALUE 'Y'.

      *    Reporting window: January through the closing month of
      *    the closing year (period 1), and the same months of the
      *    year before (period 2)
       01  WS-CLOSE-MONTH          PIC 9(6).
       01  WS-CLOSE-MONTH-R REDEFINES WS-CLOSE-MONTH.
           05  WS-CLOSE-YEAR       PIC 9(4).
           05  WS-CLOSE-MM         PIC 9(2).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  WS-RUN-DD           PIC 9(2).
       01  WS-PERIOD-YEAR          OCCURS 2 TIMES PIC 9(4).
       01  WS-P                    PIC 9(1).
       01  WS-M                    PIC 9(2).
       01  WS-MONTH-FIRST          PIC 9(8).
       01  WS-MONTH-FIRST-R REDEFINES WS-MONTH-FIRST.
           05  WS-MF-YYYY          PIC 9(4).
           05  WS-MF-MM            PIC 9(2).
           05  WS-MF-DD            PIC 9(2).
       01  WS-WORK-MONTH           PIC 9(6).
       01  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
           05  WS-WM-YYYY          PIC 9(4).
           05  WS-WM-MM            PIC 9(2).
       01  WS-IN-WINDOW            PIC X VALUE 'N'.
           88  IN-WINDOW           VALUE 'Y'.

      *    The member in progress on the span pass: plan type per
      *    month of each period, spaces where not enrolled on the
      *    first
       01  WS-CUR-SPAN-MEMBER      PIC 9(10) VALUE ZERO.
       01  WS-SPAN-ACTIVE          PIC X VALUE 'N'.
           88  SPAN-MEMBER-ACTIVE  VALUE 'Y'.
       01  WS-MEMBER-PLANS.
           05  WS-MP-PERIOD        OCCURS 2 TIMES.
               10  WS-MP-PLAN      OCCURS 12 TIMES PIC X(20).
       01  WS-CUR-REGION           PIC X(10).
       01  WS-CUR-MBR-PLAN         PIC X(20).

      *    Plan/region/month cells, with the current and prior
      *    period side by side
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY       OCCURS 1500 TIMES
                                   INDEXED BY WS-CELL-IDX.
               10  WS-CELL-PLAN        PIC X(20).
               10  WS-CELL-REGION      PIC X(10).
               10  WS-CELL-MONTH       PIC 9(2).
               10  WS-CELL-PERIOD      OCCURS 2 TIMES.
                   15  WS-CELL-MM          PIC 9(9).
                   15  WS-CELL-ADMITS      PIC 9(7).
                   15  WS-CELL-DAYS        PIC 9(7).
                   15  WS-CELL-ED          PIC 9(7).
                   15  WS-CELL-OFFICE      PIC 9(7).
                   15  WS-CELL-FILLS       PIC 9(7).
                   15  WS-CELL-PAID        PIC 9(11)V99.
       01  WS-CELL-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-CELL-FOUND           PIC X VALUE 'N'.
           88  CELL-FOUND          VALUE 'Y'.
       01  WS-KEY-PLAN             PIC X(20).
       01  WS-KEY-REGION           PIC X(10).

      *    Paid dollars per service category within a cell
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY        OCCURS 6000 TIMES
                                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CELL         PIC 9(4).
               10  WS-CAT-NAME         PIC X(10).
               10  WS-CAT-PAID         OCCURS 2 TIMES
                                       PIC 9(11)V99.
       01  WS-CAT-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-CAT-FOUND            PIC X VALUE 'N'.
           88  CATEGORY-FOUND      VALUE 'Y'.
       01  WS-CELL-NUMBER          PIC 9(4).

      *    Plan-type totals for the run report
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY       OCCURS 50 TIMES
                                   INDEXED BY WS-PLAN-IDX.
               10  WS-PLAN-NAME        PIC X(20).
               10  WS-PLAN-MM          OCCURS 2 TIMES PIC 9(9).
               10  WS-PLAN-ADMITS      OCCURS 2 TIMES PIC 9(7).
               10  WS-PLAN-PAID        OCCURS 2 TIMES
                                       PIC 9(11)V99.
       01  WS-PLAN-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-PLAN-FOUND           PIC X VALUE 'N'.
           88  PLAN-FOUND          VALUE 'Y'.
       01  WS-PLAN-PMPM            OCCURS 2 TIMES PIC 9(7)V99.
       01  WS-PLAN-ADMITS-K        OCCURS 2 TIMES PIC 9(6)V99.

      *    Match state over the member-sorted services: the
      *    member-month in hand, and the last ED day, office visit
      *    and inpatient stay seen for the member
       01  WS-SERVICE-KEY.
           05  WS-SVC-MEMBER-ID    PIC 9(10).
           05  WS-SVC-MONTH        PIC 9(6).
       01  WS-CUR-SVC-MEMBER       PIC 9(10) VALUE ZERO.
       01  WS-SVC-PERIOD           PIC 9(1).
       01  WS-SVC-MM               PIC 9(2).
       01  WS-LAST-ED-DATE         PIC 9(8).
       01  WS-LAST-OFFICE-DATE     PIC 9(8).
       01  WS-LAST-OFFICE-PROV     PIC 9(8).
       01  WS-STAY-PROVIDER        PIC 9(8).
       01  WS-STAY-END-DATE        PIC 9(8).
       01  WS-STAY-DAY-GAP         PIC S9(7).
       01  WS-SVC-DATE-NUM         PIC 9(8).
       01  WS-SAME-STAY            PIC X VALUE 'N'.
           88  SAME-STAY           VALUE 'Y'.

       01  WS-RATE-WORK.
           05  WS-RATE-EVENTS      PIC 9(7).
           05  WS-RATE-MM          PIC 9(9).
           05  WS-RATE-RESULT      PIC 9(6)V99.

       01  WS-COUNTERS.
           05  WS-SPANS-READ       PIC 9(9) VALUE ZERO.
           05  WS-MEMBER-MONTHS    PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-FILLS-READ       PIC 9(9) VALUE ZERO.
           05  WS-SERVICES-PLACED  PIC 9(9) VALUE ZERO.
           05  WS-NOT-ENROLLED     PIC 9(9) VALUE ZERO.
           05  WS-NOT-ENROLLED-PAID PIC 9(11)V99 VALUE ZERO.
           05  WS-CELL-OVERFLOW    PIC 9(9) VALUE ZERO.

       01  WS-MM-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-UT-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-UT-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-SPAN            PIC X VALUE 'N'.
               88  END-OF-SPANS    VALUE 'Y'.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-RX              PIC X VALUE 'N'.
               88  END-OF-FILLS    VALUE 'Y'.
           05  EOF-MM              PIC X VALUE 'N'.
               88  END-OF-MEMBER-MONTHS VALUE 'Y'.
           05  EOF-SERVICE-SORT    PIC X VALUE 'N'.
               88  END-OF-SERVICE-SORT VALUE 'Y'.
           05  EOF-REPORT-SORT     PIC X VALUE 'N'.
               88  END-OF-REPORT-SORT VALUE 'Y'.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-MEMBERS-OPEN         PIC X VALUE 'N'.
           88  MEMBERS-AVAILABLE   VALUE 'Y'.
       01  WS-RX-FILE-STATUS       PIC XX.
       01  WS-RX-OPEN              PIC X VALUE 'N'.
           88  FILLS-AVAILABLE     VALUE 'Y'.

      *    Bad open on the enrollment spans or the claims extract
      *    aborts with RETURN-CODE 8 so a calling driver job can
      *    stop the chain
       01  WS-SPAN-FILE-STATUS     PIC XX.
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYYMM TO WS-CLOSE-MONTH
           PERFORM LOAD-RUN-PARAMETERS
           MOVE WS-CLOSE-YEAR TO WS-PERIOD-YEAR(1)
           COMPUTE WS-PERIOD-YEAR(2) = WS-CLOSE-YEAR - 1
           MOVE '99202' TO WS-OFFICE-CODE(1)
           MOVE '99203' TO WS-OFFICE-CODE(2)
           MOVE '99204' TO WS-OFFICE-CODE(3)
           MOVE '99205' TO WS-OFFICE-CODE(4)
           MOVE '99212' TO WS-OFFICE-CODE(5)
           MOVE '99213' TO WS-OFFICE-CODE(6)
           MOVE '99214' TO WS-OFFICE-CODE(7)
           MOVE '99215' TO WS-OFFICE-CODE(8)
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
               PERFORM BUILD-MEMBER-MONTHS
      *        Services in member and date order walk the fact
      *        file just written, so each lands in the plan and
      *        region the member held that month
               SORT SERVICE-SORT-FILE
                   ASCENDING KEY SV-MEMBER-ID
                                 SV-SERVICE-DATE
                                 SV-PROVIDER-ID
                                 SV-CATEGORY
                   INPUT PROCEDURE IS RELEASE-SERVICES
                   OUTPUT PROCEDURE IS PLACE-SERVICES
               SORT REPORT-SORT-FILE
                   ASCENDING KEY RS-PLAN-TYPE
                                 RS-REGION-CODE
                                 RS-MONTH
                                 RS-CATEGORY
                   INPUT PROCEDURE IS RELEASE-REPORT-ROWS
                   OUTPUT PROCEDURE IS WRITE-UTILIZATION-EXTRACT
               PERFORM WRITE-UTILIZATION-REPORT
               IF WS-CELL-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the window closes on the month
      *    the cycle closes, so a month-end caught up after the
      *    calendar has turned still reports its own month; run
      *    standalone it closes on the run date's month
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-CYCLE-PERIOD IS NUMERIC AND
                          RP-CYCLE-PERIOD > ZERO
                           MOVE RP-CYCLE-PERIOD TO WS-CLOSE-MONTH
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       CHECK-INPUT-FILES.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.ENROLLMENT-SPANS
           OPEN INPUT SPAN-FILE
           IF WS-SPAN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ENROLLMENT-SPANS.DAT - '
                   'STATUS ' WS-SPAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE SPAN-FILE
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
           END-IF.

       BUILD-MEMBER-MONTHS.
      *    Target: PAYER-ANALYST.ACTUARIAL.MEMBER-MONTHS
           OPEN INPUT SPAN-FILE
      *    Optional - with no member master the plan type comes
      *    from the spans alone and every region reads UNKNOWN
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS = '00'
               SET MEMBERS-AVAILABLE TO TRUE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           ELSE
               SET END-OF-MEMBERS TO TRUE
               DISPLAY 'MEMBERS.DAT NOT FOUND - REGIONS REPORTED '
                   'AS UNKNOWN'
           END-IF
           OPEN OUTPUT MEMBER-MONTH-FILE
           MOVE 'HDR' TO MM-H-RECORD-TYPE
           MOVE 'UTILIZATION-PMPM' TO MM-H-PROGRAM
           MOVE WS-RUN-DATE TO MM-H-RUN-DATE
           MOVE SPACES TO MM-H-PERIOD
           STRING WS-PERIOD-YEAR(2) '01-' WS-CLOSE-MONTH
               DELIMITED BY SIZE INTO MM-H-PERIOD
           WRITE MM-HEADER-RECORD
           PERFORM UNTIL END-OF-SPANS
               READ SPAN-FILE
                   AT END SET END-OF-SPANS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SPANS-READ
                       IF SPAN-MEMBER-ID NOT = WS-CUR-SPAN-MEMBER
                           IF SPAN-MEMBER-ACTIVE
                               PERFORM WRITE-MEMBER-MONTHS
                           END-IF
                           PERFORM START-SPAN-MEMBER
                       END-IF
                       PERFORM APPLY-ONE-SPAN
               END-READ
           END-PERFORM
           IF SPAN-MEMBER-ACTIVE
               PERFORM WRITE-MEMBER-MONTHS
           END-IF
           MOVE 'TRL' TO MM-T-RECORD-TYPE
           MOVE WS-MM-REC-COUNT TO MM-T-RECORD-COUNT
           MOVE ZERO TO MM-T-HASH-TOTAL
           WRITE MM-TRAILER-RECORD
           CLOSE MEMBER-MONTH-FILE
           CLOSE SPAN-FILE
           IF MEMBERS-AVAILABLE
               CLOSE MEMBER-FILE
           END-IF.

       START-SPAN-MEMBER.
           SET SPAN-MEMBER-ACTIVE TO TRUE
           MOVE SPAN-MEMBER-ID TO WS-CUR-SPAN-MEMBER
           MOVE SPACES TO WS-MEMBER-PLANS
           PERFORM UNTIL END-OF-MEMBERS OR
                        MBR-MEMBER-ID >= SPAN-MEMBER-ID
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-MEMBERS AND MBR-MEMBER-ID = SPAN-MEMBER-ID
               MOVE MBR-REGION-CODE TO WS-CUR-REGION
               MOVE MBR-PLAN-TYPE TO WS-CUR-MBR-PLAN
           ELSE
               MOVE 'UNKNOWN' TO WS-CUR-REGION
               MOVE 'UNKNOWN' TO WS-CUR-MBR-PLAN
           END-IF
           IF WS-CUR-REGION = SPACES
               MOVE 'UNKNOWN' TO WS-CUR-REGION
           END-IF.

       APPLY-ONE-SPAN.
      *    A month counts when the span covers its first day; a
      *    span with no plan on it takes the member master's
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-CLOSE-MM
                   MOVE WS-PERIOD-YEAR(WS-P) TO WS-MF-YYYY
                   MOVE WS-M TO WS-MF-MM
                   MOVE 1 TO WS-MF-DD
                   IF SPAN-START <= WS-MONTH-FIRST AND
                      SPAN-END >= WS-MONTH-FIRST
                       IF SPAN-PLAN NOT = SPACES
                           MOVE SPAN-PLAN TO WS-MP-PLAN(WS-P, WS-M)
                       ELSE
                           MOVE WS-CUR-MBR-PLAN
                               TO WS-MP-PLAN(WS-P, WS-M)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MEMBER-MONTHS.
      *    Prior year first so the fact file stays in month order
           PERFORM VARYING WS-P FROM 2 BY -1 UNTIL WS-P < 1
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-CLOSE-MM
                   IF WS-MP-PLAN(WS-P, WS-M) NOT = SPACES
                       PERFORM WRITE-ONE-MEMBER-MONTH
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-MEMBER-MONTH.
           MOVE WS-CUR-SPAN-MEMBER TO MM-MEMBER-ID
           MOVE WS-PERIOD-YEAR(WS-P) TO WS-WM-YYYY
           MOVE WS-M TO WS-WM-MM
           MOVE WS-WORK-MONTH TO MM-MONTH
           MOVE WS-MP-PLAN(WS-P, WS-M) TO MM-PLAN-TYPE
           MOVE WS-CUR-REGION TO MM-REGION-CODE
           WRITE MEMBER-MONTH-RECORD
           ADD 1 TO WS-MM-REC-COUNT
           ADD 1 TO WS-MEMBER-MONTHS
           MOVE MM-PLAN-TYPE TO WS-KEY-PLAN
           MOVE MM-REGION-CODE TO WS-KEY-REGION
           MOVE WS-M TO WS-SVC-MM
           PERFORM FIND-OR-ADD-CELL
           IF CELL-FOUND
               ADD 1 TO WS-CELL-MM(WS-CELL-IDX, WS-P)
           END-IF.

       FIND-OR-ADD-CELL.
           MOVE 'N' TO WS-CELL-FOUND
           SET WS-CELL-IDX TO 1
           SEARCH WS-CELL-ENTRY VARYING WS-CELL-IDX
               AT END CONTINUE
               WHEN WS-CELL-IDX > WS-CELL-COUNT
                   CONTINUE
               WHEN WS-CELL-PLAN(WS-CELL-IDX) = WS-KEY-PLAN
                  AND WS-CELL-REGION(WS-CELL-IDX) = WS-KEY-REGION
                  AND WS-CELL-MONTH(WS-CELL-IDX) = WS-SVC-MM
                   SET CELL-FOUND TO TRUE
           END-SEARCH
           IF NOT CELL-FOUND
               IF WS-CELL-COUNT < 1500
                   ADD 1 TO WS-CELL-COUNT
                   SET WS-CELL-IDX TO WS-CELL-COUNT
                   INITIALIZE WS-CELL-ENTRY(WS-CELL-IDX)
                   MOVE WS-KEY-PLAN TO WS-CELL-PLAN(WS-CELL-IDX)
                   MOVE WS-KEY-REGION TO WS-CELL-REGION(WS-CELL-IDX)
                   MOVE WS-SVC-MM TO WS-CELL-MONTH(WS-CELL-IDX)
                   SET CELL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CELL-OVERFLOW
               END-IF
           END-IF.

       RELEASE-SERVICES.
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
           CLOSE CLAIM-FILE
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PHARMACY-CLAIMS
      *    Optional - without the PBM feed Rx fills and pharmacy
      *    PMPM report zero
           OPEN INPUT PHARMACY-CLAIM-FILE
           IF WS-RX-FILE-STATUS = '00'
               SET FILLS-AVAILABLE TO TRUE
               PERFORM UNTIL END-OF-FILLS
                   READ PHARMACY-CLAIM-FILE
                       AT END SET END-OF-FILLS TO TRUE
                       NOT AT END PERFORM RELEASE-ONE-FILL
                   END-READ
               END-PERFORM
               CLOSE PHARMACY-CLAIM-FILE
           ELSE
               DISPLAY 'PHARMACY-CLAIMS.DAT NOT FOUND - RX FILLS '
                   'NOT REPORTED'
           END-IF.

       RELEASE-ONE-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           MOVE SERVICE-DATE(1:6) TO WS-WORK-MONTH
           PERFORM CHECK-IN-WINDOW
           IF IN-WINDOW AND
              (CLAIM-STATUS = 'APPROVED' OR CLAIM-STATUS = 'PARTIAL')
               MOVE MEMBER-ID TO SV-MEMBER-ID
               MOVE SERVICE-DATE TO SV-SERVICE-DATE
               MOVE PROVIDER-ID TO SV-PROVIDER-ID
               MOVE CLAIM-TYPE TO SV-CATEGORY
               MOVE PROCEDURE-CODE TO SV-PROCEDURE-CODE
               MOVE PAID-AMOUNT TO SV-PAID-AMOUNT
               RELEASE SERVICE-SORT-RECORD
           END-IF.

       RELEASE-ONE-FILL.
           ADD 1 TO WS-FILLS-READ
           MOVE FILL-DATE(1:6) TO WS-WORK-MONTH
           PERFORM CHECK-IN-WINDOW
           IF IN-WINDOW
               MOVE RX-MEMBER-ID TO SV-MEMBER-ID
               MOVE FILL-DATE TO SV-SERVICE-DATE
               MOVE PHARMACY-ID TO SV-PROVIDER-ID
               MOVE 'PHARMACY' TO SV-CATEGORY
               MOVE SPACES TO SV-PROCEDURE-CODE
               COMPUTE SV-PAID-AMOUNT =
                   INGREDIENT-COST + DISPENSING-FEE
               RELEASE SERVICE-SORT-RECORD
           END-IF.

       CHECK-IN-WINDOW.
      *    WS-WORK-MONTH falls in January through the closing
      *    month of either year
           MOVE 'N' TO WS-IN-WINDOW
           IF (WS-WM-YYYY = WS-PERIOD-YEAR(1) OR
               WS-WM-YYYY = WS-PERIOD-YEAR(2)) AND
              WS-WM-MM >= 1 AND WS-WM-MM <= WS-CLOSE-MM
               SET IN-WINDOW TO TRUE
           END-IF.

       PLACE-SERVICES.
           OPEN INPUT MEMBER-MONTH-FILE
           PERFORM READ-MEMBER-MONTH
           RETURN SERVICE-SORT-FILE
               AT END SET END-OF-SERVICE-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SERVICE-SORT
               IF SV-MEMBER-ID NOT = WS-CUR-SVC-MEMBER
                   MOVE SV-MEMBER-ID TO WS-CUR-SVC-MEMBER
                   MOVE ZERO TO WS-LAST-ED-DATE
                   MOVE ZERO TO WS-LAST-OFFICE-DATE
                   MOVE ZERO TO WS-LAST-OFFICE-PROV
                   MOVE ZERO TO WS-STAY-PROVIDER
                   MOVE ZERO TO WS-STAY-END-DATE
               END-IF
               MOVE SV-MEMBER-ID TO WS-SVC-MEMBER-ID
               MOVE SV-SERVICE-MONTH TO WS-SVC-MONTH
               PERFORM UNTIL END-OF-MEMBER-MONTHS OR
                            MM-KEY >= WS-SERVICE-KEY
                   PERFORM READ-MEMBER-MONTH
               END-PERFORM
               IF NOT END-OF-MEMBER-MONTHS AND
                  MM-KEY = WS-SERVICE-KEY
                   PERFORM PLACE-ONE-SERVICE
               ELSE
                   ADD 1 TO WS-NOT-ENROLLED
                   ADD SV-PAID-AMOUNT TO WS-NOT-ENROLLED-PAID
               END-IF
               RETURN SERVICE-SORT-FILE
                   AT END SET END-OF-SERVICE-SORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE MEMBER-MONTH-FILE.

       READ-MEMBER-MONTH.
           READ MEMBER-MONTH-FILE
               AT END SET END-OF-MEMBER-MONTHS TO TRUE
           END-READ
           IF NOT END-OF-MEMBER-MONTHS
               IF MEMBER-MONTH-RECORD(1:3) = 'HDR'
                   READ MEMBER-MONTH-FILE
                       AT END SET END-OF-MEMBER-MONTHS TO TRUE
                   END-READ
               END-IF
           END-IF
           IF NOT END-OF-MEMBER-MONTHS
               IF MEMBER-MONTH-RECORD(1:3) = 'TRL'
                   SET END-OF-MEMBER-MONTHS TO TRUE
               END-IF
           END-IF.

       PLACE-ONE-SERVICE.
           ADD 1 TO WS-SERVICES-PLACED
           MOVE SV-SERVICE-MONTH TO WS-WORK-MONTH
           IF WS-WM-YYYY = WS-PERIOD-YEAR(1)
               MOVE 1 TO WS-SVC-PERIOD
           ELSE
               MOVE 2 TO WS-SVC-PERIOD
           END-IF
           MOVE WS-WM-MM TO WS-SVC-MM
           MOVE MM-PLAN-TYPE TO WS-KEY-PLAN
           MOVE MM-REGION-CODE TO WS-KEY-REGION
           PERFORM FIND-OR-ADD-CELL
           IF CELL-FOUND
               PERFORM COUNT-SERVICE-EVENTS
               ADD SV-PAID-AMOUNT
                   TO WS-CELL-PAID(WS-CELL-IDX, WS-SVC-PERIOD)
               PERFORM FIND-OR-ADD-CATEGORY
               IF CATEGORY-FOUND
                   ADD SV-PAID-AMOUNT
                       TO WS-CAT-PAID(WS-CAT-IDX, WS-SVC-PERIOD)
               END-IF
           END-IF.

       COUNT-SERVICE-EVENTS.
      *    An ED visit is one member-day; an office visit one
      *    member, provider and day; an inpatient stay runs on
      *    while the same facility bills the next day, each new
      *    day a bed day in the month it falls in
           EVALUATE SV-CATEGORY
               WHEN 'INPATIENT'
                   PERFORM COUNT-INPATIENT-DAY
               WHEN 'EMERGENCY'
                   IF SV-SERVICE-DATE NOT = WS-LAST-ED-DATE
                       ADD 1 TO WS-CELL-ED(WS-CELL-IDX,
                                           WS-SVC-PERIOD)
                       MOVE SV-SERVICE-DATE TO WS-LAST-ED-DATE
                   END-IF
               WHEN 'PHARMACY'
                   ADD 1 TO WS-CELL-FILLS(WS-CELL-IDX, WS-SVC-PERIOD)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 'N' TO WS-IS-OFFICE-VISIT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               IF SV-PROCEDURE-CODE = WS-OFFICE-CODE(WS-I)
                   SET OFFICE-VISIT TO TRUE
               END-IF
           END-PERFORM
           IF OFFICE-VISIT AND
              (SV-SERVICE-DATE NOT = WS-LAST-OFFICE-DATE OR
               SV-PROVIDER-ID NOT = WS-LAST-OFFICE-PROV)
               ADD 1 TO WS-CELL-OFFICE(WS-CELL-IDX, WS-SVC-PERIOD)
               MOVE SV-SERVICE-DATE TO WS-LAST-OFFICE-DATE
               MOVE SV-PROVIDER-ID TO WS-LAST-OFFICE-PROV
           END-IF.

       COUNT-INPATIENT-DAY.
           MOVE 'N' TO WS-SAME-STAY
           IF SV-PROVIDER-ID = WS-STAY-PROVIDER AND
              WS-STAY-END-DATE > ZERO
               MOVE SV-SERVICE-DATE TO WS-SVC-DATE-NUM
               COMPUTE WS-STAY-DAY-GAP =
                   FUNCTION INTEGER-OF-DATE(WS-SVC-DATE-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-STAY-END-DATE)
               IF WS-STAY-DAY-GAP <= 1
                   SET SAME-STAY TO TRUE
               END-IF
           END-IF
           IF SAME-STAY
               IF WS-STAY-DAY-GAP > ZERO
                   ADD 1 TO WS-CELL-DAYS(WS-CELL-IDX, WS-SVC-PERIOD)
                   MOVE SV-SERVICE-DATE TO WS-STAY-END-DATE
               END-IF
           ELSE
               ADD 1 TO WS-CELL-ADMITS(WS-CELL-IDX, WS-SVC-PERIOD)
               ADD 1 TO WS-CELL-DAYS(WS-CELL-IDX, WS-SVC-PERIOD)
               MOVE SV-PROVIDER-ID TO WS-STAY-PROVIDER
               MOVE SV-SERVICE-DATE TO WS-STAY-END-DATE
           END-IF.

       FIND-OR-ADD-CATEGORY.
           SET WS-CELL-NUMBER TO WS-CELL-IDX
           MOVE 'N' TO WS-CAT-FOUND
           SET WS-CAT-IDX TO 1
           SEARCH WS-CAT-ENTRY VARYING WS-CAT-IDX
               AT END CONTINUE
               WHEN WS-CAT-IDX > WS-CAT-COUNT
                   CONTINUE
               WHEN WS-CAT-CELL(WS-CAT-IDX) = WS-CELL-NUMBER
                  AND WS-CAT-NAME(WS-CAT-IDX) = SV-CATEGORY
                   SET CATEGORY-FOUND TO TRUE
           END-SEARCH
           IF NOT CATEGORY-FOUND
               IF WS-CAT-COUNT < 6000
                   ADD 1 TO WS-CAT-COUNT
                   SET WS-CAT-IDX TO WS-CAT-COUNT
                   MOVE WS-CELL-NUMBER TO WS-CAT-CELL(WS-CAT-IDX)
                   MOVE SV-CATEGORY TO WS-CAT-NAME(WS-CAT-IDX)
                   MOVE ZERO TO WS-CAT-PAID(WS-CAT-IDX, 1)
                   MOVE ZERO TO WS-CAT-PAID(WS-CAT-IDX, 2)
                   SET CATEGORY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CELL-OVERFLOW
               END-IF
           END-IF.

       RELEASE-REPORT-ROWS.
           PERFORM RELEASE-CELL-ROW
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
           PERFORM RELEASE-CATEGORY-ROW
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT.

       RELEASE-CELL-ROW.
           INITIALIZE UTILIZATION-RECORD
           MOVE 'U' TO UT-RECORD-TYPE
           MOVE SPACES TO UT-CATEGORY
           PERFORM MOVE-CELL-KEY
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               MOVE WS-CELL-MM(WS-CELL-IDX, WS-P) TO WS-RATE-MM
               MOVE WS-CELL-ADMITS(WS-CELL-IDX, WS-P)
                   TO WS-RATE-EVENTS
               PERFORM COMPUTE-RATE-PER-K
               IF WS-P = 1
                   MOVE WS-RATE-MM TO UT-CUR-MEMBER-MONTHS
                   MOVE WS-RATE-RESULT TO UT-CUR-ADMITS-K
               ELSE
                   MOVE WS-RATE-MM TO UT-PY-MEMBER-MONTHS
                   MOVE WS-RATE-RESULT TO UT-PY-ADMITS-K
               END-IF
               MOVE WS-CELL-DAYS(WS-CELL-IDX, WS-P) TO WS-RATE-EVENTS
               PERFORM COMPUTE-RATE-PER-K
               IF WS-P = 1
                   MOVE WS-RATE-RESULT TO UT-CUR-DAYS-K
               ELSE
                   MOVE WS-RATE-RESULT TO UT-PY-DAYS-K
               END-IF
               MOVE WS-CELL-ED(WS-CELL-IDX, WS-P) TO WS-RATE-EVENTS
               PERFORM COMPUTE-RATE-PER-K
               IF WS-P = 1
                   MOVE WS-RATE-RESULT TO UT-CUR-ED-K
               ELSE
                   MOVE WS-RATE-RESULT TO UT-PY-ED-K
               END-IF
               MOVE WS-CELL-OFFICE(WS-CELL-IDX, WS-P)
                   TO WS-RATE-EVENTS
               PERFORM COMPUTE-RATE-PER-K
               IF WS-P = 1
                   MOVE WS-RATE-RESULT TO UT-CUR-OFFICE-K
               ELSE
                   MOVE WS-RATE-RESULT TO UT-PY-OFFICE-K
               END-IF
               MOVE WS-CELL-FILLS(WS-CELL-IDX, WS-P)
                   TO WS-RATE-EVENTS
               PERFORM COMPUTE-RATE-PER-K
               IF WS-P = 1
                   MOVE WS-RATE-RESULT TO UT-CUR-RX-K
               ELSE
                   MOVE WS-RATE-RESULT TO UT-PY-RX-K
               END-IF
           END-PERFORM
           MOVE WS-CELL-PAID(WS-CELL-IDX, 1) TO UT-CUR-PAID
           MOVE WS-CELL-PAID(WS-CELL-IDX, 2) TO UT-PY-PAID
           PERFORM COMPUTE-ROW-PMPM
           PERFORM ROLL-UP-PLAN-TOTALS
           PERFORM RELEASE-UTILIZATION-ROW.

       RELEASE-CATEGORY-ROW.
           SET WS-CELL-IDX TO WS-CAT-CELL(WS-CAT-IDX)
           INITIALIZE UTILIZATION-RECORD
           MOVE 'C' TO UT-RECORD-TYPE
           MOVE WS-CAT-NAME(WS-CAT-IDX) TO UT-CATEGORY
           PERFORM MOVE-CELL-KEY
           MOVE WS-CELL-MM(WS-CELL-IDX, 1) TO UT-CUR-MEMBER-MONTHS
           MOVE WS-CELL-MM(WS-CELL-IDX, 2) TO UT-PY-MEMBER-MONTHS
           MOVE WS-CAT-PAID(WS-CAT-IDX, 1) TO UT-CUR-PAID
           MOVE WS-CAT-PAID(WS-CAT-IDX, 2) TO UT-PY-PAID
           PERFORM COMPUTE-ROW-PMPM
           PERFORM RELEASE-UTILIZATION-ROW.

       MOVE-CELL-KEY.
           MOVE WS-CELL-PLAN(WS-CELL-IDX) TO UT-PLAN-TYPE
           MOVE WS-CELL-REGION(WS-CELL-IDX) TO UT-REGION-CODE
           MOVE WS-PERIOD-YEAR(1) TO WS-WM-YYYY
           MOVE WS-CELL-MONTH(WS-CELL-IDX) TO WS-WM-MM
           MOVE WS-WORK-MONTH TO UT-MONTH.

       COMPUTE-RATE-PER-K.
      *    Monthly events annualized to a rate per 1,000 members
           IF WS-RATE-MM > ZERO
               COMPUTE WS-RATE-RESULT ROUNDED =
                   WS-RATE-EVENTS * 12000 / WS-RATE-MM
           ELSE
               MOVE ZERO TO WS-RATE-RESULT
           END-IF.

       COMPUTE-ROW-PMPM.
           IF UT-CUR-MEMBER-MONTHS > ZERO
               COMPUTE UT-CUR-PMPM ROUNDED =
                   UT-CUR-PAID / UT-CUR-MEMBER-MONTHS
           ELSE
               MOVE ZERO TO UT-CUR-PMPM
           END-IF
           IF UT-PY-MEMBER-MONTHS > ZERO
               COMPUTE UT-PY-PMPM ROUNDED =
                   UT-PY-PAID / UT-PY-MEMBER-MONTHS
           ELSE
               MOVE ZERO TO UT-PY-PMPM
           END-IF.

       RELEASE-UTILIZATION-ROW.
           MOVE UTILIZATION-RECORD TO REPORT-SORT-RECORD
           RELEASE REPORT-SORT-RECORD.

       ROLL-UP-PLAN-TOTALS.
           MOVE 'N' TO WS-PLAN-FOUND
           SET WS-PLAN-IDX TO 1
           SEARCH WS-PLAN-ENTRY VARYING WS-PLAN-IDX
               AT END CONTINUE
               WHEN WS-PLAN-IDX > WS-PLAN-COUNT
                   CONTINUE
               WHEN WS-PLAN-NAME(WS-PLAN-IDX) = UT-PLAN-TYPE
                   SET PLAN-FOUND TO TRUE
           END-SEARCH
           IF NOT PLAN-FOUND AND WS-PLAN-COUNT < 50
               ADD 1 TO WS-PLAN-COUNT
               SET WS-PLAN-IDX TO WS-PLAN-COUNT
               INITIALIZE WS-PLAN-ENTRY(WS-PLAN-IDX)
               MOVE UT-PLAN-TYPE TO WS-PLAN-NAME(WS-PLAN-IDX)
               SET PLAN-FOUND TO TRUE
           END-IF
           IF PLAN-FOUND
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
                   ADD WS-CELL-MM(WS-CELL-IDX, WS-P)
                       TO WS-PLAN-MM(WS-PLAN-IDX, WS-P)
                   ADD WS-CELL-ADMITS(WS-CELL-IDX, WS-P)
                       TO WS-PLAN-ADMITS(WS-PLAN-IDX, WS-P)
                   ADD WS-CELL-PAID(WS-CELL-IDX, WS-P)
                       TO WS-PLAN-PAID(WS-PLAN-IDX, WS-P)
               END-PERFORM
           END-IF.

       WRITE-UTILIZATION-EXTRACT.
      *    Target: PAYER-ANALYST.ACTUARIAL.UTILIZATION-PMPM
           OPEN OUTPUT UTILIZATION-FILE
           MOVE 'HDR' TO UT-H-RECORD-TYPE
           MOVE 'UTILIZATION-PMPM' TO UT-H-PROGRAM
           MOVE WS-RUN-DATE TO UT-H-RUN-DATE
           MOVE SPACES TO UT-H-PERIOD
           STRING WS-PERIOD-YEAR(1) '01-' WS-CLOSE-MONTH
               DELIMITED BY SIZE INTO UT-H-PERIOD
           WRITE UT-HEADER-RECORD
           RETURN REPORT-SORT-FILE
               AT END SET END-OF-REPORT-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-REPORT-SORT
               MOVE REPORT-SORT-RECORD TO UTILIZATION-RECORD
               WRITE UTILIZATION-RECORD
               ADD 1 TO WS-UT-REC-COUNT
               IF UT-RECORD-TYPE = 'U'
                   COMPUTE WS-UT-HASH = WS-UT-HASH +
                       UT-CUR-PAID * 100
               END-IF
               RETURN REPORT-SORT-FILE
                   AT END SET END-OF-REPORT-SORT TO TRUE
               END-RETURN
           END-PERFORM
           MOVE 'TRL' TO UT-T-RECORD-TYPE
           MOVE WS-UT-REC-COUNT TO UT-T-RECORD-COUNT
           MOVE WS-UT-HASH TO UT-T-HASH-TOTAL
           WRITE UT-TRAILER-RECORD
           CLOSE UTILIZATION-FILE.

       WRITE-UTILIZATION-REPORT.
      *    Write output to: PAYER-ANALYST.ACTUARIAL.UTILIZATION-PMPM
           DISPLAY '=========================================='
           DISPLAY 'UTILIZATION PER 1,000 AND PMPM REPORT'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'WINDOW: ' WS-PERIOD-YEAR(1) '01 THROUGH '
               WS-CLOSE-MONTH ' VS SAME MONTHS OF '
               WS-PERIOD-YEAR(2)
           DISPLAY 'ENROLLMENT SPANS READ: ' WS-SPANS-READ
           DISPLAY 'MEMBER-MONTHS WRITTEN: ' WS-MEMBER-MONTHS
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'RX FILLS READ: ' WS-FILLS-READ
           DISPLAY 'SERVICES PLACED: ' WS-SERVICES-PLACED
           DISPLAY 'SERVICES IN MONTHS NOT ENROLLED: '
               WS-NOT-ENROLLED '  $' WS-NOT-ENROLLED-PAID
           DISPLAY 'PLAN/REGION/MONTH CELLS: ' WS-CELL-COUNT
           IF WS-CELL-OVERFLOW > ZERO
               DISPLAY 'WARNING: CELL TABLE FULL - '
                   WS-CELL-OVERFLOW ' ENTRIES NOT REPORTED'
           END-IF
           DISPLAY ' '
           DISPLAY 'BY PLAN TYPE, YEAR TO DATE (CURRENT / PRIOR):'
           PERFORM DISPLAY-PLAN-TOTALS
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
           DISPLAY '=========================================='
           DISPLAY 'UTILIZATION ANALYSIS COMPLETE'.

       DISPLAY-PLAN-TOTALS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 2
               MOVE WS-PLAN-MM(WS-PLAN-IDX, WS-P) TO WS-RATE-MM
               MOVE WS-PLAN-ADMITS(WS-PLAN-IDX, WS-P)
                   TO WS-RATE-EVENTS
               PERFORM COMPUTE-RATE-PER-K
               MOVE WS-RATE-RESULT TO WS-PLAN-ADMITS-K(WS-P)
               IF WS-RATE-MM > ZERO
                   COMPUTE WS-PLAN-PMPM(WS-P) ROUNDED =
                       WS-PLAN-PAID(WS-PLAN-IDX, WS-P) / WS-RATE-MM
               ELSE
                   MOVE ZERO TO WS-PLAN-PMPM(WS-P)
               END-IF
           END-PERFORM
           DISPLAY '  ' WS-PLAN-NAME(WS-PLAN-IDX)
           DISPLAY '    Member-Months: '
               WS-PLAN-MM(WS-PLAN-IDX, 1) ' / '
               WS-PLAN-MM(WS-PLAN-IDX, 2)
           DISPLAY '    Admits/1000: ' WS-PLAN-ADMITS-K(1)
               ' / ' WS-PLAN-ADMITS-K(2)
           DISPLAY '    Paid PMPM: $' WS-PLAN-PMPM(1)
               ' / $' WS-PLAN-PMPM(2).
