       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEDIS-SPC-SUMMARY.
       AUTHOR. PAYER-ANALYTICS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    HEDIS SPC (Statin Therapy for Patients with
      *    Cardiovascular Disease). The denominator is members with
      *    an ASCVD diagnosis on DIAGNOSES.DAT - men 21-75 and women
      *    40-75 - continuously enrolled for the measurement year
      *    under the same span rule the CBP and CDC measures use.
      *    The numerator is any statin fill in the year on the
      *    pharmacy claims, by THERAPEUTIC-CLASS. The adherence
      *    sub-rate scores statin users on proportion of days
      *    covered from the first fill to year end, using the same
      *    early-refill coverage walk MED-ADHERENCE-ANALYSIS uses,
      *    with 80% as adherent. SPC is an administrative-only
      *    measure, so there is no hybrid sample or chart chase.
      *    Summary, non-compliant roster and rejects are written in
      *    the same shape as the other HEDIS measures so
      *    STAR-RATINGS-ROLLUP, CONTACT-GOVERNANCE and
      *    SUSPENSE-MANAGER pick them up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT DIAGNOSIS-FILE
               ASSIGN TO "DIAGNOSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIAG-FILE-STATUS.
           SELECT PHARMACY-CLAIM-FILE
               ASSIGN TO "PHARMACY-CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RX-FILE-STATUS.
           SELECT ENROLLMENT-SPAN-FILE
               ASSIGN TO "ENROLLMENT-SPANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPAN-FILE-STATUS.
           SELECT ELIG-WORK-FILE
               ASSIGN TO "SPC-ELIG.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT EVENT-SORT-FILE
               ASSIGN TO "SPC-EVENT-SORT.TMP".
           SELECT NONCOMPLIANT-FILE
               ASSIGN TO "SPC-NONCOMPLIANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SPC-SUMMARY-FILE
               ASSIGN TO "SPC-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REJECT-FILE
               ASSIGN TO "SPC-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT SUSPENSE-FILE
               ASSIGN TO "SPC-DIAGNOSIS-SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

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
           05  ENROLLMENT-STATUS   PIC X(10).
           05  ENROLLMENT-MONTHS   PIC 9(2).
      *    Geography for the regional breakdowns
           05  REGION-CODE         PIC X(10).
           05  COUNTY-NAME         PIC X(20).
           05  ZIP-CODE            PIC X(5).
      *    Member-reported demographics for the NCQA stratified
      *    reporting split
           05  RACE-ETHNICITY      PIC X(10).
           05  LANGUAGE-CODE       PIC X(10).

       FD  DIAGNOSIS-FILE.
       01  DIAGNOSIS-RECORD.
           05  DIAG-MEMBER-ID      PIC 9(10).
           05  DIAG-DIAGNOSIS-CODE PIC X(7).
           05  DIAG-HCC-CODE       PIC X(6).
           05  DIAG-SERVICE-DATE   PIC 9(8).
           05  DIAG-HCC-WEIGHT     PIC 9V9999 COMP-3.

       FD  PHARMACY-CLAIM-FILE.
           COPY "PHARMACY-CLAIM-RECORD.CPY".

       FD  ENROLLMENT-SPAN-FILE.
           COPY "ENROLLMENT-SPAN-RECORD.CPY".

      *    Denominator roster spilled to a work file in member
      *    order, the same no-ceiling approach as the CBP roster
       FD  ELIG-WORK-FILE.
       01  ELIG-WORK-RECORD.
           05  EW-MEMBER-ID        PIC 9(10).
           05  EW-AGE-GROUP        PIC X(10).
           05  EW-REGION           PIC X(10).

      *    Statin fills sorted by member and fill date so the
      *    coverage walk sees each member's refills in order
       SD  EVENT-SORT-FILE.
       01  EVENT-SORT-RECORD.
           05  EV-MEMBER-ID        PIC 9(10).
           05  EV-FILL-DATE        PIC 9(8).
           05  EV-DAYS-SUPPLY      PIC 9(3).

       FD  NONCOMPLIANT-FILE.
      *    GAP-TYPE is NO STATIN for a denominator member with no
      *    fill in the year and LOW PDC for a statin user under the
      *    adherence threshold
       01  NONCOMPLIANT-RECORD.
           05  NC-MEMBER-ID        PIC 9(10).
           05  NC-AGE-GROUP        PIC X(10).
           05  NC-GAP-TYPE         PIC X(10).
           05  NC-PDC-PCT          PIC 9(3)V99.

       FD  SPC-SUMMARY-FILE.
      *    Leading four fields match every HEDIS summary for the
      *    Star Ratings rollup; the adherence sub-rate follows
       01  SPC-SUMMARY-RECORD.
           05  CS-MEASURE-YEAR     PIC 9(4).
           05  CS-DENOMINATOR      PIC 9(7).
           05  CS-NUMERATOR        PIC 9(7).
           05  CS-COMPLIANCE-RATE  PIC 9(3)V99.
           05  CS-ADH-DENOMINATOR  PIC 9(7).
           05  CS-ADH-NUMERATOR    PIC 9(7).
           05  CS-ADH-RATE         PIC 9(3)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==CSX==.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-MEMBER-ID        PIC 9(10).
           05  RJ-REASON-CODE      PIC X(4).
           05  RJ-REASON-TEXT      PIC X(40).

      *    Orphan diagnosis suspense listing: a diagnosis record
      *    whose MEMBER-ID never shows up in MEMBER-FILE is logged
      *    here instead of stalling the DIAGNOSIS-FILE cursor
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SU-MEMBER-ID            PIC 9(10).
           05  SU-DIAGNOSIS-CODE       PIC X(7).
           05  SU-HCC-CODE             PIC X(6).
           05  SU-SERVICE-DATE         PIC 9(8).
           05  SU-REASON-TEXT          PIC X(40).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05  WS-DENOMINATOR      PIC 9(7) VALUE ZERO.
           05  WS-NUMERATOR        PIC 9(7) VALUE ZERO.
           05  WS-ADH-DENOMINATOR  PIC 9(7) VALUE ZERO.
           05  WS-ADH-NUMERATOR    PIC 9(7) VALUE ZERO.
           05  WS-FILLS-READ       PIC 9(9) VALUE ZERO.
           05  WS-STATIN-FILLS     PIC 9(9) VALUE ZERO.
           05  WS-NO-STATIN        PIC 9(7) VALUE ZERO.
           05  WS-LOW-PDC          PIC 9(7) VALUE ZERO.

       01  WS-MEASURE-YEAR         PIC 9(4) VALUE 2023.
       01  WS-EXTRACT-RUN-DATE     PIC 9(8).
       01  WS-COMPLIANCE-RATE      PIC 9(3)V99.
       01  WS-ADH-RATE             PIC 9(3)V99.

       01  WS-ASCVD-CODES.
      *    ICD-10 prefixes that identify atherosclerotic
      *    cardiovascular disease for the SPC denominator: ischemic
      *    heart disease (including MI), ischemic stroke, cerebral
      *    artery occlusion, and peripheral atherosclerosis
           05  WS-ASCVD-CODE       OCCURS 10 TIMES PIC X(3).

       01  WS-STATIN-CLASS         PIC X(20) VALUE 'STATINS'.

       01  WS-I                    PIC 9(2).
       01  WS-IS-ASCVD             PIC X VALUE 'N'.
           88  IS-ASCVD            VALUE 'Y'.
       01  WS-AGE-BAND-MET         PIC X VALUE 'N'.
           88  AGE-BAND-MET        VALUE 'Y'.

      *    Statin adherence sub-rate: proportion of days covered
      *    from the first statin fill through year end
       01  WS-PDC-THRESHOLD        PIC 9(3)V99 VALUE 80.00.
       01  WS-FIRST-FILL-INT       PIC 9(7).
       01  WS-FILL-INT             PIC 9(7).
       01  WS-COVER-START          PIC 9(7).
       01  WS-RX-COVER-CURSOR      PIC 9(7).
       01  WS-COVERED-DAYS         PIC 9(5).
       01  WS-TREATMENT-DAYS       PIC 9(5).
       01  WS-PDC-PCT              PIC 9(3)V99.
       01  WS-RX-FILE-STATUS       PIC XX.

      *    Per-roster-member evaluation state for the fill merge
       01  WS-ELIGIBLE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ELIG-EOF             PIC X VALUE 'N'.
           88  END-OF-ROSTER       VALUE 'Y'.
       01  WS-EVENT-EOF            PIC X VALUE 'N'.
           88  END-OF-EVENTS       VALUE 'Y'.
       01  WS-MEM-COMPLIANT        PIC X.
           88  MEMBER-COMPLIANT    VALUE 'Y'.
       01  WS-AGE-GROUP            PIC X(10).

      *    Continuous-enrollment evaluation off the enrollment-span
      *    history file: spans must cover the measurement year with
      *    at most one gap of up to 45 days and enrollment in force
      *    on the anchor date; falls back to the single
      *    ENROLLMENT-MONTHS = 12 test when no span file is present
       01  WS-SPAN-FILE-STATUS     PIC XX.
       01  WS-SPAN-FILE-FOUND      PIC X VALUE 'N'.
           88  SPAN-DATA-AVAILABLE VALUE 'Y'.
       01  WS-SPAN-EOF             PIC X VALUE 'N'.
           88  END-OF-SPANS        VALUE 'Y'.
       01  WS-CONT-ENROLLED        PIC X VALUE 'N'.
           88  CONTINUOUSLY-ENROLLED VALUE 'Y'.
       01  WS-SPAN-MEMBER-WORK     PIC 9(10).
       01  WS-MY-START             PIC 9(8) VALUE 20230101.
       01  WS-MY-END               PIC 9(8) VALUE 20231231.
       01  WS-MY-START-INT         PIC 9(7).
       01  WS-MY-END-INT           PIC 9(7).
       01  WS-SPAN-START-INT       PIC 9(7).
       01  WS-SPAN-END-INT         PIC 9(7).
       01  WS-COVER-CURSOR         PIC 9(7).
       01  WS-GAP-DAYS             PIC S9(5).
       01  WS-GAP-COUNT            PIC 9(3).
       01  WS-ALLOWED-GAP-DAYS     PIC 9(3) VALUE 45.
       01  WS-ENROLL-FAIL          PIC X VALUE 'N'.
           88  ENROLL-FAILED       VALUE 'Y'.

      *    Compliance split by member region
       01  WS-HREG-TABLE.
           05  WS-HREG-ENTRY       OCCURS 25 TIMES
                                   INDEXED BY WS-HREG-IDX.
               10  WS-HREG-NAME        PIC X(10).
               10  WS-HREG-DENOM       PIC 9(7) VALUE ZERO.
               10  WS-HREG-NUMER       PIC 9(7) VALUE ZERO.
       01  WS-HREG-COUNT-USED      PIC 9(2) VALUE ZERO.
       01  WS-HREG-FOUND           PIC X VALUE 'N'.
           88  HREG-FOUND          VALUE 'Y'.
       01  WS-HREG-RATE            PIC 9(3)V99.

       01  WS-FLAGS.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-DIAG            PIC X VALUE 'N'.
               88  END-OF-DIAG     VALUE 'Y'.
           05  EOF-PHARMACY        PIC X VALUE 'N'.
               88  END-OF-PHARMACY VALUE 'Y'.

       01  WS-CURRENT-MEMBER       PIC 9(10).

       01  WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-RECORD-INVALID       PIC X VALUE 'N'.
           88  RECORD-INVALID      VALUE 'Y'.
       01  WS-REJECT-CODE          PIC X(4).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-SUSPENSE-COUNT       PIC 9(7) VALUE ZERO.

      *    Bad open on the primary extract aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-DIAG-FILE-STATUS     PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

      *    Measurement window off RUN-PARAMETERS.DAT; absent (a
      *    standalone run) the compiled-in window stays in effect
       01  WS-PARAM-STATUS         PIC XX.
       01  WS-PERIOD-WORK          PIC 9(8).
       01  WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
           05  WS-PERIOD-YEAR      PIC 9(4).
           05  FILLER              PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM INITIALIZE-PROGRAM
           PERFORM OPEN-FILES
           IF NOT OPEN-FAILED
               PERFORM CALC-DENOMINATOR
      *        Statin fills are sorted by member and fill date and
      *        merge-matched against the roster work file
               SORT EVENT-SORT-FILE
                   ASCENDING KEY EV-MEMBER-ID
                                 EV-FILL-DATE
                   INPUT PROCEDURE IS RELEASE-STATIN-FILLS
                   OUTPUT PROCEDURE IS MATCH-FILLS-TO-ROSTER
               PERFORM CALC-RATES
               PERFORM WRITE-REPORT
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    The measurement year tracks the run period written by
      *    the batch driver, so a prior-period restatement needs
      *    no recompile
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       MOVE RP-PERIOD-START TO WS-MY-START
                       MOVE RP-PERIOD-END TO WS-MY-END
                       MOVE RP-PERIOD-START TO WS-PERIOD-WORK
                       MOVE WS-PERIOD-YEAR TO WS-MEASURE-YEAR
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       INITIALIZE-PROGRAM.
      *    Initialize ASCVD diagnosis prefixes
           MOVE 'I20' TO WS-ASCVD-CODE(1)
           MOVE 'I21' TO WS-ASCVD-CODE(2)
           MOVE 'I22' TO WS-ASCVD-CODE(3)
           MOVE 'I23' TO WS-ASCVD-CODE(4)
           MOVE 'I24' TO WS-ASCVD-CODE(5)
           MOVE 'I25' TO WS-ASCVD-CODE(6)
           MOVE 'I63' TO WS-ASCVD-CODE(7)
           MOVE 'I65' TO WS-ASCVD-CODE(8)
           MOVE 'I66' TO WS-ASCVD-CODE(9)
           MOVE 'I70' TO WS-ASCVD-CODE(10)
           COMPUTE WS-MY-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MY-START)
           COMPUTE WS-MY-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-MY-END).

       OPEN-FILES.
      *    Open member, diagnosis and pharmacy files from mainframe
      *    Source: PAYER-DEV.ANALYTICS-GOLD.MEMBERS
      *    Source: PAYER-DEV.ANALYTICS-GOLD.DIAGNOSES
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PHARMACY-CLAIMS
           OPEN INPUT MEMBER-FILE
           OPEN INPUT DIAGNOSIS-FILE
           IF WS-MEMBER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN MEMBERS.DAT - STATUS '
                   WS-MEMBER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               IF WS-DIAG-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN DIAGNOSES.DAT - '
                       'STATUS ' WS-DIAG-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
      *            No pharmacy file would publish a zero statin rate
      *            to the Star rollup, so it is as fatal as the
      *            member file
                   OPEN INPUT PHARMACY-CLAIM-FILE
                   IF WS-RX-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR: UNABLE TO OPEN '
                           'PHARMACY-CLAIMS.DAT - STATUS '
                           WS-RX-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET OPEN-FAILED TO TRUE
                   ELSE
                       PERFORM OPEN-WORK-FILES
                   END-IF
               END-IF
           END-IF.

       OPEN-WORK-FILES.
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT ELIG-WORK-FILE
           OPEN INPUT ENROLLMENT-SPAN-FILE
           IF WS-SPAN-FILE-STATUS = '00'
               SET SPAN-DATA-AVAILABLE TO TRUE
               READ ENROLLMENT-SPAN-FILE
                   AT END SET END-OF-SPANS TO TRUE
               END-READ
           ELSE
               DISPLAY 'ENROLLMENT-SPANS.DAT NOT FOUND - USING '
                   'ENROLLMENT-MONTHS = 12 TEST'
           END-IF
           READ MEMBER-FILE
               AT END SET END-OF-MEMBERS TO TRUE
           END-READ
           READ DIAGNOSIS-FILE
               AT END SET END-OF-DIAG TO TRUE
           END-READ.

       CALC-DENOMINATOR.
      *    Calculate SPC denominator: men 21-75 and women 40-75,
      *    actively enrolled the full year, with an ASCVD diagnosis
      *    From mainframe table: PAYER-DEV.ANALYTICS-GOLD.MEMBERS
           PERFORM UNTIL END-OF-MEMBERS
               MOVE MEMBER-ID IN MEMBER-RECORD TO WS-CURRENT-MEMBER
               MOVE 'N' TO WS-IS-ASCVD
               PERFORM FLAG-ORPHAN-DIAGNOSES
               PERFORM CHECK-ASCVD-DIAGNOSIS
               MOVE WS-CURRENT-MEMBER TO WS-SPAN-MEMBER-WORK
               PERFORM CHECK-CONTINUOUS-ENROLLMENT
               PERFORM VALIDATE-MEMBER-RECORD
               IF RECORD-INVALID
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   PERFORM CHECK-SPC-AGE-BAND
                   IF AGE-BAND-MET
                       IF ENROLLMENT-STATUS = 'ACTIVE'
                           IF CONTINUOUSLY-ENROLLED
                               IF IS-ASCVD
                                   ADD 1 TO WS-DENOMINATOR
                                   PERFORM ADD-ELIGIBLE-MEMBER
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM
           PERFORM FLAG-REMAINING-DIAGNOSES
           CLOSE MEMBER-FILE
           CLOSE DIAGNOSIS-FILE
           CLOSE REJECT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE ELIG-WORK-FILE
           IF SPAN-DATA-AVAILABLE
               CLOSE ENROLLMENT-SPAN-FILE
           END-IF.

       CHECK-SPC-AGE-BAND.
      *    NCQA splits the SPC age band by gender
           MOVE 'N' TO WS-AGE-BAND-MET
           EVALUATE TRUE
               WHEN GENDER = 'M' AND AGE >= 21 AND AGE <= 75
                   SET AGE-BAND-MET TO TRUE
               WHEN GENDER = 'F' AND AGE >= 40 AND AGE <= 75
                   SET AGE-BAND-MET TO TRUE
           END-EVALUATE.

       CHECK-CONTINUOUS-ENROLLMENT.
      *    Walk this member's enrollment spans (file sorted by
      *    member, then span start) and decide continuous
      *    enrollment for the measurement year under the NCQA
      *    allowable-gap rule
           MOVE 'N' TO WS-CONT-ENROLLED
           IF NOT SPAN-DATA-AVAILABLE
               IF ENROLLMENT-MONTHS = 12
                   SET CONTINUOUSLY-ENROLLED TO TRUE
               END-IF
           ELSE
               PERFORM SKIP-EARLIER-SPANS
               MOVE 'N' TO WS-ENROLL-FAIL
               MOVE ZERO TO WS-GAP-COUNT
               MOVE WS-MY-START-INT TO WS-COVER-CURSOR
               PERFORM UNTIL END-OF-SPANS OR
                            SPAN-MEMBER-ID NOT = WS-SPAN-MEMBER-WORK
                   PERFORM APPLY-ENROLLMENT-SPAN
                   READ ENROLLMENT-SPAN-FILE
                       AT END SET END-OF-SPANS TO TRUE
                   END-READ
               END-PERFORM
      *        Coverage stopping short of year end means the member
      *        was not enrolled on the anchor date
               IF WS-COVER-CURSOR <= WS-MY-END-INT
                   SET ENROLL-FAILED TO TRUE
               END-IF
               IF NOT ENROLL-FAILED AND WS-GAP-COUNT <= 1
                   SET CONTINUOUSLY-ENROLLED TO TRUE
               END-IF
           END-IF.

       SKIP-EARLIER-SPANS.
      *    Spans for members already passed by the control break
      *    have no member left to match against
           PERFORM UNTIL END-OF-SPANS OR
                        SPAN-MEMBER-ID >= WS-SPAN-MEMBER-WORK
               READ ENROLLMENT-SPAN-FILE
                   AT END SET END-OF-SPANS TO TRUE
               END-READ
           END-PERFORM.

       APPLY-ENROLLMENT-SPAN.
      *    Fold one span into the coverage cursor, counting any gap
      *    it leaves against the one allowed gap
           IF SPAN-START NOT = ZERO AND SPAN-END NOT = ZERO
               COMPUTE WS-SPAN-START-INT =
                   FUNCTION INTEGER-OF-DATE(SPAN-START)
               COMPUTE WS-SPAN-END-INT =
                   FUNCTION INTEGER-OF-DATE(SPAN-END)
               IF WS-SPAN-END-INT >= WS-MY-START-INT AND
                  WS-SPAN-START-INT <= WS-MY-END-INT
                   IF WS-SPAN-START-INT > WS-COVER-CURSOR
                       COMPUTE WS-GAP-DAYS =
                           WS-SPAN-START-INT - WS-COVER-CURSOR
                       ADD 1 TO WS-GAP-COUNT
                       IF WS-GAP-DAYS > WS-ALLOWED-GAP-DAYS
                           SET ENROLL-FAILED TO TRUE
                       END-IF
                   END-IF
                   IF WS-SPAN-END-INT >= WS-COVER-CURSOR
                       COMPUTE WS-COVER-CURSOR = WS-SPAN-END-INT + 1
                   END-IF
               END-IF
           END-IF.

       CHECK-ASCVD-DIAGNOSIS.
      *    Advance the diagnosis file in lockstep with the member
      *    file (both sorted by MEMBER-ID) and flag an ASCVD dx
           PERFORM UNTIL END-OF-DIAG OR
                        DIAG-MEMBER-ID NOT = WS-CURRENT-MEMBER
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
                   IF DIAG-DIAGNOSIS-CODE(1:3) =
                           WS-ASCVD-CODE(WS-I)
                       MOVE 'Y' TO WS-IS-ASCVD
                   END-IF
               END-PERFORM
               READ DIAGNOSIS-FILE
                   AT END SET END-OF-DIAG TO TRUE
               END-READ
           END-PERFORM.

       FLAG-ORPHAN-DIAGNOSES.
      *    MEMBER-FILE and DIAGNOSIS-FILE both arrive sorted by
      *    MEMBER-ID, so a buffered diagnosis record whose MEMBER-ID
      *    is still behind the member we're about to process belongs
      *    to no MEMBER-RECORD in this run - log it to the suspense
      *    file instead of leaving it stuck in the control break
           PERFORM UNTIL END-OF-DIAG OR
                        DIAG-MEMBER-ID >= WS-CURRENT-MEMBER
               PERFORM WRITE-DIAGNOSIS-SUSPENSE-RECORD
               READ DIAGNOSIS-FILE
                   AT END SET END-OF-DIAG TO TRUE
               END-READ
           END-PERFORM.

       FLAG-REMAINING-DIAGNOSES.
      *    Once MEMBER-FILE is exhausted, anything left in
      *    DIAGNOSIS-FILE has no member left to match against
           PERFORM UNTIL END-OF-DIAG
               PERFORM WRITE-DIAGNOSIS-SUSPENSE-RECORD
               READ DIAGNOSIS-FILE
                   AT END SET END-OF-DIAG TO TRUE
               END-READ
           END-PERFORM.

       WRITE-DIAGNOSIS-SUSPENSE-RECORD.
      *    Orphan diagnosis extract - no matching MEMBER-ID
      *    Target: PAYER-ANALYST.HEDIS-REPORTS.SPC-DIAGNOSIS-SUSPENSE
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE DIAG-MEMBER-ID TO SU-MEMBER-ID
           MOVE DIAG-DIAGNOSIS-CODE TO SU-DIAGNOSIS-CODE
           MOVE DIAG-HCC-CODE TO SU-HCC-CODE
           MOVE DIAG-SERVICE-DATE TO SU-SERVICE-DATE
           MOVE 'NO MATCHING MEMBER RECORD' TO SU-REASON-TEXT
           WRITE SUSPENSE-RECORD.

       VALIDATE-MEMBER-RECORD.
      *    Reject members with a zero-filled DATE-OF-BIRTH or an
      *    impossible AGE instead of letting them flow silently into
      *    the denominator
           MOVE 'N' TO WS-RECORD-INVALID
           EVALUATE TRUE
               WHEN DATE-OF-BIRTH = ZERO
                   SET RECORD-INVALID TO TRUE
                   MOVE 'DOB' TO WS-REJECT-CODE
                   MOVE 'ZERO-FILLED DATE OF BIRTH'
                       TO WS-REJECT-REASON
               WHEN AGE = ZERO OR AGE > 120
                   SET RECORD-INVALID TO TRUE
                   MOVE 'AGE' TO WS-REJECT-CODE
                   MOVE 'IMPOSSIBLE AGE VALUE'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       WRITE-REJECT-RECORD.
      *    Suspense extract for members that failed validation
      *    Target: PAYER-ANALYST.SPC-REPORT.REJECTS
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-CURRENT-MEMBER TO RJ-MEMBER-ID
           MOVE WS-REJECT-CODE TO RJ-REASON-CODE
           MOVE WS-REJECT-REASON TO RJ-REASON-TEXT
           WRITE REJECT-RECORD.

       ADD-ELIGIBLE-MEMBER.
      *    Carry the member onto the denominator roster work file,
      *    in member order, for the statin fill merge
           ADD 1 TO WS-ELIGIBLE-COUNT
           MOVE WS-CURRENT-MEMBER TO EW-MEMBER-ID
           PERFORM CLASSIFY-AGE-GROUP
           MOVE WS-AGE-GROUP TO EW-AGE-GROUP
           MOVE REGION-CODE TO EW-REGION
           WRITE ELIG-WORK-RECORD.

       CLASSIFY-AGE-GROUP.
           EVALUATE TRUE
               WHEN AGE <= 39
                   MOVE '21-39' TO WS-AGE-GROUP
               WHEN AGE <= 64
                   MOVE '40-64' TO WS-AGE-GROUP
               WHEN OTHER
                   MOVE '65-75' TO WS-AGE-GROUP
           END-EVALUATE.

       RELEASE-STATIN-FILLS.
      *    Statin fills dispensed inside the measurement year; a
      *    zero days supply is the same bad record
      *    PHARMACY-CLAIM-ANALYSIS rejects and is skipped here
           READ PHARMACY-CLAIM-FILE
               AT END SET END-OF-PHARMACY TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PHARMACY
               ADD 1 TO WS-FILLS-READ
               IF THERAPEUTIC-CLASS = WS-STATIN-CLASS AND
                  FILL-DATE >= WS-MY-START AND
                  FILL-DATE <= WS-MY-END AND
                  DAYS-SUPPLY NOT = ZERO
                   ADD 1 TO WS-STATIN-FILLS
                   MOVE MEMBER-ID IN PHARMACY-CLAIM-RECORD
                       TO EV-MEMBER-ID
                   MOVE FILL-DATE TO EV-FILL-DATE
                   MOVE DAYS-SUPPLY TO EV-DAYS-SUPPLY
                   RELEASE EVENT-SORT-RECORD
               END-IF
               READ PHARMACY-CLAIM-FILE
                   AT END SET END-OF-PHARMACY TO TRUE
               END-READ
           END-PERFORM
           CLOSE PHARMACY-CLAIM-FILE.

       MATCH-FILLS-TO-ROSTER.
      *    Walk the roster (member order) against the sorted fills:
      *    numerator, adherence sub-rate, non-compliant roster and
      *    regional tallies all come out of this single merge
           OPEN INPUT ELIG-WORK-FILE
           OPEN OUTPUT NONCOMPLIANT-FILE
           RETURN EVENT-SORT-FILE
               AT END SET END-OF-EVENTS TO TRUE
           END-RETURN
           READ ELIG-WORK-FILE
               AT END SET END-OF-ROSTER TO TRUE
           END-READ
           PERFORM UNTIL END-OF-ROSTER
               PERFORM EVALUATE-ROSTER-MEMBER
               READ ELIG-WORK-FILE
                   AT END SET END-OF-ROSTER TO TRUE
               END-READ
           END-PERFORM
           CLOSE ELIG-WORK-FILE
           CLOSE NONCOMPLIANT-FILE.

       EVALUATE-ROSTER-MEMBER.
           MOVE 'N' TO WS-MEM-COMPLIANT
           MOVE ZERO TO WS-COVERED-DAYS
           MOVE ZERO TO WS-PDC-PCT
           PERFORM UNTIL END-OF-EVENTS OR
                        EV-MEMBER-ID >= EW-MEMBER-ID
               RETURN EVENT-SORT-FILE
                   AT END SET END-OF-EVENTS TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM UNTIL END-OF-EVENTS OR
                        EV-MEMBER-ID NOT = EW-MEMBER-ID
               IF NOT MEMBER-COMPLIANT
                   SET MEMBER-COMPLIANT TO TRUE
                   COMPUTE WS-FIRST-FILL-INT =
                       FUNCTION INTEGER-OF-DATE(EV-FILL-DATE)
                   MOVE WS-FIRST-FILL-INT TO WS-RX-COVER-CURSOR
               END-IF
               PERFORM ACCUMULATE-COVERAGE
               RETURN EVENT-SORT-FILE
                   AT END SET END-OF-EVENTS TO TRUE
               END-RETURN
           END-PERFORM
           MOVE EW-MEMBER-ID TO NC-MEMBER-ID
           MOVE EW-AGE-GROUP TO NC-AGE-GROUP
           IF MEMBER-COMPLIANT
               ADD 1 TO WS-NUMERATOR
               PERFORM SCORE-STATIN-ADHERENCE
           ELSE
               ADD 1 TO WS-NO-STATIN
               MOVE 'NO STATIN' TO NC-GAP-TYPE
               MOVE ZERO TO NC-PDC-PCT
               WRITE NONCOMPLIANT-RECORD
           END-IF
           PERFORM TALLY-REGION-RESULTS.

       ACCUMULATE-COVERAGE.
      *    An early refill shifts forward to start when the previous
      *    supply runs out, so overlapping fills never double-count
      *    a day; coverage past year end does not count
           COMPUTE WS-FILL-INT =
               FUNCTION INTEGER-OF-DATE(EV-FILL-DATE)
           IF WS-FILL-INT > WS-RX-COVER-CURSOR
               MOVE WS-FILL-INT TO WS-COVER-START
           ELSE
               MOVE WS-RX-COVER-CURSOR TO WS-COVER-START
           END-IF
           COMPUTE WS-RX-COVER-CURSOR =
               WS-COVER-START + EV-DAYS-SUPPLY
           IF WS-RX-COVER-CURSOR > WS-MY-END-INT + 1
               MOVE WS-MY-END-INT TO WS-RX-COVER-CURSOR
               ADD 1 TO WS-RX-COVER-CURSOR
           END-IF
           IF WS-RX-COVER-CURSOR > WS-COVER-START
               COMPUTE WS-COVERED-DAYS = WS-COVERED-DAYS +
                   (WS-RX-COVER-CURSOR - WS-COVER-START)
           END-IF.

       SCORE-STATIN-ADHERENCE.
      *    PDC over the treatment window from the first statin fill
      *    to year end; every statin user is in the sub-rate
      *    denominator
           ADD 1 TO WS-ADH-DENOMINATOR
           COMPUTE WS-TREATMENT-DAYS =
               WS-MY-END-INT - WS-FIRST-FILL-INT + 1
           COMPUTE WS-PDC-PCT ROUNDED =
               (WS-COVERED-DAYS / WS-TREATMENT-DAYS) * 100
           IF WS-PDC-PCT > 100.00
               MOVE 100.00 TO WS-PDC-PCT
           END-IF
           IF WS-PDC-PCT >= WS-PDC-THRESHOLD
               ADD 1 TO WS-ADH-NUMERATOR
           ELSE
               ADD 1 TO WS-LOW-PDC
               MOVE 'LOW PDC' TO NC-GAP-TYPE
               MOVE WS-PDC-PCT TO NC-PDC-PCT
               WRITE NONCOMPLIANT-RECORD
           END-IF.

       TALLY-REGION-RESULTS.
      *    Denominator and compliant counts per member region
           MOVE 'N' TO WS-HREG-FOUND
           SET WS-HREG-IDX TO 1
           SEARCH WS-HREG-ENTRY VARYING WS-HREG-IDX
               AT END CONTINUE
               WHEN WS-HREG-NAME(WS-HREG-IDX) = EW-REGION
                   MOVE 'Y' TO WS-HREG-FOUND
           END-SEARCH
           IF NOT HREG-FOUND
               IF WS-HREG-COUNT-USED < 25
                   ADD 1 TO WS-HREG-COUNT-USED
                   SET WS-HREG-IDX TO WS-HREG-COUNT-USED
                   MOVE EW-REGION TO WS-HREG-NAME(WS-HREG-IDX)
               ELSE
                   SET WS-HREG-IDX TO 25
               END-IF
           END-IF
           ADD 1 TO WS-HREG-DENOM(WS-HREG-IDX)
           IF MEMBER-COMPLIANT
               ADD 1 TO WS-HREG-NUMER(WS-HREG-IDX)
           END-IF.

       WRITE-REGION-RATE-LINE.
           MOVE ZERO TO WS-HREG-RATE
           IF WS-HREG-DENOM(WS-HREG-IDX) > 0
               COMPUTE WS-HREG-RATE =
                   (WS-HREG-NUMER(WS-HREG-IDX) /
                    WS-HREG-DENOM(WS-HREG-IDX)) * 100
           END-IF
           DISPLAY '  ' WS-HREG-NAME(WS-HREG-IDX)
                   ' - Denominator: ' WS-HREG-DENOM(WS-HREG-IDX)
                   '  Numerator: ' WS-HREG-NUMER(WS-HREG-IDX)
                   '  Rate: ' WS-HREG-RATE '%'.

       CALC-RATES.
      *    Calculate statin therapy rate and adherence sub-rate
           IF WS-DENOMINATOR > 0
               COMPUTE WS-COMPLIANCE-RATE =
                   (WS-NUMERATOR / WS-DENOMINATOR) * 100
           ELSE
               MOVE ZERO TO WS-COMPLIANCE-RATE
           END-IF
           IF WS-ADH-DENOMINATOR > 0
               COMPUTE WS-ADH-RATE =
                   (WS-ADH-NUMERATOR / WS-ADH-DENOMINATOR) * 100
           ELSE
               MOVE ZERO TO WS-ADH-RATE
           END-IF.

       WRITE-REPORT.
      *    Write output to: PAYER-ANALYST.HEDIS-REPORTS.SPC-SUMMARY
           DISPLAY '=========================================='
           DISPLAY 'HEDIS SPC (STATIN THERAPY FOR PATIENTS WITH'
           DISPLAY 'CARDIOVASCULAR DISEASE) REPORT'
           DISPLAY 'MEASUREMENT YEAR: ' WS-MEASURE-YEAR
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'DENOMINATOR (ASCVD MEMBERS): ' WS-DENOMINATOR
           DISPLAY 'NUMERATOR (STATIN DISPENSED): ' WS-NUMERATOR
           DISPLAY 'STATIN THERAPY RATE: ' WS-COMPLIANCE-RATE '%'
           DISPLAY ' '
           DISPLAY 'STATIN ADHERENCE (PDC >= ' WS-PDC-THRESHOLD '%):'
           DISPLAY '  Statin Users: ' WS-ADH-DENOMINATOR
           DISPLAY '  Adherent: ' WS-ADH-NUMERATOR
           DISPLAY '  Adherence Rate: ' WS-ADH-RATE '%'
           DISPLAY ' '
           DISPLAY 'PHARMACY FILLS READ: ' WS-FILLS-READ
           DISPLAY 'STATIN FILLS IN YEAR: ' WS-STATIN-FILLS
           DISPLAY 'NON-COMPLIANT - NO STATIN: ' WS-NO-STATIN
           DISPLAY 'NON-COMPLIANT - LOW PDC: ' WS-LOW-PDC
           DISPLAY ' '
           DISPLAY 'REJECTED RECORDS: ' WS-REJECT-COUNT
           DISPLAY 'ORPHAN DIAGNOSES (NO MATCHING MEMBER): '
               WS-SUSPENSE-COUNT
           DISPLAY ' '
           DISPLAY 'STATIN THERAPY RATE BY REGION:'
           PERFORM WRITE-REGION-RATE-LINE
               VARYING WS-HREG-IDX FROM 1 BY 1
               UNTIL WS-HREG-IDX > WS-HREG-COUNT-USED
           DISPLAY '=========================================='
           DISPLAY 'REPORT COMPLETE'
           PERFORM WRITE-SPC-SUMMARY-EXTRACT.

       WRITE-SPC-SUMMARY-EXTRACT.
      *    Structured summary extract for downstream load, in
      *    addition to the SYSOUT report above
      *    Target: PAYER-ANALYST.HEDIS-REPORTS.SPC-SUMMARY
           OPEN OUTPUT SPC-SUMMARY-FILE
           ACCEPT WS-EXTRACT-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'HDR' TO CSX-H-RECORD-TYPE
           MOVE 'HEDIS-SPC-SUMMARY' TO CSX-H-PROGRAM
           MOVE WS-EXTRACT-RUN-DATE TO CSX-H-RUN-DATE
           MOVE WS-MEASURE-YEAR TO CSX-H-PERIOD
           WRITE CSX-HEADER-RECORD
           MOVE WS-MEASURE-YEAR TO CS-MEASURE-YEAR
           MOVE WS-DENOMINATOR TO CS-DENOMINATOR
           MOVE WS-NUMERATOR TO CS-NUMERATOR
           MOVE WS-COMPLIANCE-RATE TO CS-COMPLIANCE-RATE
           MOVE WS-ADH-DENOMINATOR TO CS-ADH-DENOMINATOR
           MOVE WS-ADH-NUMERATOR TO CS-ADH-NUMERATOR
           MOVE WS-ADH-RATE TO CS-ADH-RATE
           WRITE SPC-SUMMARY-RECORD
           MOVE 'TRL' TO CSX-T-RECORD-TYPE
           MOVE 1 TO CSX-T-RECORD-COUNT
           MOVE WS-DENOMINATOR TO CSX-T-HASH-TOTAL
           WRITE CSX-TRAILER-RECORD
           CLOSE SPC-SUMMARY-FILE.
