       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMPT-PAY-COMPLIANCE.
       AUTHOR. CLAIMS-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Prompt-pay compliance and late-payment interest. Every
      *    paid claim is measured from CLAIM-RECEIVED-DATE to
      *    CLAIM-PAID-DATE against the statutory limit for the
      *    member's line of business (PLAN-TYPE) - in calendar days,
      *    or in business days through the shared BUSDAYS-CALC
      *    routine where the rule counts them that way. A claim
      *    paid past its due date goes on PROMPT-PAY-LATE.DAT with
      *    the interest owed at the statutory annual rate for each
      *    calendar day late. The interest on claims paid in the
      *    closing month is rolled up per provider onto
      *    PROMPT-PAY-INTEREST.DAT for payment, so each month's
      *    interest is paid once, and the compliance extract gives
      *    the percent paid on time by month and plan type for the
      *    year to date, the figures the state examiners ask for.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT CLAIM-SORT-FILE
               ASSIGN TO "PPAYCLMSORT.TMP".
           SELECT LATE-CLAIM-FILE
               ASSIGN TO "PROMPT-PAY-LATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT INTEREST-SORT-FILE
               ASSIGN TO "PPAYINTSORT.TMP".
           SELECT INTEREST-FILE
               ASSIGN TO "PROMPT-PAY-INTEREST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT COMPLIANCE-FILE
               ASSIGN TO "PROMPT-PAY-COMPLIANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CONTROL-FILE
               ASSIGN TO "PROMPT-PAY-CONTROL.DAT"
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
           COPY "CLAIM-RECORD.CPY".

       FD  MEMBER-FILE.
      *    Member master read only for the plan type; the
      *    intervening fields are passed over as filler
       01  MEMBER-PLAN-RECORD.
           05  MBR-MEMBER-ID       PIC 9(10).
           05  FILLER              PIC X(88).
           05  MBR-PLAN-TYPE       PIC X(20).
           05  FILLER              PIC X(51).

       SD  CLAIM-SORT-FILE.
      *    Paid claims in the window by member, so the plan type is
      *    picked up by a match against the member master
       01  CLAIM-SORT-RECORD.
           05  SC-MEMBER-ID        PIC 9(10).
           05  SC-PAID-DATE        PIC 9(8).
           05  SC-CLAIM-ID         PIC 9(12).
           05  SC-PROVIDER-ID      PIC 9(8).
           05  SC-RECEIVED-DATE    PIC 9(8).
           05  SC-PAID-AMOUNT      PIC 9(7)V99.

       FD  LATE-CLAIM-FILE.
      *    One row per claim paid past its prompt-pay due date in
      *    the year to date. PL-DAYS-TO-PAY is counted on the
      *    rule's basis (C calendar, B business days); PL-LATE-DAYS
      *    is calendar days past PL-DUE-DATE, the days interest
      *    runs for
       01  LATE-CLAIM-RECORD.
           05  PL-CLAIM-ID         PIC 9(12).
           05  PL-MEMBER-ID        PIC 9(10).
           05  PL-PROVIDER-ID      PIC 9(8).
           05  PL-PLAN-TYPE        PIC X(20).
           05  PL-RECEIVED-DATE    PIC 9(8).
           05  PL-PAID-DATE        PIC 9(8).
           05  PL-DAYS-TO-PAY      PIC 9(4).
           05  PL-DAY-BASIS        PIC X(1).
           05  PL-LIMIT-DAYS       PIC 9(3).
           05  PL-DUE-DATE         PIC 9(8).
           05  PL-LATE-DAYS        PIC 9(4).
           05  PL-PAID-AMOUNT      PIC 9(7)V99.
           05  PL-INTEREST-RATE    PIC 9(2)V99.
           05  PL-INTEREST-AMOUNT  PIC 9(7)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PL==.

       SD  INTEREST-SORT-FILE.
       01  INTEREST-SORT-RECORD.
           05  IS-PROVIDER-ID      PIC 9(8).
           05  IS-CLAIM-ID         PIC 9(12).
           05  IS-PAID-AMOUNT      PIC 9(7)V99.
           05  IS-INTEREST-AMOUNT  PIC 9(7)V99.

       FD  INTEREST-FILE.
      *    Interest owed per provider on the claims paid late in
      *    the closing month, for release with the provider's
      *    payment
       01  INTEREST-RECORD.
           05  PI-PROVIDER-ID      PIC 9(8).
           05  PI-PAYMENT-PERIOD   PIC 9(6).
           05  PI-LATE-CLAIMS      PIC 9(5).
           05  PI-LATE-PAID-AMOUNT PIC 9(9)V99.
           05  PI-INTEREST-AMOUNT  PIC 9(7)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PI==.

       FD  COMPLIANCE-FILE.
      *    PC-RECORD-TYPE M is one plan type in one month, T all
      *    plan types in the month, Y one plan type for the year to
      *    date (PC-MONTH the closing month). Claims are placed in
      *    the month they were paid
       01  COMPLIANCE-RECORD.
           05  PC-RECORD-TYPE      PIC X(1).
           05  PC-MONTH            PIC 9(6).
           05  PC-PLAN-TYPE        PIC X(20).
           05  PC-LIMIT-DAYS       PIC 9(3).
           05  PC-DAY-BASIS        PIC X(1).
           05  PC-INTEREST-RATE    PIC 9(2)V99.
           05  PC-CLAIMS-PAID      PIC 9(7).
           05  PC-PAID-ON-TIME     PIC 9(7).
           05  PC-PAID-LATE        PIC 9(7).
           05  PC-PCT-ON-TIME      PIC 9(3)V99.
           05  PC-AVG-DAYS-TO-PAY  PIC 9(4)V9.
           05  PC-INTEREST-AMOUNT  PIC 9(9)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PC==.

       FD  CONTROL-FILE.
      *    One row per line of business: plan type, limit in days,
      *    C or B for calendar or business days, annual interest
      *    percent. Plan type OTHER covers any plan not listed
       01  CONTROL-RECORD.
           05  CF-PLAN-TYPE        PIC X(20).
           05  CF-LIMIT-DAYS       PIC 9(3).
           05  CF-DAY-BASIS        PIC X(1).
           05  CF-INTEREST-RATE    PIC 9(2)V99.

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Statutory prompt-pay rules by line of business; replaced
      *    wholesale by the rows of PROMPT-PAY-CONTROL.DAT when
      *    compliance drops one
       01  WS-DEFAULT-RULES.
           05  FILLER PIC X(28) VALUE 'COMMERCIAL          030C1200'.
           05  FILLER PIC X(28) VALUE 'GROUP               030C1200'.
           05  FILLER PIC X(28) VALUE 'INDIVIDUAL          030C1200'.
           05  FILLER PIC X(28) VALUE 'MEDICARE            030C0475'.
           05  FILLER PIC X(28) VALUE 'MEDICARE-ADVANTAGE  030C0475'.
           05  FILLER PIC X(28) VALUE 'MEDICAID            030B1200'.
           05  FILLER PIC X(28) VALUE 'OTHER               030C1200'.
       01  WS-DEFAULT-REDEF REDEFINES WS-DEFAULT-RULES.
           05  WS-DEFAULT-RULE     OCCURS 7 TIMES PIC X(28).
       01  WS-DR-IDX               PIC 9(2).

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY       OCCURS 20 TIMES
                                   INDEXED BY WS-RULE-IDX.
               10  WS-RULE-PLAN-TYPE   PIC X(20).
               10  WS-RULE-LIMIT-DAYS  PIC 9(3).
               10  WS-RULE-DAY-BASIS   PIC X(1).
                   88  BUSINESS-DAY-RULE VALUE 'B'.
               10  WS-RULE-RATE        PIC 9(2)V99.
       01  WS-RULE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-RULE-FOUND           PIC X VALUE 'N'.
           88  RULE-FOUND          VALUE 'Y'.
       01  WS-OTHER-RULE           PIC 9(2) VALUE ZERO.
       01  WS-RULE-WORK.
           05  WS-RW-PLAN-TYPE     PIC X(20).
           05  WS-RW-LIMIT-DAYS    PIC 9(3).
           05  WS-RW-DAY-BASIS     PIC X(1).
           05  WS-RW-RATE          PIC 9(2)V99.

      *    Reporting window: claims paid January through the
      *    closing month of the closing year; interest is released
      *    for the closing month alone
       01  WS-CLOSE-MONTH          PIC 9(6).
       01  WS-CLOSE-MONTH-R REDEFINES WS-CLOSE-MONTH.
           05  WS-CLOSE-YEAR       PIC 9(4).
           05  WS-CLOSE-MM         PIC 9(2).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  WS-RUN-DD           PIC 9(2).
       01  WS-WORK-MONTH           PIC 9(6).
       01  WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
           05  WS-WM-YYYY          PIC 9(4).
           05  WS-WM-MM            PIC 9(2).
       01  WS-M                    PIC 9(2).

      *    Measurement of the claim in hand
       01  WS-RECEIVED-DATE        PIC 9(8).
       01  WS-PAID-DATE            PIC 9(8).
       01  WS-RECEIVED-INT         PIC 9(7).
       01  WS-PAID-INT             PIC 9(7).
       01  WS-DUE-INT              PIC 9(7).
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-BUSINESS-DAYS        PIC S9(5).
       01  WS-DAYS-TO-PAY          PIC 9(4).
       01  WS-LATE-DAYS            PIC 9(4).
       01  WS-INTEREST             PIC 9(7)V99.
       01  WS-CUR-PLAN-TYPE        PIC X(20).
       01  WS-CLAIM-LATE           PIC X VALUE 'N'.
           88  CLAIM-PAID-LATE     VALUE 'Y'.

      *    Plan type by month cells for the compliance extract
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY       OCCURS 50 TIMES
                                   INDEXED BY WS-PLAN-IDX.
               10  WS-PLAN-NAME        PIC X(20).
               10  WS-PLAN-RULE        PIC 9(2).
               10  WS-PLAN-MONTH       OCCURS 12 TIMES.
                   15  WS-PM-PAID          PIC 9(7).
                   15  WS-PM-ON-TIME       PIC 9(7).
                   15  WS-PM-LATE          PIC 9(7).
                   15  WS-PM-DAYS          PIC 9(9).
                   15  WS-PM-INTEREST      PIC 9(9)V99.
       01  WS-PLAN-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-PLAN-FOUND           PIC X VALUE 'N'.
           88  PLAN-FOUND          VALUE 'Y'.
       01  WS-CELL-TOTALS.
           05  WS-CT-PAID          PIC 9(7).
           05  WS-CT-ON-TIME       PIC 9(7).
           05  WS-CT-LATE          PIC 9(7).
           05  WS-CT-DAYS          PIC 9(9).
           05  WS-CT-INTEREST      PIC 9(9)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GT-PAID          PIC 9(9) VALUE ZERO.
           05  WS-GT-ON-TIME       PIC 9(9) VALUE ZERO.
           05  WS-GT-LATE          PIC 9(9) VALUE ZERO.
           05  WS-GT-INTEREST      PIC 9(11)V99 VALUE ZERO.
       01  WS-GT-PCT-ON-TIME       PIC 9(3)V99 VALUE ZERO.
       01  WS-MONTH-PCT-ON-TIME    PIC 9(3)V99 VALUE ZERO.

      *    Provider in progress on the interest roll-up
       01  WS-CUR-PROVIDER         PIC 9(8) VALUE ZERO.
       01  WS-PROVIDER-ACTIVE      PIC X VALUE 'N'.
           88  PROVIDER-ACTIVE     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-MEASURED  PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-UNDATED   PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-NO-MEMBER PIC 9(9) VALUE ZERO.
           05  WS-PLAN-OVERFLOW    PIC 9(9) VALUE ZERO.
           05  WS-CLOSE-LATE-CLAIMS PIC 9(9) VALUE ZERO.
           05  WS-CLOSE-INTEREST   PIC 9(9)V99 VALUE ZERO.
           05  WS-PROVIDERS-OWED   PIC 9(9) VALUE ZERO.

       01  WS-PL-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PL-HASH              PIC 9(15) VALUE ZERO.
       01  WS-PI-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PI-HASH              PIC 9(15) VALUE ZERO.
       01  WS-PC-REC-COUNT         PIC 9(9) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-CLAIM-SORT      PIC X VALUE 'N'.
               88  END-OF-CLAIM-SORT VALUE 'Y'.
           05  EOF-LATE            PIC X VALUE 'N'.
               88  END-OF-LATE-CLAIMS VALUE 'Y'.
           05  EOF-INTEREST-SORT   PIC X VALUE 'N'.
               88  END-OF-INTEREST-SORT VALUE 'Y'.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
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
           MOVE WS-RUN-YYYYMM TO WS-CLOSE-MONTH
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-PROMPT-PAY-RULES
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
               SORT CLAIM-SORT-FILE
                   ASCENDING KEY SC-MEMBER-ID
                                 SC-PAID-DATE
                                 SC-CLAIM-ID
                   INPUT PROCEDURE IS RELEASE-PAID-CLAIMS
                   OUTPUT PROCEDURE IS MEASURE-PAID-CLAIMS
               SORT INTEREST-SORT-FILE
                   ASCENDING KEY IS-PROVIDER-ID
                                 IS-CLAIM-ID
                   INPUT PROCEDURE IS RELEASE-CLOSE-MONTH-LATE
                   OUTPUT PROCEDURE IS WRITE-PROVIDER-INTEREST
               PERFORM WRITE-COMPLIANCE-EXTRACT
               PERFORM WRITE-PROMPT-PAY-REPORT
      *        Interest owed is a warning for the payment cycle to
      *        pick up, not a failure
               IF WS-CLOSE-LATE-CLAIMS > ZERO OR
                  WS-PLAN-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the window closes on the month
      *    the cycle closes; run standalone it closes on the run
      *    date's month
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

       LOAD-PROMPT-PAY-RULES.
      *    Optional - the compiled-in rules stand when the run has
      *    no control file present. A plan type with no rule of its
      *    own falls under OTHER, which is always on the table
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-CONTROL-STATUS NOT = '00'
                   READ CONTROL-FILE
                       NOT AT END
                           IF CF-PLAN-TYPE NOT = SPACES AND
                              CF-LIMIT-DAYS IS NUMERIC AND
                              CF-LIMIT-DAYS > ZERO AND
                              (CF-DAY-BASIS = 'B' OR
                               CF-DAY-BASIS = 'C') AND
                              CF-INTEREST-RATE IS NUMERIC
                               MOVE CONTROL-RECORD TO WS-RULE-WORK
                               PERFORM ADD-PROMPT-PAY-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           IF WS-RULE-COUNT = ZERO
               PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                       UNTIL WS-DR-IDX > 7
                   MOVE WS-DEFAULT-RULE(WS-DR-IDX) TO WS-RULE-WORK
                   PERFORM ADD-PROMPT-PAY-RULE
               END-PERFORM
           END-IF
           MOVE 'OTHER' TO WS-CUR-PLAN-TYPE
           PERFORM FIND-PROMPT-PAY-RULE
           IF NOT RULE-FOUND
               MOVE WS-DEFAULT-RULE(7) TO WS-RULE-WORK
               PERFORM ADD-PROMPT-PAY-RULE
               MOVE WS-RULE-COUNT TO WS-OTHER-RULE
           ELSE
               SET WS-OTHER-RULE TO WS-RULE-IDX
           END-IF.

       ADD-PROMPT-PAY-RULE.
           MOVE WS-RW-PLAN-TYPE TO WS-CUR-PLAN-TYPE
           PERFORM FIND-PROMPT-PAY-RULE
           IF NOT RULE-FOUND
               IF WS-RULE-COUNT < 20
                   ADD 1 TO WS-RULE-COUNT
                   SET WS-RULE-IDX TO WS-RULE-COUNT
                   SET RULE-FOUND TO TRUE
               ELSE
                   DISPLAY 'WARNING: PROMPT-PAY RULE TABLE FULL (20) '
                       '- ' WS-RW-PLAN-TYPE ' NOT LOADED'
               END-IF
           END-IF
           IF RULE-FOUND
               MOVE WS-RW-PLAN-TYPE TO WS-RULE-PLAN-TYPE(WS-RULE-IDX)
               MOVE WS-RW-LIMIT-DAYS TO WS-RULE-LIMIT-DAYS(WS-RULE-IDX)
               MOVE WS-RW-DAY-BASIS TO WS-RULE-DAY-BASIS(WS-RULE-IDX)
               MOVE WS-RW-RATE TO WS-RULE-RATE(WS-RULE-IDX)
           END-IF.

       FIND-PROMPT-PAY-RULE.
      *    Looks up WS-CUR-PLAN-TYPE; WS-RULE-IDX is left on the
      *    match
           MOVE 'N' TO WS-RULE-FOUND
           SET WS-RULE-IDX TO 1
           SEARCH WS-RULE-ENTRY VARYING WS-RULE-IDX
               AT END CONTINUE
               WHEN WS-RULE-IDX > WS-RULE-COUNT
                   CONTINUE
               WHEN WS-RULE-PLAN-TYPE(WS-RULE-IDX) = WS-CUR-PLAN-TYPE
                   SET RULE-FOUND TO TRUE
           END-SEARCH.

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
      *    A paid claim without both dates, or paid before it was
      *    received, cannot be measured and is counted aside
           ADD 1 TO WS-CLAIMS-READ
           IF CLAIM-STATUS = 'APPROVED' OR CLAIM-STATUS = 'PARTIAL'
               IF CLAIM-PAID-DATE IS NUMERIC AND
                  CLAIM-PAID-DATE > ZERO
                   MOVE CLAIM-PAID-DATE(1:6) TO WS-WORK-MONTH
                   IF WS-WM-YYYY = WS-CLOSE-YEAR AND
                      WS-WM-MM >= 1 AND WS-WM-MM <= WS-CLOSE-MM
                       IF CLAIM-RECEIVED-DATE IS NUMERIC AND
                          CLAIM-RECEIVED-DATE > ZERO AND
                          CLAIM-RECEIVED-DATE <= CLAIM-PAID-DATE
                           MOVE MEMBER-ID TO SC-MEMBER-ID
                           MOVE CLAIM-PAID-DATE TO SC-PAID-DATE
                           MOVE CLAIM-ID TO SC-CLAIM-ID
                           MOVE PROVIDER-ID TO SC-PROVIDER-ID
                           MOVE CLAIM-RECEIVED-DATE
                               TO SC-RECEIVED-DATE
                           MOVE PAID-AMOUNT TO SC-PAID-AMOUNT
                           RELEASE CLAIM-SORT-RECORD
                       ELSE
                           ADD 1 TO WS-CLAIMS-UNDATED
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-CLAIMS-UNDATED
               END-IF
           END-IF.

       MEASURE-PAID-CLAIMS.
      *    Target: PAYER-ANALYST.CLAIMS-OPS.PROMPT-PAY-LATE
      *    Optional - with no member master every claim is held to
      *    the OTHER rule under plan type UNKNOWN
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS = '00'
               SET MEMBERS-AVAILABLE TO TRUE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           ELSE
               SET END-OF-MEMBERS TO TRUE
               DISPLAY 'MEMBERS.DAT NOT FOUND - CLAIMS HELD TO THE '
                   'OTHER RULE'
           END-IF
           OPEN OUTPUT LATE-CLAIM-FILE
           MOVE 'HDR' TO PL-H-RECORD-TYPE
           MOVE 'PROMPT-PAY' TO PL-H-PROGRAM
           MOVE WS-RUN-DATE TO PL-H-RUN-DATE
           MOVE SPACES TO PL-H-PERIOD
           STRING WS-CLOSE-YEAR '01-' WS-CLOSE-MONTH
               DELIMITED BY SIZE INTO PL-H-PERIOD
           WRITE PL-HEADER-RECORD
           RETURN CLAIM-SORT-FILE
               AT END SET END-OF-CLAIM-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-CLAIM-SORT
               PERFORM UNTIL END-OF-MEMBERS OR
                            MBR-MEMBER-ID >= SC-MEMBER-ID
                   READ MEMBER-FILE
                       AT END SET END-OF-MEMBERS TO TRUE
                   END-READ
               END-PERFORM
               IF NOT END-OF-MEMBERS AND MBR-MEMBER-ID = SC-MEMBER-ID
                  AND MBR-PLAN-TYPE NOT = SPACES
                   MOVE MBR-PLAN-TYPE TO WS-CUR-PLAN-TYPE
               ELSE
                   MOVE 'UNKNOWN' TO WS-CUR-PLAN-TYPE
                   ADD 1 TO WS-CLAIMS-NO-MEMBER
               END-IF
               PERFORM MEASURE-ONE-CLAIM
               RETURN CLAIM-SORT-FILE
                   AT END SET END-OF-CLAIM-SORT TO TRUE
               END-RETURN
           END-PERFORM
           MOVE 'TRL' TO PL-T-RECORD-TYPE
           MOVE WS-PL-REC-COUNT TO PL-T-RECORD-COUNT
           MOVE WS-PL-HASH TO PL-T-HASH-TOTAL
           WRITE PL-TRAILER-RECORD
           CLOSE LATE-CLAIM-FILE
           IF MEMBERS-AVAILABLE
               CLOSE MEMBER-FILE
           END-IF.

       MEASURE-ONE-CLAIM.
           ADD 1 TO WS-CLAIMS-MEASURED
           PERFORM FIND-OR-ADD-PLAN
           IF NOT PLAN-FOUND
               ADD 1 TO WS-PLAN-OVERFLOW
           ELSE
               SET WS-RULE-IDX TO WS-PLAN-RULE(WS-PLAN-IDX)
               MOVE SC-RECEIVED-DATE TO WS-RECEIVED-DATE
               MOVE SC-PAID-DATE TO WS-PAID-DATE
               COMPUTE WS-RECEIVED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE)
               COMPUTE WS-PAID-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PAID-DATE)
               IF BUSINESS-DAY-RULE(WS-RULE-IDX)
                   CALL 'BUSDAYS-CALC'
                       USING WS-RECEIVED-DATE
                             WS-PAID-DATE
                             WS-BUSINESS-DAYS
                   MOVE WS-BUSINESS-DAYS TO WS-DAYS-TO-PAY
               ELSE
                   COMPUTE WS-DAYS-TO-PAY =
                       WS-PAID-INT - WS-RECEIVED-INT
               END-IF
               MOVE SC-PAID-DATE(1:6) TO WS-WORK-MONTH
               MOVE WS-WM-MM TO WS-M
               ADD 1 TO WS-PM-PAID(WS-PLAN-IDX, WS-M)
               ADD WS-DAYS-TO-PAY TO WS-PM-DAYS(WS-PLAN-IDX, WS-M)
               IF WS-DAYS-TO-PAY > WS-RULE-LIMIT-DAYS(WS-RULE-IDX)
                   ADD 1 TO WS-PM-LATE(WS-PLAN-IDX, WS-M)
                   PERFORM COMPUTE-LATE-INTEREST
                   ADD WS-INTEREST
                       TO WS-PM-INTEREST(WS-PLAN-IDX, WS-M)
                   PERFORM WRITE-LATE-CLAIM
               ELSE
                   ADD 1 TO WS-PM-ON-TIME(WS-PLAN-IDX, WS-M)
               END-IF
           END-IF.

       FIND-OR-ADD-PLAN.
      *    A plan type is held to its own rule, or to OTHER
           MOVE 'N' TO WS-PLAN-FOUND
           SET WS-PLAN-IDX TO 1
           SEARCH WS-PLAN-ENTRY VARYING WS-PLAN-IDX
               AT END CONTINUE
               WHEN WS-PLAN-IDX > WS-PLAN-COUNT
                   CONTINUE
               WHEN WS-PLAN-NAME(WS-PLAN-IDX) = WS-CUR-PLAN-TYPE
                   SET PLAN-FOUND TO TRUE
           END-SEARCH
           IF NOT PLAN-FOUND AND WS-PLAN-COUNT < 50
               ADD 1 TO WS-PLAN-COUNT
               SET WS-PLAN-IDX TO WS-PLAN-COUNT
               INITIALIZE WS-PLAN-ENTRY(WS-PLAN-IDX)
               MOVE WS-CUR-PLAN-TYPE TO WS-PLAN-NAME(WS-PLAN-IDX)
               PERFORM FIND-PROMPT-PAY-RULE
               IF RULE-FOUND
                   SET WS-PLAN-RULE(WS-PLAN-IDX) TO WS-RULE-IDX
               ELSE
                   MOVE WS-OTHER-RULE TO WS-PLAN-RULE(WS-PLAN-IDX)
               END-IF
               SET PLAN-FOUND TO TRUE
           END-IF.

       COMPUTE-LATE-INTEREST.
      *    The due date is the receipt date plus the limit - in
      *    business days pushed forward until BUSDAYS-CALC counts
      *    the full limit, the way appeal deadlines are set.
      *    Interest runs at the annual rate for each calendar day
      *    from the due date to payment
           COMPUTE WS-DUE-INT =
               WS-RECEIVED-INT + WS-RULE-LIMIT-DAYS(WS-RULE-IDX)
           IF BUSINESS-DAY-RULE(WS-RULE-IDX)
               MOVE ZERO TO WS-BUSINESS-DAYS
               PERFORM UNTIL WS-BUSINESS-DAYS >=
                             WS-RULE-LIMIT-DAYS(WS-RULE-IDX)
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   CALL 'BUSDAYS-CALC'
                       USING WS-RECEIVED-DATE
                             WS-DUE-DATE
                             WS-BUSINESS-DAYS
                   IF WS-BUSINESS-DAYS <
                      WS-RULE-LIMIT-DAYS(WS-RULE-IDX)
                       ADD 1 TO WS-DUE-INT
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           IF WS-PAID-INT > WS-DUE-INT
               COMPUTE WS-LATE-DAYS = WS-PAID-INT - WS-DUE-INT
           ELSE
               MOVE ZERO TO WS-LATE-DAYS
           END-IF
           COMPUTE WS-INTEREST ROUNDED =
               SC-PAID-AMOUNT * WS-RULE-RATE(WS-RULE-IDX) *
               WS-LATE-DAYS / 36500.

       WRITE-LATE-CLAIM.
           MOVE SC-CLAIM-ID TO PL-CLAIM-ID
           MOVE SC-MEMBER-ID TO PL-MEMBER-ID
           MOVE SC-PROVIDER-ID TO PL-PROVIDER-ID
           MOVE WS-CUR-PLAN-TYPE TO PL-PLAN-TYPE
           MOVE SC-RECEIVED-DATE TO PL-RECEIVED-DATE
           MOVE SC-PAID-DATE TO PL-PAID-DATE
           MOVE WS-DAYS-TO-PAY TO PL-DAYS-TO-PAY
           MOVE WS-RULE-DAY-BASIS(WS-RULE-IDX) TO PL-DAY-BASIS
           MOVE WS-RULE-LIMIT-DAYS(WS-RULE-IDX) TO PL-LIMIT-DAYS
           MOVE WS-DUE-DATE TO PL-DUE-DATE
           MOVE WS-LATE-DAYS TO PL-LATE-DAYS
           MOVE SC-PAID-AMOUNT TO PL-PAID-AMOUNT
           MOVE WS-RULE-RATE(WS-RULE-IDX) TO PL-INTEREST-RATE
           MOVE WS-INTEREST TO PL-INTEREST-AMOUNT
           WRITE LATE-CLAIM-RECORD
           ADD 1 TO WS-PL-REC-COUNT
           COMPUTE WS-PL-HASH = WS-PL-HASH + PL-INTEREST-AMOUNT * 100.

       RELEASE-CLOSE-MONTH-LATE.
           MOVE 'N' TO EOF-LATE
           OPEN INPUT LATE-CLAIM-FILE
           PERFORM UNTIL END-OF-LATE-CLAIMS
               READ LATE-CLAIM-FILE
                   AT END SET END-OF-LATE-CLAIMS TO TRUE
                   NOT AT END
                       IF LATE-CLAIM-RECORD(1:3) NOT = 'HDR' AND
                          LATE-CLAIM-RECORD(1:3) NOT = 'TRL'
                          AND PL-PAID-DATE(1:6) = WS-CLOSE-MONTH
                          AND PL-INTEREST-AMOUNT > ZERO
                           MOVE PL-PROVIDER-ID TO IS-PROVIDER-ID
                           MOVE PL-CLAIM-ID TO IS-CLAIM-ID
                           MOVE PL-PAID-AMOUNT TO IS-PAID-AMOUNT
                           MOVE PL-INTEREST-AMOUNT
                               TO IS-INTEREST-AMOUNT
                           RELEASE INTEREST-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LATE-CLAIM-FILE.

       WRITE-PROVIDER-INTEREST.
      *    Target: PAYER-ANALYST.CLAIMS-OPS.PROMPT-PAY-INTEREST
           OPEN OUTPUT INTEREST-FILE
           MOVE 'HDR' TO PI-H-RECORD-TYPE
           MOVE 'PROMPT-PAY' TO PI-H-PROGRAM
           MOVE WS-RUN-DATE TO PI-H-RUN-DATE
           MOVE SPACES TO PI-H-PERIOD
           MOVE WS-CLOSE-MONTH TO PI-H-PERIOD
           WRITE PI-HEADER-RECORD
           RETURN INTEREST-SORT-FILE
               AT END SET END-OF-INTEREST-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-INTEREST-SORT
               IF NOT PROVIDER-ACTIVE OR
                  IS-PROVIDER-ID NOT = WS-CUR-PROVIDER
                   IF PROVIDER-ACTIVE
                       PERFORM WRITE-INTEREST-RECORD
                   END-IF
                   SET PROVIDER-ACTIVE TO TRUE
                   MOVE IS-PROVIDER-ID TO WS-CUR-PROVIDER
                   MOVE IS-PROVIDER-ID TO PI-PROVIDER-ID
                   MOVE WS-CLOSE-MONTH TO PI-PAYMENT-PERIOD
                   MOVE ZERO TO PI-LATE-CLAIMS
                   MOVE ZERO TO PI-LATE-PAID-AMOUNT
                   MOVE ZERO TO PI-INTEREST-AMOUNT
               END-IF
               ADD 1 TO PI-LATE-CLAIMS
               ADD IS-PAID-AMOUNT TO PI-LATE-PAID-AMOUNT
               ADD IS-INTEREST-AMOUNT TO PI-INTEREST-AMOUNT
               ADD 1 TO WS-CLOSE-LATE-CLAIMS
               ADD IS-INTEREST-AMOUNT TO WS-CLOSE-INTEREST
               RETURN INTEREST-SORT-FILE
                   AT END SET END-OF-INTEREST-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF PROVIDER-ACTIVE
               PERFORM WRITE-INTEREST-RECORD
           END-IF
           MOVE 'TRL' TO PI-T-RECORD-TYPE
           MOVE WS-PI-REC-COUNT TO PI-T-RECORD-COUNT
           MOVE WS-PI-HASH TO PI-T-HASH-TOTAL
           WRITE PI-TRAILER-RECORD
           CLOSE INTEREST-FILE.

       WRITE-INTEREST-RECORD.
           WRITE INTEREST-RECORD
           ADD 1 TO WS-PI-REC-COUNT
           ADD 1 TO WS-PROVIDERS-OWED
           COMPUTE WS-PI-HASH = WS-PI-HASH + PI-INTEREST-AMOUNT * 100.

       WRITE-COMPLIANCE-EXTRACT.
      *    Target: PAYER-ANALYST.CLAIMS-OPS.PROMPT-PAY-COMPLIANCE
           OPEN OUTPUT COMPLIANCE-FILE
           MOVE 'HDR' TO PC-H-RECORD-TYPE
           MOVE 'PROMPT-PAY' TO PC-H-PROGRAM
           MOVE WS-RUN-DATE TO PC-H-RUN-DATE
           MOVE SPACES TO PC-H-PERIOD
           STRING WS-CLOSE-YEAR '01-' WS-CLOSE-MONTH
               DELIMITED BY SIZE INTO PC-H-PERIOD
           WRITE PC-HEADER-RECORD
           PERFORM WRITE-COMPLIANCE-MONTH
               VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-CLOSE-MM
           PERFORM WRITE-PLAN-YEAR-TO-DATE
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
           MOVE 'TRL' TO PC-T-RECORD-TYPE
           MOVE WS-PC-REC-COUNT TO PC-T-RECORD-COUNT
           MOVE WS-GT-PAID TO PC-T-HASH-TOTAL
           WRITE PC-TRAILER-RECORD
           CLOSE COMPLIANCE-FILE
           IF WS-GT-PAID > ZERO
               COMPUTE WS-GT-PCT-ON-TIME ROUNDED =
                   WS-GT-ON-TIME * 100 / WS-GT-PAID
           END-IF.

       WRITE-COMPLIANCE-MONTH.
      *    The month's plan-type rows, then its all-plans total
           MOVE WS-CLOSE-YEAR TO WS-WM-YYYY
           MOVE WS-M TO WS-WM-MM
           INITIALIZE WS-CELL-TOTALS
           PERFORM WRITE-PLAN-MONTH
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
           INITIALIZE COMPLIANCE-RECORD
           MOVE 'T' TO PC-RECORD-TYPE
           MOVE WS-WORK-MONTH TO PC-MONTH
           MOVE 'ALL PLAN TYPES' TO PC-PLAN-TYPE
           MOVE SPACES TO PC-DAY-BASIS
           PERFORM MOVE-CELL-TOTALS.

       WRITE-PLAN-MONTH.
           IF WS-PM-PAID(WS-PLAN-IDX, WS-M) > ZERO
               SET WS-RULE-IDX TO WS-PLAN-RULE(WS-PLAN-IDX)
               INITIALIZE COMPLIANCE-RECORD
               MOVE 'M' TO PC-RECORD-TYPE
               MOVE WS-WORK-MONTH TO PC-MONTH
               MOVE WS-PLAN-NAME(WS-PLAN-IDX) TO PC-PLAN-TYPE
               MOVE WS-RULE-LIMIT-DAYS(WS-RULE-IDX) TO PC-LIMIT-DAYS
               MOVE WS-RULE-DAY-BASIS(WS-RULE-IDX) TO PC-DAY-BASIS
               MOVE WS-RULE-RATE(WS-RULE-IDX) TO PC-INTEREST-RATE
               ADD WS-PM-PAID(WS-PLAN-IDX, WS-M) TO WS-CT-PAID
               ADD WS-PM-ON-TIME(WS-PLAN-IDX, WS-M) TO WS-CT-ON-TIME
               ADD WS-PM-LATE(WS-PLAN-IDX, WS-M) TO WS-CT-LATE
               ADD WS-PM-DAYS(WS-PLAN-IDX, WS-M) TO WS-CT-DAYS
               ADD WS-PM-INTEREST(WS-PLAN-IDX, WS-M)
                   TO WS-CT-INTEREST
               MOVE WS-PM-PAID(WS-PLAN-IDX, WS-M) TO PC-CLAIMS-PAID
               MOVE WS-PM-ON-TIME(WS-PLAN-IDX, WS-M)
                   TO PC-PAID-ON-TIME
               MOVE WS-PM-LATE(WS-PLAN-IDX, WS-M) TO PC-PAID-LATE
               MOVE WS-PM-INTEREST(WS-PLAN-IDX, WS-M)
                   TO PC-INTEREST-AMOUNT
               COMPUTE PC-PCT-ON-TIME ROUNDED =
                   PC-PAID-ON-TIME * 100 / PC-CLAIMS-PAID
               COMPUTE PC-AVG-DAYS-TO-PAY ROUNDED =
                   WS-PM-DAYS(WS-PLAN-IDX, WS-M) / PC-CLAIMS-PAID
               PERFORM WRITE-COMPLIANCE-ROW
           END-IF.

       WRITE-PLAN-YEAR-TO-DATE.
           SET WS-RULE-IDX TO WS-PLAN-RULE(WS-PLAN-IDX)
           INITIALIZE WS-CELL-TOTALS
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-CLOSE-MM
               ADD WS-PM-PAID(WS-PLAN-IDX, WS-M) TO WS-CT-PAID
               ADD WS-PM-ON-TIME(WS-PLAN-IDX, WS-M) TO WS-CT-ON-TIME
               ADD WS-PM-LATE(WS-PLAN-IDX, WS-M) TO WS-CT-LATE
               ADD WS-PM-DAYS(WS-PLAN-IDX, WS-M) TO WS-CT-DAYS
               ADD WS-PM-INTEREST(WS-PLAN-IDX, WS-M)
                   TO WS-CT-INTEREST
           END-PERFORM
           INITIALIZE COMPLIANCE-RECORD
           MOVE 'Y' TO PC-RECORD-TYPE
           MOVE WS-CLOSE-MONTH TO PC-MONTH
           MOVE WS-PLAN-NAME(WS-PLAN-IDX) TO PC-PLAN-TYPE
           MOVE WS-RULE-LIMIT-DAYS(WS-RULE-IDX) TO PC-LIMIT-DAYS
           MOVE WS-RULE-DAY-BASIS(WS-RULE-IDX) TO PC-DAY-BASIS
           MOVE WS-RULE-RATE(WS-RULE-IDX) TO PC-INTEREST-RATE
           ADD WS-CT-PAID TO WS-GT-PAID
           ADD WS-CT-ON-TIME TO WS-GT-ON-TIME
           ADD WS-CT-LATE TO WS-GT-LATE
           ADD WS-CT-INTEREST TO WS-GT-INTEREST
           PERFORM MOVE-CELL-TOTALS.

       MOVE-CELL-TOTALS.
           MOVE WS-CT-PAID TO PC-CLAIMS-PAID
           MOVE WS-CT-ON-TIME TO PC-PAID-ON-TIME
           MOVE WS-CT-LATE TO PC-PAID-LATE
           MOVE WS-CT-INTEREST TO PC-INTEREST-AMOUNT
           IF WS-CT-PAID > ZERO
               COMPUTE PC-PCT-ON-TIME ROUNDED =
                   WS-CT-ON-TIME * 100 / WS-CT-PAID
               COMPUTE PC-AVG-DAYS-TO-PAY ROUNDED =
                   WS-CT-DAYS / WS-CT-PAID
           END-IF
           PERFORM WRITE-COMPLIANCE-ROW.

       WRITE-COMPLIANCE-ROW.
           WRITE COMPLIANCE-RECORD
           ADD 1 TO WS-PC-REC-COUNT.

       WRITE-PROMPT-PAY-REPORT.
      *    Write output to: PAYER-ANALYST.CLAIMS-OPS.PROMPT-PAY
           DISPLAY ' '
           DISPLAY '=========================================='
           DISPLAY 'PROMPT-PAY COMPLIANCE REPORT'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'PAID ' WS-CLOSE-YEAR '01 THROUGH ' WS-CLOSE-MONTH
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'PAID CLAIMS MEASURED: ' WS-CLAIMS-MEASURED
           DISPLAY 'PAID CLAIMS WITHOUT USABLE DATES: '
               WS-CLAIMS-UNDATED
           DISPLAY 'CLAIMS OF MEMBERS NOT ON MASTER: '
               WS-CLAIMS-NO-MEMBER
           IF WS-PLAN-OVERFLOW > ZERO
               DISPLAY 'WARNING: PLAN TABLE FULL (50) - '
                   WS-PLAN-OVERFLOW ' CLAIMS NOT MEASURED'
           END-IF
           DISPLAY ' '
           DISPLAY 'YEAR TO DATE PAID: ' WS-GT-PAID
               '  ON TIME: ' WS-GT-ON-TIME
               '  LATE: ' WS-GT-LATE
           DISPLAY 'PERCENT PAID ON TIME: ' WS-GT-PCT-ON-TIME '%'
           DISPLAY 'INTEREST OWED YEAR TO DATE: $' WS-GT-INTEREST
           DISPLAY ' '
           DISPLAY 'BY MONTH PAID (ALL PLAN TYPES):'
           PERFORM DISPLAY-COMPLIANCE-MONTH
               VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > WS-CLOSE-MM
           DISPLAY ' '
           DISPLAY 'RULES IN FORCE (LIMIT / BASIS / ANNUAL RATE):'
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               DISPLAY '  ' WS-RULE-PLAN-TYPE(WS-RULE-IDX) ' '
                   WS-RULE-LIMIT-DAYS(WS-RULE-IDX) ' '
                   WS-RULE-DAY-BASIS(WS-RULE-IDX) ' '
                   WS-RULE-RATE(WS-RULE-IDX) '%'
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'INTEREST RELEASED FOR ' WS-CLOSE-MONTH ': $'
               WS-CLOSE-INTEREST
           DISPLAY 'LATE CLAIMS: ' WS-CLOSE-LATE-CLAIMS
               '  PROVIDERS OWED: ' WS-PROVIDERS-OWED
           DISPLAY '=========================================='
           DISPLAY 'PROMPT-PAY ANALYSIS COMPLETE'.

       DISPLAY-COMPLIANCE-MONTH.
           MOVE WS-CLOSE-YEAR TO WS-WM-YYYY
           MOVE WS-M TO WS-WM-MM
           INITIALIZE WS-CELL-TOTALS
           MOVE ZERO TO WS-MONTH-PCT-ON-TIME
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               ADD WS-PM-PAID(WS-PLAN-IDX, WS-M) TO WS-CT-PAID
               ADD WS-PM-ON-TIME(WS-PLAN-IDX, WS-M) TO WS-CT-ON-TIME
               ADD WS-PM-LATE(WS-PLAN-IDX, WS-M) TO WS-CT-LATE
               ADD WS-PM-INTEREST(WS-PLAN-IDX, WS-M)
                   TO WS-CT-INTEREST
           END-PERFORM
           IF WS-CT-PAID > ZERO
               COMPUTE WS-MONTH-PCT-ON-TIME ROUNDED =
                   WS-CT-ON-TIME * 100 / WS-CT-PAID
           END-IF
           DISPLAY '  ' WS-WORK-MONTH '  PAID: ' WS-CT-PAID
               '  LATE: ' WS-CT-LATE
               '  ON TIME: ' WS-MONTH-PCT-ON-TIME '%'
               '  INTEREST: $' WS-CT-INTEREST.
