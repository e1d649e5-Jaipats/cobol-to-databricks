      *    month), produces the payment extract per capitated
      *    provider, and reports capitation paid against the
      *    FFS-equivalent cost of the same members' claims so
      *    finance can see which contracts are working. The same
      *    payments are also split by the paid members' plan type
      *    and region on CAP-PAYMENT-DIST.DAT, the breakout the
      *    general ledger interface journals capitation under.
      *    Every run's payments are appended to
      *    CAP-PAYMENT-HISTORY.DAT so the year's capitation can be
      *    totalled for the 1099 reporting; a month that is rerun
      *    is appended again and the latest run for the month
      *    stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "CAP-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT DIST-FILE
               ASSIGN TO "CAP-PAYMENT-DIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT HISTORY-FILE
               ASSIGN TO "CAP-PAYMENT-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
      *    Capitated-contract roster: the PMPM rate in force
      *    between the effective dates; zero to-date means open.
      *    The encounter standard is the submission rate the
      *    contract holds the provider to (encounters per 1,000
      *    member-months), measured by ENCOUNTER-COMPLETENESS.
       01  CONTRACT-RECORD.
           05  CP-PROVIDER-ID      PIC 9(8).
           05  CP-PMPM-RATE        PIC 9(5)V99.
           05  CP-EFFECTIVE-FROM   PIC 9(8).
           05  CP-EFFECTIVE-TO     PIC 9(8).
           05  CP-ENCOUNTER-STANDARD PIC 9(5).

       FD  ATTRIBUTION-FILE.
      *    Member-to-provider attribution, in member order like
           05  CPX-FFS-EQUIV-MONTH PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==CPX==.

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
      *    Geography for the regional breakdowns
           05  REGION-CODE         PIC X(10).
           05  COUNTY-NAME         PIC X(20).
           05  ZIP-CODE            PIC X(5).

       FD  DIST-FILE.
      *    Each provider's payment split by the plan type and
      *    region of the members it was paid for; the amounts for
      *    a provider add back to its CAP-PAYMENTS.DAT payment
       01  DIST-RECORD.
           05  CPD-PROVIDER-ID     PIC 9(8).
           05  CPD-PAYMENT-MONTH   PIC 9(6).
           05  CPD-PLAN-TYPE       PIC X(20).
           05  CPD-REGION-CODE     PIC X(10).
           05  CPD-MEMBER-MONTHS   PIC 9(7).
           05  CPD-PAYMENT-AMOUNT  PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==CPD==.

       FD  HISTORY-FILE.
      *    One record per provider paid per run, accumulating
       01  HISTORY-RECORD.
           05  CPH-PROVIDER-ID     PIC 9(8).
           05  CPH-PAYMENT-MONTH   PIC 9(6).
           05  CPH-PAYMENT-AMOUNT  PIC 9(11)V99.
           05  CPH-RUN-DATE        PIC 9(8).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Capitated contracts carried in-memory with their
      *    member-month and FFS accumulators
       01  WS-CON-MATCH            PIC X VALUE 'N'.
           88  CONTRACT-FOUND      VALUE 'Y'.

      *    Member-months by provider, plan type and region for the
      *    distribution extract
       01  WS-DIST-TABLE.
           05  WS-DST-ENTRY        OCCURS 1000 TIMES
                                   INDEXED BY WS-DST-IDX.
               10  WS-DST-PROVIDER     PIC 9(8).
               10  WS-DST-PLAN         PIC X(20).
               10  WS-DST-REGION       PIC X(10).
               10  WS-DST-MBR-MONTHS   PIC 9(7).
       01  WS-DIST-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-DST-MATCH            PIC X VALUE 'N'.
           88  DIST-FOUND          VALUE 'Y'.
       01  WS-DIST-OVERFLOW        PIC 9(7) VALUE ZERO.
       01  WS-DIST-AMOUNT          PIC 9(11)V99.
       01  WS-DIST-PMPM            PIC 9(5)V99.
       01  WS-MEMBER-PLAN          PIC X(20).
       01  WS-MEMBER-REGION        PIC X(10).

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
      *    in cents
       01  WS-CPX-REC-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CPX-HASH             PIC 9(15) VALUE ZERO.
      *    Distribution extract control totals; the hash carries
      *    the distributed payment in cents
       01  WS-CPD-REC-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CPD-HASH             PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CONTRACT        PIC X VALUE 'N'.
               88  END-OF-SPANS    VALUE 'Y'.
           05  EOF-COST            PIC X VALUE 'N'.
               88  END-OF-COST     VALUE 'Y'.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.

       01  WS-SPAN-FILE-STATUS     PIC XX.
       01  WS-SPANS-OPEN           PIC X VALUE 'N'.
       01  WS-COST-OPEN            PIC X VALUE 'N'.
           88  COST-AVAILABLE      VALUE 'Y'.
       01  WS-ATTRIB-FILE-STATUS   PIC XX.
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-HISTORY-STATUS       PIC XX.
       01  WS-MEMBERS-OPEN         PIC X VALUE 'N'.
           88  MEMBERS-AVAILABLE   VALUE 'Y'.

      *    Bad open on the contract roster aborts with
      *    RETURN-CODE 8 so a calling driver job can stop the chain
           MOVE WS-RUN-YYYYMM TO WS-PAYMENT-MONTH
           MOVE WS-RUN-YYYYMM TO WS-MF-YYYYMM
           MOVE 01 TO WS-MF-DD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CAP-CONTRACTS
           IF NOT OPEN-FAILED
               PERFORM OPEN-MEMBER-CURSORS
               PERFORM WALK-ATTRIBUTED-MEMBERS
               PERFORM WRITE-PAYMENT-EXTRACT
               PERFORM WRITE-DIST-EXTRACT
               PERFORM CLOSE-FILES
               PERFORM WRITE-CAPITATION-REPORT
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the month comes from the cycle
      *    being run, so a month-end caught up after the calendar
      *    has turned still closes its own month; run standalone
      *    (no parameter file, or one without a cycle) it stays
      *    the run date's month
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-CYCLE-PERIOD IS NUMERIC AND
                          RP-CYCLE-PERIOD > ZERO
                           MOVE RP-CYCLE-PERIOD TO WS-PAYMENT-MONTH
                           MOVE RP-CYCLE-PERIOD TO WS-MF-YYYYMM
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       LOAD-CAP-CONTRACTS.
      *    Source: PAYER-ANALYST.FINANCE.CAP-CONTRACTS
           OPEN INPUT CONTRACT-FILE
               SET END-OF-COST TO TRUE
               DISPLAY 'MEMBER-COST-DETAIL.DAT NOT FOUND - FFS '
                   'COMPARISON UNAVAILABLE'
           END-IF
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS = '00'
               SET MEMBERS-AVAILABLE TO TRUE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           ELSE
               SET END-OF-MEMBERS TO TRUE
               DISPLAY 'MEMBERS.DAT NOT FOUND - CAPITATION '
                   'DISTRIBUTED AS UNASSIGNED'
           END-IF.

       WALK-ATTRIBUTED-MEMBERS.
               ADD 1 TO WS-ATTRIB-READ
               PERFORM CHECK-MEMBER-ENROLLMENT
               PERFORM LOOKUP-MEMBER-FFS
               PERFORM LOOKUP-MEMBER-PLAN
               PERFORM FOLD-INTO-CONTRACT
               READ ATTRIBUTION-FILE
                   AT END SET END-OF-ATTRIB TO TRUE
               MOVE MC-TOTAL-PAID TO WS-MEMBER-PAID
           END-IF.

       LOOKUP-MEMBER-PLAN.
      *    Plan type and region off the member master; a member
      *    not on the master is carried as UNASSIGNED
           MOVE 'UNASSIGNED' TO WS-MEMBER-PLAN
           MOVE 'UNASSIGNED' TO WS-MEMBER-REGION
           PERFORM UNTIL END-OF-MEMBERS OR
                        MEMBER-ID >= ATT-MEMBER-ID
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-MEMBERS AND
              MEMBER-ID = ATT-MEMBER-ID
               IF PLAN-TYPE NOT = SPACES
                   MOVE PLAN-TYPE TO WS-MEMBER-PLAN
               END-IF
               IF REGION-CODE NOT = SPACES
                   MOVE REGION-CODE TO WS-MEMBER-REGION
               END-IF
           END-IF.

       FOLD-INTO-CONTRACT.
           MOVE 'N' TO WS-CON-MATCH
           SET WS-CON-IDX TO 1
               IF MEMBER-ENROLLED
                   ADD 1 TO WS-CON-MBR-MONTHS(WS-CON-IDX)
                   ADD 1 TO WS-MBR-MONTHS-TOTAL
                   PERFORM FOLD-INTO-DISTRIBUTION
               END-IF
               ADD WS-MEMBER-PAID TO WS-CON-FFS-PAID(WS-CON-IDX)
           ELSE
               ADD 1 TO WS-NO-CONTRACT-CNT
           END-IF.

       FOLD-INTO-DISTRIBUTION.
           MOVE 'N' TO WS-DST-MATCH
           SET WS-DST-IDX TO 1
           SEARCH WS-DST-ENTRY VARYING WS-DST-IDX
               AT END CONTINUE
               WHEN WS-DST-IDX > WS-DIST-COUNT
                   CONTINUE
               WHEN WS-DST-PROVIDER(WS-DST-IDX) = ATT-PROVIDER-ID
                AND WS-DST-PLAN(WS-DST-IDX) = WS-MEMBER-PLAN
                AND WS-DST-REGION(WS-DST-IDX) = WS-MEMBER-REGION
                   SET DIST-FOUND TO TRUE
           END-SEARCH
           IF DIST-FOUND
               ADD 1 TO WS-DST-MBR-MONTHS(WS-DST-IDX)
           ELSE
               IF WS-DIST-COUNT < 1000
                   ADD 1 TO WS-DIST-COUNT
                   SET WS-DST-IDX TO WS-DIST-COUNT
                   MOVE ATT-PROVIDER-ID
                       TO WS-DST-PROVIDER(WS-DST-IDX)
                   MOVE WS-MEMBER-PLAN TO WS-DST-PLAN(WS-DST-IDX)
                   MOVE WS-MEMBER-REGION
                       TO WS-DST-REGION(WS-DST-IDX)
                   MOVE 1 TO WS-DST-MBR-MONTHS(WS-DST-IDX)
               ELSE
                   ADD 1 TO WS-DIST-OVERFLOW
               END-IF
           END-IF.

       WRITE-PAYMENT-EXTRACT.
      *    Target: PAYER-ANALYST.FINANCE.CAP-PAYMENTS
           OPEN OUTPUT PAYMENT-FILE
           MOVE WS-RUN-DATE TO CPX-H-RUN-DATE
           MOVE WS-PAYMENT-MONTH TO CPX-H-PERIOD
           WRITE CPX-HEADER-RECORD
      *    The history accumulates across runs; the first run ever
      *    finds no history and creates it
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM WRITE-ONE-PAYMENT
               VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CONTRACT-COUNT
           MOVE WS-CPX-REC-COUNT TO CPX-T-RECORD-COUNT
           MOVE WS-CPX-HASH TO CPX-T-HASH-TOTAL
           WRITE CPX-TRAILER-RECORD
           CLOSE PAYMENT-FILE
           CLOSE HISTORY-FILE.

       WRITE-ONE-PAYMENT.
           ADD 1 TO WS-PROVIDERS-PAID
           ADD 1 TO WS-CPX-REC-COUNT
           COMPUTE WS-CPX-HASH = WS-CPX-HASH +
               (WS-PAYMENT-AMOUNT * 100)
           MOVE WS-CON-PROVIDER(WS-CON-IDX) TO CPH-PROVIDER-ID
           MOVE WS-PAYMENT-MONTH TO CPH-PAYMENT-MONTH
           MOVE WS-PAYMENT-AMOUNT TO CPH-PAYMENT-AMOUNT
           MOVE WS-RUN-DATE TO CPH-RUN-DATE
           WRITE HISTORY-RECORD
           DISPLAY '  PROVIDER ' WS-CON-PROVIDER(WS-CON-IDX)
               ' - Member-Months: ' WS-CON-MBR-MONTHS(WS-CON-IDX)
               '  PMPM: $' WS-CON-PMPM(WS-CON-IDX)
               '  Payment: $' WS-PAYMENT-AMOUNT
               '  FFS-Equiv/Month: $' WS-FFS-EQUIV-MONTH.

       WRITE-DIST-EXTRACT.
      *    Target: PAYER-ANALYST.FINANCE.CAP-PAYMENT-DIST
           OPEN OUTPUT DIST-FILE
           MOVE 'HDR' TO CPD-H-RECORD-TYPE
           MOVE 'CAPITATION-PAYMENT' TO CPD-H-PROGRAM
           MOVE WS-RUN-DATE TO CPD-H-RUN-DATE
           MOVE WS-PAYMENT-MONTH TO CPD-H-PERIOD
           WRITE CPD-HEADER-RECORD
           PERFORM WRITE-ONE-DIST
               VARYING WS-DST-IDX FROM 1 BY 1
               UNTIL WS-DST-IDX > WS-DIST-COUNT
           MOVE 'TRL' TO CPD-T-RECORD-TYPE
           MOVE WS-CPD-REC-COUNT TO CPD-T-RECORD-COUNT
           MOVE WS-CPD-HASH TO CPD-T-HASH-TOTAL
           WRITE CPD-TRAILER-RECORD
           CLOSE DIST-FILE
           IF WS-DIST-OVERFLOW > ZERO
               DISPLAY 'WARNING: DISTRIBUTION TABLE FULL (1000) - '
                   WS-DIST-OVERFLOW ' MEMBER-MONTHS NOT DISTRIBUTED'
           END-IF.

       WRITE-ONE-DIST.
      *    The provider's PMPM times the bucket's member-months, so
      *    a provider's buckets add to its payment to the cent
           MOVE ZERO TO WS-DIST-PMPM
           SET WS-CON-IDX TO 1
           SEARCH WS-CON-ENTRY VARYING WS-CON-IDX
               AT END CONTINUE
               WHEN WS-CON-PROVIDER(WS-CON-IDX) =
                    WS-DST-PROVIDER(WS-DST-IDX)
                   MOVE WS-CON-PMPM(WS-CON-IDX) TO WS-DIST-PMPM
           END-SEARCH
           COMPUTE WS-DIST-AMOUNT =
               WS-DST-MBR-MONTHS(WS-DST-IDX) * WS-DIST-PMPM
           MOVE WS-DST-PROVIDER(WS-DST-IDX) TO CPD-PROVIDER-ID
           MOVE WS-PAYMENT-MONTH TO CPD-PAYMENT-MONTH
           MOVE WS-DST-PLAN(WS-DST-IDX) TO CPD-PLAN-TYPE
           MOVE WS-DST-REGION(WS-DST-IDX) TO CPD-REGION-CODE
           MOVE WS-DST-MBR-MONTHS(WS-DST-IDX) TO CPD-MEMBER-MONTHS
           MOVE WS-DIST-AMOUNT TO CPD-PAYMENT-AMOUNT
           WRITE DIST-RECORD
           ADD 1 TO WS-CPD-REC-COUNT
           COMPUTE WS-CPD-HASH = WS-CPD-HASH +
               (WS-DIST-AMOUNT * 100).

       WRITE-CAPITATION-REPORT.
      *    Write output to: PAYER-ANALYST.FINANCE.CAPITATION
           DISPLAY '=========================================='
           END-IF
           IF COST-AVAILABLE
               CLOSE MEMBER-COST-FILE
           END-IF
           IF MEMBERS-AVAILABLE
               CLOSE MEMBER-FILE
           END-IF.
