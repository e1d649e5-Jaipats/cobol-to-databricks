      *    member master, posts the payments file against the open
      *    balance, and rolls the receivables master forward with
      *    delinquency aging - the old-master/new-master rhythm
      *    BENEFIT-ACCUM-UPDATE follows, with MASTER-GENERATION-MANAGER
      *    promoting AR-MASTER-NEW.DAT after a clean run. The new
      *    master carries HDR/TRL control records so the promotion
      *    can prove it complete. The collected-
      *    revenue extract feeds MLR-REPORT actual cash instead of
      *    annualized billed premium. The month's cash by member,
      *    plan type and region goes out on PREMIUM-COLLECTIONS.DAT
      *    for the general ledger interface.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "COLLECTED-REVENUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT COLLECTIONS-FILE
               ASSIGN TO "PREMIUM-COLLECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-AR-FILE.
      *    Prior receivables positions, in member order; the
      *    generation manager promotes AR-MASTER-NEW.DAT after a
      *    clean run, stripping its control records. The billing
      *    month stamps which cycle's aging the position reflects,
      *    so GRACE-PERIOD-TRACK can date a member's first missed
      *    payment off the live master between month-ends
       01  OLD-AR-RECORD.
           05  OA-MEMBER-ID        PIC 9(10).
           05  OA-BAL-CURRENT      PIC 9(9)V99.
           05  OA-BAL-90PLUS       PIC 9(9)V99.
           05  OA-YTD-BILLED       PIC 9(9)V99.
           05  OA-YTD-COLLECTED    PIC 9(9)V99.
           05  OA-BILLING-MONTH    PIC 9(6).

       FD  NEW-AR-FILE.
       01  NEW-AR-RECORD.
           05  NA-BAL-90PLUS       PIC 9(9)V99.
           05  NA-YTD-BILLED       PIC 9(9)V99.
           05  NA-YTD-COLLECTED    PIC 9(9)V99.
           05  NA-BILLING-MONTH    PIC 9(6).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NA==.

       FD  INVOICE-FILE.
      *    One invoice per active member for the billing month
           05  CV-MEMBER-ID        PIC 9(10).
           05  CV-YTD-COLLECTED    PIC 9(9)V99.

       FD  COLLECTIONS-FILE.
      *    Cash posted this cycle, one record per paying member
       01  COLLECTIONS-RECORD.
           05  PC-MEMBER-ID        PIC 9(10).
           05  PC-BILLING-MONTH    PIC 9(6).
           05  PC-PLAN-TYPE        PIC X(20).
           05  PC-REGION-CODE      PIC X(10).
           05  PC-COLLECTED        PIC 9(9)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PC==.

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-BILLING-MONTH        PIC 9(6).
       01  WS-PARAM-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  WS-YTD-COLLECTED    PIC 9(9)V99.
           05  WS-PRIOR-BALANCE    PIC 9(9)V99.
       01  WS-PAYMENT-APPLIED      PIC 9(9)V99.
       01  WS-MEMBER-COLLECTED     PIC 9(9)V99.
       01  WS-APPLY-WORK           PIC 9(9)V99.

      *    Prior AR master cursor and payment cursor, both advanced
      *    carries premium due in cents
       01  WS-IN-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-IN-HASH              PIC 9(15) VALUE ZERO.
      *    New AR master control totals; the hash carries the
      *    current-bucket balance in cents
       01  WS-NA-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NA-HASH              PIC 9(15) VALUE ZERO.
      *    Collections extract control totals; the hash carries
      *    cash collected in cents
       01  WS-PC-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PC-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-FLAG            PIC X VALUE 'N'.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYYMM TO WS-BILLING-MONTH
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM OPEN-FILES
           IF NOT OPEN-FAILED
               PERFORM PROCESS-MEMBERS
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
                           MOVE RP-CYCLE-PERIOD TO WS-BILLING-MONTH
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       OPEN-FILES.
      *    Open member file from mainframe
      *    Source: PAYER-DEV.ANALYTICS-GOLD.MEMBERS
                       'PAYMENTS POSTED THIS RUN'
               END-IF
               OPEN OUTPUT NEW-AR-FILE
               MOVE 'HDR' TO NA-H-RECORD-TYPE
               MOVE 'PREMIUM-BILLING' TO NA-H-PROGRAM
               MOVE WS-RUN-DATE TO NA-H-RUN-DATE
               MOVE WS-BILLING-MONTH TO NA-H-PERIOD
               WRITE NA-HEADER-RECORD
               OPEN OUTPUT INVOICE-FILE
               MOVE 'HDR' TO IN-H-RECORD-TYPE
               MOVE 'PREMIUM-BILLING' TO IN-H-PROGRAM
               MOVE WS-BILLING-MONTH TO IN-H-PERIOD
               WRITE IN-HEADER-RECORD
               OPEN OUTPUT COLLECTED-FILE
               OPEN OUTPUT COLLECTIONS-FILE
               MOVE 'HDR' TO PC-H-RECORD-TYPE
               MOVE 'PREMIUM-BILLING' TO PC-H-PROGRAM
               MOVE WS-RUN-DATE TO PC-H-RUN-DATE
               MOVE WS-BILLING-MONTH TO PC-H-PERIOD
               WRITE PC-HEADER-RECORD
               READ MEMBER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               END-IF
               PERFORM POST-MEMBER-PAYMENTS
               PERFORM WRITE-NEW-AR-RECORD
               IF WS-MEMBER-COLLECTED > ZERO
                   PERFORM WRITE-COLLECTIONS-RECORD
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
      *    Apply every payment on file for this member, oldest
      *    balance first; a payment past the full balance counts as
      *    collected but leaves no open bucket to reduce
           MOVE ZERO TO WS-MEMBER-COLLECTED
           PERFORM UNTIL END-OF-PAYMENTS OR
                        PY-MEMBER-ID > MEMBER-ID
               IF PY-MEMBER-ID = MEMBER-ID
                   ADD 1 TO WS-PAYMENTS-POSTED
                   ADD PY-AMOUNT TO WS-YTD-COLLECTED
                   ADD PY-AMOUNT TO WS-TOTAL-COLLECTED
                   ADD PY-AMOUNT TO WS-MEMBER-COLLECTED
                   MOVE PY-AMOUNT TO WS-PAYMENT-APPLIED
                   PERFORM APPLY-PAYMENT-TO-BUCKETS
               END-IF
           MOVE WS-BAL-90PLUS TO NA-BAL-90PLUS
           MOVE WS-YTD-BILLED TO NA-YTD-BILLED
           MOVE WS-YTD-COLLECTED TO NA-YTD-COLLECTED
           MOVE WS-BILLING-MONTH TO NA-BILLING-MONTH
           WRITE NEW-AR-RECORD
           ADD 1 TO WS-NA-REC-COUNT
           COMPUTE WS-NA-HASH = WS-NA-HASH +
               (WS-BAL-CURRENT * 100)
           ADD WS-BAL-CURRENT TO WS-TOTAL-BAL-CUR
           ADD WS-BAL-30 TO WS-TOTAL-BAL-30
           ADD WS-BAL-60 TO WS-TOTAL-BAL-60
           MOVE WS-YTD-COLLECTED TO CV-YTD-COLLECTED
           WRITE COLLECTED-RECORD.

       WRITE-COLLECTIONS-RECORD.
      *    Target: PAYER-ANALYST.FINANCE.PREMIUM-COLLECTIONS
           MOVE MEMBER-ID TO PC-MEMBER-ID
           MOVE WS-BILLING-MONTH TO PC-BILLING-MONTH
           MOVE PLAN-TYPE TO PC-PLAN-TYPE
           MOVE REGION-CODE TO PC-REGION-CODE
           MOVE WS-MEMBER-COLLECTED TO PC-COLLECTED
           WRITE COLLECTIONS-RECORD
           ADD 1 TO WS-PC-REC-COUNT
           COMPUTE WS-PC-HASH = WS-PC-HASH +
               (WS-MEMBER-COLLECTED * 100).

       WRITE-BILLING-REPORT.
      *    Write output to: PAYER-ANALYST.FINANCE.PREMIUM-BILLING
           DISPLAY '=========================================='
           IF PAYMENTS-AVAILABLE
               CLOSE PAYMENT-FILE
           END-IF
           MOVE 'TRL' TO NA-T-RECORD-TYPE
           MOVE WS-NA-REC-COUNT TO NA-T-RECORD-COUNT
           MOVE WS-NA-HASH TO NA-T-HASH-TOTAL
           WRITE NA-TRAILER-RECORD
           CLOSE NEW-AR-FILE
           MOVE 'TRL' TO IN-T-RECORD-TYPE
           MOVE WS-IN-REC-COUNT TO IN-T-RECORD-COUNT
           MOVE WS-IN-HASH TO IN-T-HASH-TOTAL
           WRITE IN-TRAILER-RECORD
           CLOSE INVOICE-FILE
           CLOSE COLLECTED-FILE
           MOVE 'TRL' TO PC-T-RECORD-TYPE
           MOVE WS-PC-REC-COUNT TO PC-T-RECORD-COUNT
           MOVE WS-PC-HASH TO PC-T-HASH-TOTAL
           WRITE PC-TRAILER-RECORD
           CLOSE COLLECTIONS-FILE.
