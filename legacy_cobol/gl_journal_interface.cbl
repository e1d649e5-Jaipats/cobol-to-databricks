       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-INTERFACE.
       AUTHOR. FINANCE-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    General ledger journal interface, replacing the monthly
      *    re-keying of totals off the finance reports. Takes in
      *    the month's premium invoices and collections from
      *    PREMIUM-BILLING, the capitation payments from
      *    CAPITATION-PAYMENT, claims paid from CLAIMS-COST-ANALYSIS
      *    and stop-loss recoverables from STOP-LOSS-TRACKING, rolls
      *    each up by plan type and region, and writes balanced
      *    debit/credit journal lines to GL-JOURNAL.DAT under the
      *    accounts GL-ACCOUNT-MAP.DAT assigns. Claims paid and
      *    stop-loss recoverables arrive as year-to-date figures,
      *    so only the change since the last accepted batch is
      *    journaled; what has been posted so far this year is
      *    carried on GL-POSTED-TODATE.DAT, rolled forward through
      *    GL-POSTED-NEW.DAT under MASTER-GENERATION-MANAGER. A
      *    batch whose debits and credits do not tie, or with an
      *    amount no mapping covers, is rejected: the journal is
      *    written empty between its control records, the
      *    year-to-date master is not rolled, and RETURN-CODE 8
      *    stops the chain. The reconciliation report ties each
      *    source's journaled total back to the trailer hash total
      *    on that source's extract; a source that does not tie,
      *    or did not arrive, ends the run with RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO "GL-ACCOUNT-MAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO "PREMIUM-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT COLLECTIONS-FILE
               ASSIGN TO "PREMIUM-COLLECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CAP-PAYMENT-FILE
               ASSIGN TO "CAP-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CAP-DIST-FILE
               ASSIGN TO "CAP-PAYMENT-DIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT COST-SUMMARY-FILE
               ASSIGN TO "COST-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT MEMBER-COST-FILE
               ASSIGN TO "MEMBER-COST-DETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FILING-FILE
               ASSIGN TO "STOP-LOSS-FILING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT POSTED-FILE
               ASSIGN TO "GL-POSTED-TODATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT NEW-POSTED-FILE
               ASSIGN TO "GL-POSTED-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT JOURNAL-FILE
               ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MAP-FILE.
      *    Account mapping control file: the debit and credit
      *    accounts for a source, optionally narrowed to one plan
      *    type and/or one region. Blank plan type or region
      *    matches any; the most specific row that matches wins
      *    (plan and region, then plan, then region, then the
      *    source-wide row).
       01  ACCOUNT-MAP-RECORD.
           05  GM-SOURCE           PIC X(8).
           05  GM-PLAN-TYPE        PIC X(20).
           05  GM-REGION-CODE      PIC X(10).
           05  GM-DEBIT-ACCOUNT    PIC X(12).
           05  GM-CREDIT-ACCOUNT   PIC X(12).

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

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05  IN-MEMBER-ID        PIC 9(10).
           05  IN-BILLING-MONTH    PIC 9(6).
           05  IN-PLAN-TYPE        PIC X(20).
           05  IN-PREMIUM-DUE      PIC 9(7)V99.
           05  IN-PRIOR-BALANCE    PIC 9(9)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==IN==.

       FD  COLLECTIONS-FILE.
       01  COLLECTIONS-RECORD.
           05  PC-MEMBER-ID        PIC 9(10).
           05  PC-BILLING-MONTH    PIC 9(6).
           05  PC-PLAN-TYPE        PIC X(20).
           05  PC-REGION-CODE      PIC X(10).
           05  PC-COLLECTED        PIC 9(9)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PC==.

       FD  CAP-PAYMENT-FILE.
      *    Only the control records are read off the payment
      *    extract; the journal lines come from the distribution
       01  CAP-PAYMENT-RECORD      PIC X(65).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==CPX==.

       FD  CAP-DIST-FILE.
       01  CAP-DIST-RECORD.
           05  CPD-PROVIDER-ID     PIC 9(8).
           05  CPD-PAYMENT-MONTH   PIC 9(6).
           05  CPD-PLAN-TYPE       PIC X(20).
           05  CPD-REGION-CODE     PIC X(10).
           05  CPD-MEMBER-MONTHS   PIC 9(7).
           05  CPD-PAYMENT-AMOUNT  PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==CPD==.

       FD  COST-SUMMARY-FILE.
      *    Only the control records are read off the summary; the
      *    plan and region breakout comes from the member rollups
       01  COST-SUMMARY-RECORD     PIC X(94).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==CS==.

       FD  MEMBER-COST-FILE.
       01  MEMBER-COST-RECORD.
           05  MC-MEMBER-ID        PIC 9(10).
           05  MC-TOTAL-BILLED     PIC 9(11)V99.
           05  MC-TOTAL-PAID       PIC 9(11)V99.
           05  MC-CLAIM-COUNT      PIC 9(9).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==MC==.

       FD  FILING-FILE.
       01  FILING-RECORD.
           05  FL-MEMBER-ID        PIC 9(10).
           05  FL-TOTAL-PAID       PIC 9(11)V99.
           05  FL-ATTACHMENT       PIC 9(9)V99.
           05  FL-EXCESS-PAID      PIC 9(11)V99.
           05  FL-RECOVERABLE      PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==FL==.

       FD  POSTED-FILE.
      *    Year-to-date amounts already journaled for the sources
      *    that arrive year-to-date, by source, plan type and region
       01  POSTED-RECORD.
           05  GP-YEAR             PIC 9(4).
           05  GP-SOURCE           PIC X(8).
           05  GP-PLAN-TYPE        PIC X(20).
           05  GP-REGION-CODE      PIC X(10).
           05  GP-POSTED-AMOUNT    PIC 9(11)V99.

       FD  NEW-POSTED-FILE.
       01  NEW-POSTED-RECORD.
           05  NP-YEAR             PIC 9(4).
           05  NP-SOURCE           PIC X(8).
           05  NP-PLAN-TYPE        PIC X(20).
           05  NP-REGION-CODE      PIC X(10).
           05  NP-POSTED-AMOUNT    PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NP==.

       FD  JOURNAL-FILE.
      *    One line per account side per source, plan type and
      *    region; a reversal of year-to-date swaps the sides
       01  JOURNAL-RECORD.
           05  GJ-PERIOD           PIC 9(6).
           05  GJ-JOURNAL-DATE     PIC 9(8).
           05  GJ-LINE-NUMBER      PIC 9(6).
           05  GJ-SOURCE           PIC X(8).
           05  GJ-ACCOUNT          PIC X(12).
           05  GJ-DEBIT-CREDIT     PIC X(1).
           05  GJ-AMOUNT           PIC 9(11)V99.
           05  GJ-PLAN-TYPE        PIC X(20).
           05  GJ-REGION-CODE      PIC X(10).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==GJ==.

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-GL-PERIOD            PIC 9(6).
       01  WS-GL-PERIOD-R REDEFINES WS-GL-PERIOD.
           05  WS-GL-YEAR          PIC 9(4).
           05  WS-GL-MONTH         PIC 9(2).
       01  WS-PARAM-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  WS-RUN-DD           PIC 9(2).

      *    The five journal sources: source code, whether it
      *    arrives year-to-date, report label, and the extract
      *    whose trailer hash the journal is tied back to
       01  WS-SOURCE-DEFS.
           05  FILLER.
               10  FILLER PIC X(33) VALUE
                   'PREMBILLNPREMIUM BILLED          '.
               10  FILLER PIC X(24) VALUE
                   'PREMIUM-INVOICES.DAT'.
           05  FILLER.
               10  FILLER PIC X(33) VALUE
                   'PREMCASHNPREMIUM COLLECTED       '.
               10  FILLER PIC X(24) VALUE
                   'PREMIUM-COLLECTIONS.DAT'.
           05  FILLER.
               10  FILLER PIC X(33) VALUE
                   'CAPITATNNCAPITATION PAID         '.
               10  FILLER PIC X(24) VALUE
                   'CAP-PAYMENTS.DAT'.
           05  FILLER.
               10  FILLER PIC X(33) VALUE
                   'CLMPAID YCLAIMS PAID             '.
               10  FILLER PIC X(24) VALUE
                   'COST-SUMMARY.DAT'.
           05  FILLER.
               10  FILLER PIC X(33) VALUE
                   'STOPLOSSYSTOP-LOSS RECOVERABLE   '.
               10  FILLER PIC X(24) VALUE
                   'STOP-LOSS-FILING.DAT'.
       01  WS-SOURCE-DEFS-R REDEFINES WS-SOURCE-DEFS.
           05  WS-SRC-DEF          OCCURS 5 TIMES.
               10  WS-SRC-CODE         PIC X(8).
               10  WS-SRC-YTD-FLAG     PIC X(1).
                   88  SRC-YEAR-TO-DATE VALUE 'Y'.
               10  WS-SRC-LABEL        PIC X(24).
               10  WS-SRC-CONTROL-FILE PIC X(24).
       01  WS-SOURCE-COUNT         PIC 9(1) VALUE 5.
       01  WS-SRC-I                PIC 9(1).

      *    Per-source results: whether the extracts were there,
      *    the control hash off the trailer, what the detail
      *    records added to, and what was journaled
       01  WS-SOURCE-STATE.
           05  WS-SRC-STATE        OCCURS 5 TIMES.
               10  WS-SRC-PRESENT      PIC X.
                   88  SRC-PRESENT     VALUE 'Y'.
               10  WS-SRC-TRL-FOUND    PIC X.
                   88  SRC-TRAILER-FOUND VALUE 'Y'.
               10  WS-SRC-CONTROL-HASH PIC 9(15).
               10  WS-SRC-DETAIL-CENTS PIC 9(15).
               10  WS-SRC-RECORDS      PIC 9(9).
               10  WS-SRC-POSTED       PIC 9(13)V99.
               10  WS-SRC-DEBITS       PIC 9(13)V99.
               10  WS-SRC-CREDITS      PIC 9(13)V99.
               10  WS-SRC-NET          PIC S9(13)V99.
               10  WS-SRC-TIED         PIC X.
                   88  SRC-TIED        VALUE 'Y'.

      *    Source, plan type and region buckets: the current
      *    month's amount (year-to-date for a YTD source), what
      *    has already been posted, and the mapped accounts
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY        OCCURS 600 TIMES
                                   INDEXED BY WS-BKT-IDX.
               10  WS-BKT-SRC          PIC 9(1).
               10  WS-BKT-PLAN         PIC X(20).
               10  WS-BKT-REGION       PIC X(10).
               10  WS-BKT-CURRENT      PIC 9(11)V99.
               10  WS-BKT-POSTED       PIC 9(11)V99.
               10  WS-BKT-JOURNAL      PIC S9(11)V99.
               10  WS-BKT-DEBIT-ACCT   PIC X(12).
               10  WS-BKT-CREDIT-ACCT  PIC X(12).
       01  WS-BUCKET-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-BKT-MATCH            PIC X VALUE 'N'.
           88  BUCKET-FOUND        VALUE 'Y'.
       01  WS-BUCKET-OVERFLOW      PIC 9(7) VALUE ZERO.

      *    Bucket being added to
       01  WS-ADD-SRC              PIC 9(1).
       01  WS-ADD-PLAN             PIC X(20).
       01  WS-ADD-REGION           PIC X(10).
       01  WS-ADD-AMOUNT           PIC 9(11)V99.
       01  WS-ADD-TO-POSTED        PIC X VALUE 'N'.
           88  ADD-TO-POSTED       VALUE 'Y'.

      *    Account mapping rows held for the run
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY        OCCURS 200 TIMES
                                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-SOURCE       PIC X(8).
               10  WS-MAP-PLAN         PIC X(20).
               10  WS-MAP-REGION       PIC X(10).
               10  WS-MAP-DEBIT        PIC X(12).
               10  WS-MAP-CREDIT       PIC X(12).
       01  WS-MAP-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-MAP-SCORE            PIC 9(1).
       01  WS-BEST-SCORE           PIC 9(1).
       01  WS-MAP-EOF              PIC X VALUE 'N'.
           88  END-OF-MAP          VALUE 'Y'.

      *    Member master cursor, reopened for each member-keyed
      *    source since every one of them arrives in member order
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-MEMBER-EOF           PIC X VALUE 'N'.
           88  END-OF-MEMBERS      VALUE 'Y'.
       01  WS-MEMBERS-OPEN         PIC X VALUE 'N'.
           88  MEMBERS-AVAILABLE   VALUE 'Y'.
       01  WS-LOOKUP-MEMBER-ID     PIC 9(10).
       01  WS-MEMBER-PLAN          PIC X(20).
       01  WS-MEMBER-REGION        PIC X(10).

       01  WS-SOURCE-STATUS        PIC XX.
       01  WS-SOURCE-EOF           PIC X VALUE 'N'.
           88  END-OF-SOURCE       VALUE 'Y'.
       01  WS-POSTED-STATUS        PIC XX.
       01  WS-POSTED-EOF           PIC X VALUE 'N'.
           88  END-OF-POSTED       VALUE 'Y'.

      *    Journal line under construction and the batch totals
       01  WS-LINE-ACCOUNT         PIC X(12).
       01  WS-LINE-SIDE            PIC X(1).
       01  WS-LINE-AMOUNT          PIC 9(11)V99.
       01  WS-LINE-NUMBER          PIC 9(6) VALUE ZERO.
       01  WS-BATCH-DEBITS         PIC 9(13)V99 VALUE ZERO.
       01  WS-BATCH-CREDITS        PIC 9(13)V99 VALUE ZERO.
       01  WS-LINES-BUILT          PIC 9(7) VALUE ZERO.
       01  WS-UNMAPPED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UNTIED-COUNT         PIC 9(1) VALUE ZERO.
       01  WS-MISSING-COUNT        PIC 9(1) VALUE ZERO.
       01  WS-BATCH-FLAG           PIC X VALUE 'Y'.
           88  BATCH-ACCEPTED      VALUE 'Y'.
           88  BATCH-REJECTED      VALUE 'N'.

      *    Extract control totals; the journal hash carries every
      *    line amount, debit and credit, in cents; the new
      *    year-to-date master's carries the posted amount
       01  WS-GJ-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-GJ-HASH              PIC 9(15) VALUE ZERO.
       01  WS-NP-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NP-HASH              PIC 9(15) VALUE ZERO.

      *    Reconciliation report work fields, in dollars
       01  WS-RPT-CONTROL          PIC 9(13)V99.
       01  WS-RPT-DETAIL           PIC 9(13)V99.
       01  WS-RPT-EXPECTED         PIC S9(13)V99.

      *    A missing account map aborts with RETURN-CODE 8 so the
      *    calling driver job can stop the chain
       01  WS-MAP-FILE-STATUS      PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YYYYMM TO WS-GL-PERIOD
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-ACCOUNT-MAP
           IF NOT OPEN-FAILED
               PERFORM INITIALIZE-SOURCE-STATE
               PERFORM TAKE-IN-INVOICES
               PERFORM TAKE-IN-COLLECTIONS
               PERFORM TAKE-IN-CAPITATION
               PERFORM TAKE-IN-CLAIMS-PAID
               PERFORM TAKE-IN-STOP-LOSS
               PERFORM LOAD-POSTED-TO-DATE
               PERFORM BUILD-JOURNAL-LINES
               PERFORM CHECK-BATCH-BALANCE
               PERFORM WRITE-JOURNAL
               IF BATCH-ACCEPTED
                   PERFORM WRITE-NEW-POSTED-MASTER
               END-IF
               PERFORM RECONCILE-TO-SOURCES
               PERFORM WRITE-JOURNAL-REPORT
               IF BATCH-REJECTED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-UNTIED-COUNT > ZERO OR
                      WS-MISSING-COUNT > ZERO OR
                      WS-BUCKET-OVERFLOW > ZERO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the month comes from the cycle
      *    being run, so a month-end caught up after the calendar
      *    has turned still journals its own month; run standalone
      *    (no parameter file, or one without a cycle) it stays
      *    the run date's month
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-CYCLE-PERIOD IS NUMERIC AND
                          RP-CYCLE-PERIOD > ZERO
                           MOVE RP-CYCLE-PERIOD TO WS-GL-PERIOD
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       LOAD-ACCOUNT-MAP.
      *    Source: PAYER-ANALYST.FINANCE.GL-ACCOUNT-MAP
      *    No map means no account to post anything to, so the
      *    batch cannot be built at all
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN GL-ACCOUNT-MAP.DAT - '
                   'STATUS ' WS-MAP-FILE-STATUS
               DISPLAY 'GL BATCH REJECTED - NO ACCOUNT MAPPING'
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-MAP
                   READ ACCOUNT-MAP-FILE
                       AT END SET END-OF-MAP TO TRUE
                       NOT AT END PERFORM STORE-MAP-ROW
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           END-IF.

       STORE-MAP-ROW.
           IF GM-SOURCE NOT = SPACES
               IF WS-MAP-COUNT < 200
                   ADD 1 TO WS-MAP-COUNT
                   SET WS-MAP-IDX TO WS-MAP-COUNT
                   MOVE GM-SOURCE TO WS-MAP-SOURCE(WS-MAP-IDX)
                   MOVE GM-PLAN-TYPE TO WS-MAP-PLAN(WS-MAP-IDX)
                   MOVE GM-REGION-CODE TO WS-MAP-REGION(WS-MAP-IDX)
                   MOVE GM-DEBIT-ACCOUNT TO WS-MAP-DEBIT(WS-MAP-IDX)
                   MOVE GM-CREDIT-ACCOUNT
                       TO WS-MAP-CREDIT(WS-MAP-IDX)
               ELSE
                   DISPLAY 'WARNING: ACCOUNT MAP TABLE FULL (200) - '
                       'ROW FOR ' GM-SOURCE ' IGNORED'
               END-IF
           END-IF.

       INITIALIZE-SOURCE-STATE.
           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                   UNTIL WS-SRC-I > WS-SOURCE-COUNT
               MOVE 'N' TO WS-SRC-PRESENT(WS-SRC-I)
               MOVE 'N' TO WS-SRC-TRL-FOUND(WS-SRC-I)
               MOVE ZERO TO WS-SRC-CONTROL-HASH(WS-SRC-I)
               MOVE ZERO TO WS-SRC-DETAIL-CENTS(WS-SRC-I)
               MOVE ZERO TO WS-SRC-RECORDS(WS-SRC-I)
               MOVE ZERO TO WS-SRC-POSTED(WS-SRC-I)
               MOVE ZERO TO WS-SRC-DEBITS(WS-SRC-I)
               MOVE ZERO TO WS-SRC-CREDITS(WS-SRC-I)
               MOVE ZERO TO WS-SRC-NET(WS-SRC-I)
               MOVE 'N' TO WS-SRC-TIED(WS-SRC-I)
           END-PERFORM.

       TAKE-IN-INVOICES.
      *    Premium billed: the plan type the member was invoiced
      *    under, the region off the member master
      *    Source: PAYER-ANALYST.FINANCE.PREMIUM-INVOICES
           MOVE 1 TO WS-SRC-I
           MOVE 'N' TO WS-SOURCE-EOF
           OPEN INPUT INVOICE-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               PERFORM NOTE-SOURCE-MISSING
           ELSE
               SET SRC-PRESENT(WS-SRC-I) TO TRUE
               PERFORM OPEN-MEMBER-CURSOR
               PERFORM UNTIL END-OF-SOURCE
                   READ INVOICE-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END PERFORM TAKE-ONE-INVOICE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
               PERFORM CLOSE-MEMBER-CURSOR
           END-IF.

       TAKE-ONE-INVOICE.
           EVALUATE INVOICE-RECORD(1:3)
               WHEN 'HDR'
                   CONTINUE
               WHEN 'TRL'
                   SET SRC-TRAILER-FOUND(WS-SRC-I) TO TRUE
                   MOVE IN-T-HASH-TOTAL
                       TO WS-SRC-CONTROL-HASH(WS-SRC-I)
               WHEN OTHER
                   ADD 1 TO WS-SRC-RECORDS(WS-SRC-I)
                   COMPUTE WS-SRC-DETAIL-CENTS(WS-SRC-I) =
                       WS-SRC-DETAIL-CENTS(WS-SRC-I) +
                       (IN-PREMIUM-DUE * 100)
                   MOVE IN-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
                   PERFORM LOOKUP-MEMBER
                   IF IN-PLAN-TYPE NOT = SPACES
                       MOVE IN-PLAN-TYPE TO WS-MEMBER-PLAN
                   END-IF
                   MOVE WS-SRC-I TO WS-ADD-SRC
                   MOVE WS-MEMBER-PLAN TO WS-ADD-PLAN
                   MOVE WS-MEMBER-REGION TO WS-ADD-REGION
                   MOVE IN-PREMIUM-DUE TO WS-ADD-AMOUNT
                   PERFORM ADD-TO-BUCKET
           END-EVALUATE.

       TAKE-IN-COLLECTIONS.
      *    Premium collected: the collections extract carries the
      *    member's plan type and region itself
      *    Source: PAYER-ANALYST.FINANCE.PREMIUM-COLLECTIONS
           MOVE 2 TO WS-SRC-I
           MOVE 'N' TO WS-SOURCE-EOF
           OPEN INPUT COLLECTIONS-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               PERFORM NOTE-SOURCE-MISSING
           ELSE
               SET SRC-PRESENT(WS-SRC-I) TO TRUE
               PERFORM UNTIL END-OF-SOURCE
                   READ COLLECTIONS-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END PERFORM TAKE-ONE-COLLECTION
                   END-READ
               END-PERFORM
               CLOSE COLLECTIONS-FILE
           END-IF.

       TAKE-ONE-COLLECTION.
           EVALUATE COLLECTIONS-RECORD(1:3)
               WHEN 'HDR'
                   CONTINUE
               WHEN 'TRL'
                   SET SRC-TRAILER-FOUND(WS-SRC-I) TO TRUE
                   MOVE PC-T-HASH-TOTAL
                       TO WS-SRC-CONTROL-HASH(WS-SRC-I)
               WHEN OTHER
                   ADD 1 TO WS-SRC-RECORDS(WS-SRC-I)
                   COMPUTE WS-SRC-DETAIL-CENTS(WS-SRC-I) =
                       WS-SRC-DETAIL-CENTS(WS-SRC-I) +
                       (PC-COLLECTED * 100)
                   MOVE WS-SRC-I TO WS-ADD-SRC
                   MOVE PC-PLAN-TYPE TO WS-ADD-PLAN
                   MOVE PC-REGION-CODE TO WS-ADD-REGION
                   PERFORM DEFAULT-ADD-DIMENSIONS
                   MOVE PC-COLLECTED TO WS-ADD-AMOUNT
                   PERFORM ADD-TO-BUCKET
           END-EVALUATE.

       TAKE-IN-CAPITATION.
      *    Capitation paid: journaled off the plan type and region
      *    distribution, tied back to the payment extract's own
      *    trailer so a distribution that lost member-months shows
      *    up on the reconciliation
      *    Source: PAYER-ANALYST.FINANCE.CAP-PAYMENTS
      *    Source: PAYER-ANALYST.FINANCE.CAP-PAYMENT-DIST
           MOVE 3 TO WS-SRC-I
           MOVE 'N' TO WS-SOURCE-EOF
           OPEN INPUT CAP-PAYMENT-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               PERFORM NOTE-SOURCE-MISSING
           ELSE
               PERFORM UNTIL END-OF-SOURCE
                   READ CAP-PAYMENT-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF CAP-PAYMENT-RECORD(1:3) = 'TRL'
                               SET SRC-TRAILER-FOUND(WS-SRC-I)
                                   TO TRUE
                               MOVE CPX-T-HASH-TOTAL
                                   TO WS-SRC-CONTROL-HASH(WS-SRC-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAP-PAYMENT-FILE
               MOVE 'N' TO WS-SOURCE-EOF
               OPEN INPUT CAP-DIST-FILE
               IF WS-SOURCE-STATUS NOT = '00'
                   DISPLAY 'CAP-PAYMENT-DIST.DAT NOT FOUND - '
                       'CAPITATION NOT JOURNALED'
               ELSE
                   SET SRC-PRESENT(WS-SRC-I) TO TRUE
                   PERFORM UNTIL END-OF-SOURCE
                       READ CAP-DIST-FILE
                           AT END SET END-OF-SOURCE TO TRUE
                           NOT AT END PERFORM TAKE-ONE-CAP-DIST
                       END-READ
                   END-PERFORM
                   CLOSE CAP-DIST-FILE
               END-IF
           END-IF.

       TAKE-ONE-CAP-DIST.
           IF CAP-DIST-RECORD(1:3) NOT = 'HDR' AND
              CAP-DIST-RECORD(1:3) NOT = 'TRL'
               ADD 1 TO WS-SRC-RECORDS(WS-SRC-I)
               COMPUTE WS-SRC-DETAIL-CENTS(WS-SRC-I) =
                   WS-SRC-DETAIL-CENTS(WS-SRC-I) +
                   (CPD-PAYMENT-AMOUNT * 100)
               MOVE WS-SRC-I TO WS-ADD-SRC
               MOVE CPD-PLAN-TYPE TO WS-ADD-PLAN
               MOVE CPD-REGION-CODE TO WS-ADD-REGION
               PERFORM DEFAULT-ADD-DIMENSIONS
               MOVE CPD-PAYMENT-AMOUNT TO WS-ADD-AMOUNT
               PERFORM ADD-TO-BUCKET
           END-IF.

       TAKE-IN-CLAIMS-PAID.
      *    Claims paid year-to-date: the cost summary carries only
      *    the plan-wide total, so the breakout is built from the
      *    member rollups and tied back to the summary's trailer
      *    Source: PAYER-ANALYST.CLAIMS-ANALYSIS.COST-SUMMARY
      *    Source: PAYER-ANALYST.CLAIMS-ANALYSIS.MEMBER-COST-DETAIL
           MOVE 4 TO WS-SRC-I
           MOVE 'N' TO WS-SOURCE-EOF
           OPEN INPUT COST-SUMMARY-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               PERFORM NOTE-SOURCE-MISSING
           ELSE
               PERFORM UNTIL END-OF-SOURCE
                   READ COST-SUMMARY-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF COST-SUMMARY-RECORD(1:3) = 'TRL'
                               SET SRC-TRAILER-FOUND(WS-SRC-I)
                                   TO TRUE
                               MOVE CS-T-HASH-TOTAL
                                   TO WS-SRC-CONTROL-HASH(WS-SRC-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-SUMMARY-FILE
               MOVE 'N' TO WS-SOURCE-EOF
               OPEN INPUT MEMBER-COST-FILE
               IF WS-SOURCE-STATUS NOT = '00'
                   DISPLAY 'MEMBER-COST-DETAIL.DAT NOT FOUND - '
                       'CLAIMS PAID NOT JOURNALED'
               ELSE
                   SET SRC-PRESENT(WS-SRC-I) TO TRUE
                   PERFORM OPEN-MEMBER-CURSOR
                   PERFORM UNTIL END-OF-SOURCE
                       READ MEMBER-COST-FILE
                           AT END SET END-OF-SOURCE TO TRUE
                           NOT AT END PERFORM TAKE-ONE-MEMBER-COST
                       END-READ
                   END-PERFORM
                   CLOSE MEMBER-COST-FILE
                   PERFORM CLOSE-MEMBER-CURSOR
               END-IF
           END-IF.

       TAKE-ONE-MEMBER-COST.
           IF MEMBER-COST-RECORD(1:3) NOT = 'HDR' AND
              MEMBER-COST-RECORD(1:3) NOT = 'TRL'
               ADD 1 TO WS-SRC-RECORDS(WS-SRC-I)
               COMPUTE WS-SRC-DETAIL-CENTS(WS-SRC-I) =
                   WS-SRC-DETAIL-CENTS(WS-SRC-I) +
                   (MC-TOTAL-PAID * 100)
               MOVE MC-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
               PERFORM LOOKUP-MEMBER
               MOVE WS-SRC-I TO WS-ADD-SRC
               MOVE WS-MEMBER-PLAN TO WS-ADD-PLAN
               MOVE WS-MEMBER-REGION TO WS-ADD-REGION
               MOVE MC-TOTAL-PAID TO WS-ADD-AMOUNT
               PERFORM ADD-TO-BUCKET
           END-IF.

       TAKE-IN-STOP-LOSS.
      *    Stop-loss recoverable year-to-date, one filing per
      *    member over the attachment point
      *    Source: PAYER-ANALYST.ACTUARIAL.STOP-LOSS-FILING
           MOVE 5 TO WS-SRC-I
           MOVE 'N' TO WS-SOURCE-EOF
           OPEN INPUT FILING-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               PERFORM NOTE-SOURCE-MISSING
           ELSE
               SET SRC-PRESENT(WS-SRC-I) TO TRUE
               PERFORM OPEN-MEMBER-CURSOR
               PERFORM UNTIL END-OF-SOURCE
                   READ FILING-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END PERFORM TAKE-ONE-FILING
                   END-READ
               END-PERFORM
               CLOSE FILING-FILE
               PERFORM CLOSE-MEMBER-CURSOR
           END-IF.

       TAKE-ONE-FILING.
           EVALUATE FILING-RECORD(1:3)
               WHEN 'HDR'
                   CONTINUE
               WHEN 'TRL'
                   SET SRC-TRAILER-FOUND(WS-SRC-I) TO TRUE
                   MOVE FL-T-HASH-TOTAL
                       TO WS-SRC-CONTROL-HASH(WS-SRC-I)
               WHEN OTHER
                   ADD 1 TO WS-SRC-RECORDS(WS-SRC-I)
                   COMPUTE WS-SRC-DETAIL-CENTS(WS-SRC-I) =
                       WS-SRC-DETAIL-CENTS(WS-SRC-I) +
                       (FL-RECOVERABLE * 100)
                   MOVE FL-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
                   PERFORM LOOKUP-MEMBER
                   MOVE WS-SRC-I TO WS-ADD-SRC
                   MOVE WS-MEMBER-PLAN TO WS-ADD-PLAN
                   MOVE WS-MEMBER-REGION TO WS-ADD-REGION
                   MOVE FL-RECOVERABLE TO WS-ADD-AMOUNT
                   PERFORM ADD-TO-BUCKET
           END-EVALUATE.

       NOTE-SOURCE-MISSING.
           ADD 1 TO WS-MISSING-COUNT
           DISPLAY WS-SRC-CONTROL-FILE(WS-SRC-I)
               ' NOT FOUND - ' WS-SRC-LABEL(WS-SRC-I)
               ' NOT JOURNALED'.

       OPEN-MEMBER-CURSOR.
           MOVE 'N' TO WS-MEMBER-EOF
           MOVE 'N' TO WS-MEMBERS-OPEN
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS = '00'
               SET MEMBERS-AVAILABLE TO TRUE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           ELSE
               SET END-OF-MEMBERS TO TRUE
           END-IF.

       CLOSE-MEMBER-CURSOR.
           IF MEMBERS-AVAILABLE
               CLOSE MEMBER-FILE
           END-IF.

       LOOKUP-MEMBER.
      *    Plan type and region off the member master; a member
      *    not on the master is carried as UNASSIGNED
           MOVE 'UNASSIGNED' TO WS-MEMBER-PLAN
           MOVE 'UNASSIGNED' TO WS-MEMBER-REGION
           PERFORM UNTIL END-OF-MEMBERS OR
                        MEMBER-ID >= WS-LOOKUP-MEMBER-ID
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-MEMBERS AND
              MEMBER-ID = WS-LOOKUP-MEMBER-ID
               IF PLAN-TYPE NOT = SPACES
                   MOVE PLAN-TYPE TO WS-MEMBER-PLAN
               END-IF
               IF REGION-CODE NOT = SPACES
                   MOVE REGION-CODE TO WS-MEMBER-REGION
               END-IF
           END-IF.

       DEFAULT-ADD-DIMENSIONS.
           IF WS-ADD-PLAN = SPACES
               MOVE 'UNASSIGNED' TO WS-ADD-PLAN
           END-IF
           IF WS-ADD-REGION = SPACES
               MOVE 'UNASSIGNED' TO WS-ADD-REGION
           END-IF.

       ADD-TO-BUCKET.
      *    Find or open the source/plan/region bucket and add to
      *    its current amount, or to its posted amount when the
      *    year-to-date master is being read
           MOVE 'N' TO WS-BKT-MATCH
           SET WS-BKT-IDX TO 1
           SEARCH WS-BKT-ENTRY VARYING WS-BKT-IDX
               AT END CONTINUE
               WHEN WS-BKT-IDX > WS-BUCKET-COUNT
                   CONTINUE
               WHEN WS-BKT-SRC(WS-BKT-IDX) = WS-ADD-SRC
                AND WS-BKT-PLAN(WS-BKT-IDX) = WS-ADD-PLAN
                AND WS-BKT-REGION(WS-BKT-IDX) = WS-ADD-REGION
                   SET BUCKET-FOUND TO TRUE
           END-SEARCH
           IF NOT BUCKET-FOUND
               IF WS-BUCKET-COUNT < 600
                   ADD 1 TO WS-BUCKET-COUNT
                   SET WS-BKT-IDX TO WS-BUCKET-COUNT
                   MOVE WS-ADD-SRC TO WS-BKT-SRC(WS-BKT-IDX)
                   MOVE WS-ADD-PLAN TO WS-BKT-PLAN(WS-BKT-IDX)
                   MOVE WS-ADD-REGION TO WS-BKT-REGION(WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-CURRENT(WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-POSTED(WS-BKT-IDX)
                   MOVE ZERO TO WS-BKT-JOURNAL(WS-BKT-IDX)
                   MOVE SPACES TO WS-BKT-DEBIT-ACCT(WS-BKT-IDX)
                   MOVE SPACES TO WS-BKT-CREDIT-ACCT(WS-BKT-IDX)
                   SET BUCKET-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-BUCKET-OVERFLOW
                   DISPLAY 'WARNING: GL BUCKET TABLE FULL (600) - '
                       WS-SRC-CODE(WS-ADD-SRC) ' ' WS-ADD-PLAN
                       ' ' WS-ADD-REGION ' NOT JOURNALED'
               END-IF
           END-IF
           IF BUCKET-FOUND
               IF ADD-TO-POSTED
                   ADD WS-ADD-AMOUNT TO WS-BKT-POSTED(WS-BKT-IDX)
               ELSE
                   ADD WS-ADD-AMOUNT TO WS-BKT-CURRENT(WS-BKT-IDX)
               END-IF
           END-IF.

       LOAD-POSTED-TO-DATE.
      *    What this year's accepted batches have already posted
      *    for the year-to-date sources; a prior year's amounts
      *    are dropped so January starts the year over
           MOVE 'N' TO WS-POSTED-EOF
           SET ADD-TO-POSTED TO TRUE
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = '00'
               PERFORM UNTIL END-OF-POSTED
                   READ POSTED-FILE
                       AT END SET END-OF-POSTED TO TRUE
                       NOT AT END PERFORM TAKE-ONE-POSTED
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
           ELSE
               DISPLAY 'GL-POSTED-TODATE.DAT NOT FOUND - NOTHING '
                   'POSTED YET THIS YEAR'
           END-IF
           MOVE 'N' TO WS-ADD-TO-POSTED
      *    A year-to-date source that did not arrive is carried
      *    at what was posted, so its absence journals nothing
      *    rather than reversing the year
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
               IF NOT SRC-PRESENT(WS-BKT-SRC(WS-BKT-IDX))
                   MOVE WS-BKT-POSTED(WS-BKT-IDX)
                       TO WS-BKT-CURRENT(WS-BKT-IDX)
               END-IF
               ADD WS-BKT-POSTED(WS-BKT-IDX)
                   TO WS-SRC-POSTED(WS-BKT-SRC(WS-BKT-IDX))
           END-PERFORM.

       TAKE-ONE-POSTED.
           IF POSTED-RECORD(1:3) NOT = 'HDR' AND
              POSTED-RECORD(1:3) NOT = 'TRL' AND
              GP-YEAR = WS-GL-YEAR
               MOVE ZERO TO WS-ADD-SRC
               PERFORM VARYING WS-SRC-I FROM 1 BY 1
                       UNTIL WS-SRC-I > WS-SOURCE-COUNT
                   IF WS-SRC-CODE(WS-SRC-I) = GP-SOURCE AND
                      SRC-YEAR-TO-DATE(WS-SRC-I)
                       MOVE WS-SRC-I TO WS-ADD-SRC
                   END-IF
               END-PERFORM
               IF WS-ADD-SRC > ZERO
                   MOVE GP-PLAN-TYPE TO WS-ADD-PLAN
                   MOVE GP-REGION-CODE TO WS-ADD-REGION
                   MOVE GP-POSTED-AMOUNT TO WS-ADD-AMOUNT
                   PERFORM ADD-TO-BUCKET
               END-IF
           END-IF.

       BUILD-JOURNAL-LINES.
      *    Net each bucket, map it to its accounts, and total both
      *    sides; nothing is written until the batch is proved
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
               MOVE WS-BKT-SRC(WS-BKT-IDX) TO WS-SRC-I
               IF SRC-YEAR-TO-DATE(WS-SRC-I)
                   COMPUTE WS-BKT-JOURNAL(WS-BKT-IDX) =
                       WS-BKT-CURRENT(WS-BKT-IDX) -
                       WS-BKT-POSTED(WS-BKT-IDX)
               ELSE
                   MOVE WS-BKT-CURRENT(WS-BKT-IDX)
                       TO WS-BKT-JOURNAL(WS-BKT-IDX)
               END-IF
               ADD WS-BKT-JOURNAL(WS-BKT-IDX) TO WS-SRC-NET(WS-SRC-I)
               IF WS-BKT-JOURNAL(WS-BKT-IDX) NOT = ZERO
                   PERFORM MAP-BUCKET-ACCOUNTS
                   PERFORM TOTAL-BUCKET-LINES
               END-IF
           END-PERFORM.

       MAP-BUCKET-ACCOUNTS.
      *    Score each matching row: 2 for a plan type match, 1 for
      *    a region match; a blank on the row matches for 0
           MOVE ZERO TO WS-BEST-SCORE
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-SOURCE(WS-MAP-IDX) = WS-SRC-CODE(WS-SRC-I)
                  AND (WS-MAP-PLAN(WS-MAP-IDX) = SPACES OR
                       WS-MAP-PLAN(WS-MAP-IDX) =
                       WS-BKT-PLAN(WS-BKT-IDX))
                  AND (WS-MAP-REGION(WS-MAP-IDX) = SPACES OR
                       WS-MAP-REGION(WS-MAP-IDX) =
                       WS-BKT-REGION(WS-BKT-IDX))
                   MOVE 1 TO WS-MAP-SCORE
                   IF WS-MAP-PLAN(WS-MAP-IDX) NOT = SPACES
                       ADD 2 TO WS-MAP-SCORE
                   END-IF
                   IF WS-MAP-REGION(WS-MAP-IDX) NOT = SPACES
                       ADD 1 TO WS-MAP-SCORE
                   END-IF
                   IF WS-MAP-SCORE > WS-BEST-SCORE
                       MOVE WS-MAP-SCORE TO WS-BEST-SCORE
                       MOVE WS-MAP-DEBIT(WS-MAP-IDX)
                           TO WS-BKT-DEBIT-ACCT(WS-BKT-IDX)
                       MOVE WS-MAP-CREDIT(WS-MAP-IDX)
                           TO WS-BKT-CREDIT-ACCT(WS-BKT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       TOTAL-BUCKET-LINES.
      *    A positive net posts debit-account debit and
      *    credit-account credit; a negative year-to-date net
      *    reverses the sides. A side with no account is unmapped
      *    and leaves the batch out of balance.
           PERFORM SET-LINE-AMOUNT
           IF WS-BKT-DEBIT-ACCT(WS-BKT-IDX) = SPACES OR
              WS-BKT-CREDIT-ACCT(WS-BKT-IDX) = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY 'ERROR: NO GL ACCOUNT MAPPED FOR '
                   WS-SRC-CODE(WS-SRC-I) ' '
                   WS-BKT-PLAN(WS-BKT-IDX) ' '
                   WS-BKT-REGION(WS-BKT-IDX)
           END-IF
           IF WS-BKT-DEBIT-ACCT(WS-BKT-IDX) NOT = SPACES
               ADD 1 TO WS-LINES-BUILT
               IF WS-BKT-JOURNAL(WS-BKT-IDX) > ZERO
                   ADD WS-LINE-AMOUNT TO WS-BATCH-DEBITS
                   ADD WS-LINE-AMOUNT TO WS-SRC-DEBITS(WS-SRC-I)
               ELSE
                   ADD WS-LINE-AMOUNT TO WS-BATCH-CREDITS
                   ADD WS-LINE-AMOUNT TO WS-SRC-CREDITS(WS-SRC-I)
               END-IF
           END-IF
           IF WS-BKT-CREDIT-ACCT(WS-BKT-IDX) NOT = SPACES
               ADD 1 TO WS-LINES-BUILT
               IF WS-BKT-JOURNAL(WS-BKT-IDX) > ZERO
                   ADD WS-LINE-AMOUNT TO WS-BATCH-CREDITS
                   ADD WS-LINE-AMOUNT TO WS-SRC-CREDITS(WS-SRC-I)
               ELSE
                   ADD WS-LINE-AMOUNT TO WS-BATCH-DEBITS
                   ADD WS-LINE-AMOUNT TO WS-SRC-DEBITS(WS-SRC-I)
               END-IF
           END-IF.

       SET-LINE-AMOUNT.
           IF WS-BKT-JOURNAL(WS-BKT-IDX) < ZERO
               COMPUTE WS-LINE-AMOUNT =
                   ZERO - WS-BKT-JOURNAL(WS-BKT-IDX)
           ELSE
               MOVE WS-BKT-JOURNAL(WS-BKT-IDX) TO WS-LINE-AMOUNT
           END-IF.

       CHECK-BATCH-BALANCE.
           IF WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS OR
              WS-UNMAPPED-COUNT > ZERO
               SET BATCH-REJECTED TO TRUE
           ELSE
               SET BATCH-ACCEPTED TO TRUE
           END-IF.

       WRITE-JOURNAL.
      *    Target: PAYER-ANALYST.FINANCE.GL-JOURNAL
      *    A rejected batch still writes its control records, so
      *    last month's journal cannot be picked up again by
      *    mistake
           OPEN OUTPUT JOURNAL-FILE
           MOVE 'HDR' TO GJ-H-RECORD-TYPE
           MOVE 'GL-JOURNAL-INTERFACE' TO GJ-H-PROGRAM
           MOVE WS-RUN-DATE TO GJ-H-RUN-DATE
           MOVE WS-GL-PERIOD TO GJ-H-PERIOD
           WRITE GJ-HEADER-RECORD
           IF BATCH-ACCEPTED
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
                   IF WS-BKT-JOURNAL(WS-BKT-IDX) NOT = ZERO
                       PERFORM WRITE-BUCKET-LINES
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'TRL' TO GJ-T-RECORD-TYPE
           MOVE WS-GJ-REC-COUNT TO GJ-T-RECORD-COUNT
           MOVE WS-GJ-HASH TO GJ-T-HASH-TOTAL
           WRITE GJ-TRAILER-RECORD
           CLOSE JOURNAL-FILE.

       WRITE-BUCKET-LINES.
           MOVE WS-BKT-SRC(WS-BKT-IDX) TO WS-SRC-I
           PERFORM SET-LINE-AMOUNT
           IF WS-BKT-JOURNAL(WS-BKT-IDX) > ZERO
               MOVE WS-BKT-DEBIT-ACCT(WS-BKT-IDX) TO WS-LINE-ACCOUNT
               MOVE 'D' TO WS-LINE-SIDE
               PERFORM WRITE-ONE-LINE
               MOVE WS-BKT-CREDIT-ACCT(WS-BKT-IDX)
                   TO WS-LINE-ACCOUNT
               MOVE 'C' TO WS-LINE-SIDE
               PERFORM WRITE-ONE-LINE
           ELSE
               MOVE WS-BKT-CREDIT-ACCT(WS-BKT-IDX)
                   TO WS-LINE-ACCOUNT
               MOVE 'D' TO WS-LINE-SIDE
               PERFORM WRITE-ONE-LINE
               MOVE WS-BKT-DEBIT-ACCT(WS-BKT-IDX) TO WS-LINE-ACCOUNT
               MOVE 'C' TO WS-LINE-SIDE
               PERFORM WRITE-ONE-LINE
           END-IF.

       WRITE-ONE-LINE.
           ADD 1 TO WS-LINE-NUMBER
           MOVE WS-GL-PERIOD TO GJ-PERIOD
           MOVE WS-RUN-DATE TO GJ-JOURNAL-DATE
           MOVE WS-LINE-NUMBER TO GJ-LINE-NUMBER
           MOVE WS-SRC-CODE(WS-SRC-I) TO GJ-SOURCE
           MOVE WS-LINE-ACCOUNT TO GJ-ACCOUNT
           MOVE WS-LINE-SIDE TO GJ-DEBIT-CREDIT
           MOVE WS-LINE-AMOUNT TO GJ-AMOUNT
           MOVE WS-BKT-PLAN(WS-BKT-IDX) TO GJ-PLAN-TYPE
           MOVE WS-BKT-REGION(WS-BKT-IDX) TO GJ-REGION-CODE
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-GJ-REC-COUNT
           COMPUTE WS-GJ-HASH = WS-GJ-HASH +
               (WS-LINE-AMOUNT * 100).

       WRITE-NEW-POSTED-MASTER.
      *    Once the batch is accepted the year-to-date sources
      *    stand posted at their current amounts
           OPEN OUTPUT NEW-POSTED-FILE
           MOVE 'HDR' TO NP-H-RECORD-TYPE
           MOVE 'GL-JOURNAL-INTERFACE' TO NP-H-PROGRAM
           MOVE WS-RUN-DATE TO NP-H-RUN-DATE
           MOVE WS-GL-PERIOD TO NP-H-PERIOD
           WRITE NP-HEADER-RECORD
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
               MOVE WS-BKT-SRC(WS-BKT-IDX) TO WS-SRC-I
               IF SRC-YEAR-TO-DATE(WS-SRC-I) AND
                  WS-BKT-CURRENT(WS-BKT-IDX) > ZERO
                   MOVE WS-GL-YEAR TO NP-YEAR
                   MOVE WS-SRC-CODE(WS-SRC-I) TO NP-SOURCE
                   MOVE WS-BKT-PLAN(WS-BKT-IDX) TO NP-PLAN-TYPE
                   MOVE WS-BKT-REGION(WS-BKT-IDX) TO NP-REGION-CODE
                   MOVE WS-BKT-CURRENT(WS-BKT-IDX)
                       TO NP-POSTED-AMOUNT
                   WRITE NEW-POSTED-RECORD
                   ADD 1 TO WS-NP-REC-COUNT
                   COMPUTE WS-NP-HASH = WS-NP-HASH +
                       (WS-BKT-CURRENT(WS-BKT-IDX) * 100)
               END-IF
           END-PERFORM
           MOVE 'TRL' TO NP-T-RECORD-TYPE
           MOVE WS-NP-REC-COUNT TO NP-T-RECORD-COUNT
           MOVE WS-NP-HASH TO NP-T-HASH-TOTAL
           WRITE NP-TRAILER-RECORD
           CLOSE NEW-POSTED-FILE.

       RECONCILE-TO-SOURCES.
      *    A source ties when its detail adds to its extract's
      *    trailer hash and what was journaled, with what was
      *    already posted, accounts for all of it
           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                   UNTIL WS-SRC-I > WS-SOURCE-COUNT
               IF SRC-PRESENT(WS-SRC-I)
                   IF SRC-YEAR-TO-DATE(WS-SRC-I)
                       COMPUTE WS-RPT-EXPECTED =
                           WS-SRC-POSTED(WS-SRC-I) +
                           WS-SRC-NET(WS-SRC-I)
                   ELSE
                       MOVE WS-SRC-NET(WS-SRC-I) TO WS-RPT-EXPECTED
                   END-IF
                   COMPUTE WS-RPT-DETAIL =
                       WS-SRC-DETAIL-CENTS(WS-SRC-I) / 100
                   IF SRC-TRAILER-FOUND(WS-SRC-I) AND
                      WS-SRC-DETAIL-CENTS(WS-SRC-I) =
                      WS-SRC-CONTROL-HASH(WS-SRC-I) AND
                      WS-RPT-EXPECTED = WS-RPT-DETAIL AND
                      WS-SRC-DEBITS(WS-SRC-I) =
                      WS-SRC-CREDITS(WS-SRC-I)
                       SET SRC-TIED(WS-SRC-I) TO TRUE
                   ELSE
                       ADD 1 TO WS-UNTIED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-REPORT.
      *    Write output to: PAYER-ANALYST.FINANCE.GL-JOURNAL-RECON
           DISPLAY '=========================================='
           DISPLAY 'GENERAL LEDGER JOURNAL INTERFACE'
           DISPLAY 'ACCOUNTING PERIOD: ' WS-GL-PERIOD
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'JOURNAL BY SOURCE, PLAN TYPE AND REGION:'
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BUCKET-COUNT
               IF WS-BKT-JOURNAL(WS-BKT-IDX) NOT = ZERO
                   MOVE WS-BKT-SRC(WS-BKT-IDX) TO WS-SRC-I
                   DISPLAY '  ' WS-SRC-CODE(WS-SRC-I) ' '
                       WS-BKT-PLAN(WS-BKT-IDX) ' '
                       WS-BKT-REGION(WS-BKT-IDX) ' $'
                       WS-BKT-JOURNAL(WS-BKT-IDX)
                       '  DR ' WS-BKT-DEBIT-ACCT(WS-BKT-IDX)
                       '  CR ' WS-BKT-CREDIT-ACCT(WS-BKT-IDX)
               END-IF
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'JOURNAL LINES: ' WS-LINES-BUILT
           DISPLAY 'TOTAL DEBITS: $' WS-BATCH-DEBITS
           DISPLAY 'TOTAL CREDITS: $' WS-BATCH-CREDITS
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY 'UNMAPPED AMOUNTS: ' WS-UNMAPPED-COUNT
           END-IF
           IF BATCH-ACCEPTED
               DISPLAY 'BATCH STATUS: ACCEPTED - '
                   WS-GJ-REC-COUNT ' LINES WRITTEN'
           ELSE
               IF WS-UNMAPPED-COUNT > ZERO
                   DISPLAY 'BATCH STATUS: *** REJECTED - AMOUNTS '
                       'WITH NO GL ACCOUNT - NO LINES WRITTEN ***'
               ELSE
                   DISPLAY 'BATCH STATUS: *** REJECTED - DEBITS AND '
                       'CREDITS DO NOT TIE - NO LINES WRITTEN ***'
               END-IF
           END-IF
           DISPLAY ' '
           DISPLAY 'RECONCILIATION TO SOURCE TRAILER HASH TOTALS:'
           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                   UNTIL WS-SRC-I > WS-SOURCE-COUNT
               PERFORM WRITE-SOURCE-RECON
           END-PERFORM
           DISPLAY '=========================================='
           IF BATCH-ACCEPTED
               DISPLAY 'GL INTERFACE COMPLETE'
           ELSE
               DISPLAY 'GL INTERFACE REJECTED'
           END-IF.

       WRITE-SOURCE-RECON.
           DISPLAY '  ' WS-SRC-LABEL(WS-SRC-I)
               ' (' WS-SRC-CONTROL-FILE(WS-SRC-I) ')'
           IF NOT SRC-PRESENT(WS-SRC-I)
               DISPLAY '    NOT PRESENT - NOTHING JOURNALED'
           ELSE
               COMPUTE WS-RPT-CONTROL =
                   WS-SRC-CONTROL-HASH(WS-SRC-I) / 100
               COMPUTE WS-RPT-DETAIL =
                   WS-SRC-DETAIL-CENTS(WS-SRC-I) / 100
               IF SRC-TRAILER-FOUND(WS-SRC-I)
                   DISPLAY '    Trailer Hash Total: $' WS-RPT-CONTROL
               ELSE
                   DISPLAY '    Trailer Hash Total: *** NO TRAILER '
                       '- EXTRACT INCOMPLETE ***'
               END-IF
               DISPLAY '    Source Detail (' WS-SRC-RECORDS(WS-SRC-I)
                   ' records): $' WS-RPT-DETAIL
               IF SRC-YEAR-TO-DATE(WS-SRC-I)
                   DISPLAY '    Posted Earlier This Year: $'
                       WS-SRC-POSTED(WS-SRC-I)
               END-IF
               DISPLAY '    Journaled This Period: $'
                   WS-SRC-NET(WS-SRC-I)
                   '  (DR $' WS-SRC-DEBITS(WS-SRC-I)
                   '  CR $' WS-SRC-CREDITS(WS-SRC-I) ')'
               IF SRC-TIED(WS-SRC-I)
                   DISPLAY '    TIED TO TRAILER'
               ELSE
                   DISPLAY '    *** DOES NOT TIE TO TRAILER ***'
               END-IF
           END-IF.
