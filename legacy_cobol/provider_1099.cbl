       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVIDER-1099-REPORT.
       AUTHOR. FINANCE-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Annual 1099 reporting for provider payments. Totals
      *    every payment the plan made to a provider in the tax
      *    year - fee-for-service claims paid (PAID-AMOUNT on
      *    CLAIMS.DAT, by paid date), capitation (the monthly runs
      *    CAPITATION-PAYMENT appends to CAP-PAYMENT-HISTORY.DAT)
      *    and shared-savings distributions (SS-SETTLEMENT.DAT) -
      *    and rolls them up to the taxpayer identification number
      *    each provider is paid under off the provider master, so
      *    a group TIN is filed once for all of its providers.
      *    Writes the 1099 filing extract for every TIN paid at or
      *    over the reporting threshold, lists each paid provider
      *    whose TIN is missing or fails the IRS format checks for
      *    backup-withholding follow-up, and reconciles the 1099
      *    totals back to total paid on each of the three sources:
      *    every dollar paid is either filed, under the threshold,
      *    paid to an exempt payee, held on the TIN exception list,
      *    or paid to a provider not on the master. The tax year is
      *    the year the driver's YEAREND cycle closes; run
      *    standalone it is the calendar year before the run date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVIDER-FILE
               ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CAP-HISTORY-FILE
               ASSIGN TO "CAP-PAYMENT-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT SETTLEMENT-FILE
               ASSIGN TO "SS-SETTLEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FILING-FILE
               ASSIGN TO "PROVIDER-1099-FILING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT EXCEPTION-FILE
               ASSIGN TO "1099-TIN-EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVIDER-FILE.
       01  PROVIDER-MASTER-RECORD.
           05  PM-PROVIDER-ID      PIC 9(8).
           05  PM-PROVIDER-NAME    PIC X(50).
           05  PM-PROVIDER-TYPE    PIC X(20).
           05  PM-SPECIALTY        PIC X(30).
           05  PM-NETWORK-STATUS   PIC X(10).
           05  PM-CONTRACT-RATE    PIC 9(3)V99.
           05  PM-REGION-CODE      PIC X(10).
           05  PM-COUNTY-NAME      PIC X(20).
           05  PM-ZIP-CODE         PIC X(5).
      *    Taxpayer identification for the 1099 reporting: the
      *    TIN the provider is paid under (a group TIN is shared
      *    by its providers), E for an EIN or S for an SSN, and
      *    N on the 1099 flag for a payee exempt from reporting
           05  PM-TAX-ID           PIC X(9).
           05  PM-TIN-TYPE         PIC X(1).
           05  PM-1099-ELIGIBLE    PIC X(1).

       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  CAP-HISTORY-FILE.
       01  CAP-HISTORY-RECORD.
           05  CPH-PROVIDER-ID     PIC 9(8).
           05  CPH-PAYMENT-MONTH   PIC 9(6).
           05  CPH-PAYMENT-AMOUNT  PIC 9(11)V99.
           05  CPH-RUN-DATE        PIC 9(8).

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           05  ST-CONTRACT-ID      PIC 9(6).
           05  ST-PROVIDER-ID      PIC 9(8).
           05  ST-MEMBER-COUNT     PIC 9(7).
           05  ST-MEDICAL-PAID     PIC 9(11)V99.
           05  ST-PHARMACY-PAID    PIC 9(11)V99.
           05  ST-TARGET-TOTAL     PIC 9(11)V99.
           05  ST-POSITION         PIC X(8).
           05  ST-SHARED-AMOUNT    PIC 9(11)V99.
           05  ST-QUALITY-GATE     PIC X(6).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==ST==.

       FD  FILING-FILE.
      *    One record per TIN paid at or over the threshold, with
      *    the year's payments broken out by source
       01  FILING-RECORD.
           05  TF-TAX-ID           PIC X(9).
           05  TF-TIN-TYPE         PIC X(1).
           05  TF-PAYEE-NAME       PIC X(50).
           05  TF-TAX-YEAR         PIC 9(4).
           05  TF-PROVIDER-COUNT   PIC 9(5).
           05  TF-CLAIMS-PAID      PIC 9(11)V99.
           05  TF-CAPITATION-PAID  PIC 9(11)V99.
           05  TF-SETTLEMENT-PAID  PIC 9(11)V99.
           05  TF-TOTAL-PAID       PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==TF==.

       FD  EXCEPTION-FILE.
      *    Paid providers whose TIN is missing or invalid, for the
      *    B-notice and backup-withholding follow-up
       01  EXCEPTION-RECORD.
           05  TX-PROVIDER-ID      PIC 9(8).
           05  TX-PROVIDER-NAME    PIC X(50).
           05  TX-TAX-ID           PIC X(9).
           05  TX-TIN-TYPE         PIC X(1).
           05  TX-REASON           PIC X(20).
           05  TX-TAX-YEAR         PIC 9(4).
           05  TX-TOTAL-PAID       PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==TX==.

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
       01  WS-TAX-YEAR             PIC 9(4).
       01  WS-PARAM-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MMDD         PIC 9(4).

      *    Reporting threshold: a TIN paid less than this in the
      *    year is not filed
       01  WS-FILING-THRESHOLD     PIC 9(5)V99 VALUE 600.00.

      *    Provider master held for the run with the year's
      *    payments posted against each provider by source
       01  WS-PROVIDER-TABLE.
           05  WS-PRV-ENTRY        OCCURS 2000 TIMES
                                   INDEXED BY WS-PRV-IDX.
               10  WS-PRV-ID           PIC 9(8).
               10  WS-PRV-NAME         PIC X(50).
               10  WS-PRV-TAX-ID       PIC X(9).
               10  WS-PRV-TIN-TYPE     PIC X(1).
               10  WS-PRV-ELIGIBLE     PIC X(1).
                   88  PRV-EXEMPT      VALUE 'N'.
               10  WS-PRV-TIN-STATUS   PIC X(1).
                   88  PRV-TIN-VALID   VALUE 'V'.
               10  WS-PRV-TIN-REASON   PIC X(20).
               10  WS-PRV-TIN-SLOT     PIC 9(4).
               10  WS-PRV-PAID         PIC 9(11)V99
                                       OCCURS 3 TIMES.
               10  WS-PRV-TOTAL        PIC 9(11)V99.
       01  WS-PROVIDER-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-PROVIDER-OVERFLOW    PIC 9(7) VALUE ZERO.
       01  WS-PRV-MATCH            PIC X VALUE 'N'.
           88  PROVIDER-FOUND      VALUE 'Y'.

      *    TINs the valid, reportable providers roll up to
       01  WS-TIN-TABLE.
           05  WS-TIN-ENTRY        OCCURS 2000 TIMES
                                   INDEXED BY WS-TIN-IDX.
               10  WS-TIN-TAX-ID       PIC X(9).
               10  WS-TIN-TYPE         PIC X(1).
               10  WS-TIN-NAME         PIC X(50).
               10  WS-TIN-PROVIDERS    PIC 9(5).
               10  WS-TIN-PAID         PIC 9(11)V99
                                       OCCURS 3 TIMES.
               10  WS-TIN-TOTAL        PIC 9(11)V99.
       01  WS-TIN-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-TIN-MATCH            PIC X VALUE 'N'.
           88  TIN-FOUND           VALUE 'Y'.

      *    Capitation months taken off the history: a month run
      *    more than once is appended more than once, and the
      *    latest run of the month is the one that was paid
       01  WS-CAP-MONTH-TABLE.
           05  WS-CAPM-ENTRY       OCCURS 5000 TIMES
                                   INDEXED BY WS-CAPM-IDX.
               10  WS-CAPM-PROVIDER    PIC 9(8).
               10  WS-CAPM-MONTH       PIC 9(6).
               10  WS-CAPM-AMOUNT      PIC 9(11)V99.
               10  WS-CAPM-RUN-DATE    PIC 9(8).
       01  WS-CAPM-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-CAPM-MATCH           PIC X VALUE 'N'.
           88  CAP-MONTH-FOUND     VALUE 'Y'.
       01  WS-CAPM-OVERFLOW        PIC 9(7) VALUE ZERO.
       01  WS-CAP-RERUNS           PIC 9(7) VALUE ZERO.

      *    The three payment sources: 1 claims, 2 capitation,
      *    3 shared savings
       01  WS-SOURCE-LABELS.
           05  FILLER              PIC X(24) VALUE
               'CLAIMS PAID (FFS)'.
           05  FILLER              PIC X(24) VALUE
               'CAPITATION'.
           05  FILLER              PIC X(24) VALUE
               'SHARED SAVINGS'.
       01  WS-SOURCE-LABELS-R REDEFINES WS-SOURCE-LABELS.
           05  WS-SRC-LABEL        PIC X(24) OCCURS 3 TIMES.
       01  WS-SRC-I                PIC 9(1).

      *    Per-source reconciliation buckets: total paid on the
      *    source and where each dollar of it ended up
       01  WS-RECON-TABLE.
           05  WS-RECON-ENTRY      OCCURS 3 TIMES.
               10  WS-SRC-PRESENT      PIC X VALUE 'N'.
                   88  SRC-PRESENT     VALUE 'Y'.
               10  WS-SRC-RECORDS      PIC 9(9) VALUE ZERO.
               10  WS-SRC-TOTAL-PAID   PIC 9(13)V99 VALUE ZERO.
               10  WS-SRC-FILED        PIC 9(13)V99 VALUE ZERO.
               10  WS-SRC-UNDER        PIC 9(13)V99 VALUE ZERO.
               10  WS-SRC-EXEMPT       PIC 9(13)V99 VALUE ZERO.
               10  WS-SRC-TIN-EXCEPT   PIC 9(13)V99 VALUE ZERO.
               10  WS-SRC-UNKNOWN      PIC 9(13)V99 VALUE ZERO.
               10  WS-SRC-TIED         PIC X VALUE 'N'.
                   88  SRC-TIED        VALUE 'Y'.
       01  WS-RPT-ACCOUNTED        PIC 9(13)V99.
       01  WS-RPT-FILED            PIC 9(13)V99 VALUE ZERO.
       01  WS-FILING-TIED          PIC X VALUE 'N'.
           88  FILING-TIED         VALUE 'Y'.
       01  WS-UNTIED-COUNT         PIC 9(1) VALUE ZERO.
       01  WS-MISSING-COUNT        PIC 9(1) VALUE ZERO.

      *    Payment being posted to a provider
       01  WS-POST-PROVIDER        PIC 9(8).
       01  WS-POST-SRC             PIC 9(1).
       01  WS-POST-AMOUNT          PIC 9(11)V99.

      *    TIN format checks. An SSN may not have an area number
      *    of 000, 666 or 900-999, a group of 00 or a serial of
      *    0000; an EIN may not carry a campus prefix the IRS has
      *    never assigned
       01  WS-CHECK-TIN            PIC X(9).
       01  WS-CHECK-SSN REDEFINES WS-CHECK-TIN.
           05  WS-SSN-AREA         PIC 9(3).
               88  SSN-AREA-INVALID VALUES 000 666 900 THRU 999.
           05  WS-SSN-GROUP        PIC 9(2).
           05  WS-SSN-SERIAL       PIC 9(4).
       01  WS-CHECK-EIN REDEFINES WS-CHECK-TIN.
           05  WS-EIN-PREFIX       PIC X(2).
               88  EIN-PREFIX-INVALID VALUES '00' '07' '08' '09'
                   '17' '18' '19' '28' '29' '49' '69' '70' '78'
                   '79' '89' '96' '97'.
           05  WS-EIN-SERIAL       PIC X(7).
       01  WS-CHECK-FIRST          PIC X(1).
       01  WS-SAME-DIGITS          PIC 9(2).
       01  WS-CHECK-REASON         PIC X(20).

      *    Run counts for the report
       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-IN-YEAR   PIC 9(9) VALUE ZERO.
           05  WS-CAP-READ         PIC 9(9) VALUE ZERO.
           05  WS-SETTLE-READ      PIC 9(9) VALUE ZERO.
           05  WS-PAID-PROVIDERS   PIC 9(5) VALUE ZERO.
           05  WS-EXEMPT-PROVIDERS PIC 9(5) VALUE ZERO.
           05  WS-UNKNOWN-PAYMENTS PIC 9(7) VALUE ZERO.
           05  WS-TINS-UNDER       PIC 9(5) VALUE ZERO.
           05  WS-MISSING-TINS     PIC 9(5) VALUE ZERO.
           05  WS-INVALID-TINS     PIC 9(5) VALUE ZERO.

      *    Extract control totals, paid amounts in cents
       01  WS-TF-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-TF-HASH              PIC 9(15) VALUE ZERO.
       01  WS-TF-TOTAL-FILED       PIC 9(13)V99 VALUE ZERO.
       01  WS-TX-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-TX-HASH              PIC 9(15) VALUE ZERO.

       01  WS-SOURCE-STATUS        PIC XX.
       01  WS-SOURCE-EOF           PIC X VALUE 'N'.
           88  END-OF-SOURCE       VALUE 'Y'.
       01  WS-PROVIDER-EOF         PIC X VALUE 'N'.
           88  END-OF-PROVIDERS    VALUE 'Y'.

      *    Bad open on the primary extract aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-PROVIDER-FILE-STATUS PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-PROVIDER-MASTER
           IF NOT OPEN-FAILED
               PERFORM TAKE-IN-CLAIMS-PAID
               PERFORM TAKE-IN-CAPITATION
               PERFORM TAKE-IN-SHARED-SAVINGS
               PERFORM ROLL-UP-TO-TIN
               PERFORM WRITE-FILING-EXTRACT
               PERFORM WRITE-TIN-EXCEPTIONS
               PERFORM RECONCILE-TO-SOURCES
               PERFORM WRITE-1099-REPORT
               IF WS-UNTIED-COUNT > ZERO OR
                  WS-MISSING-COUNT > ZERO OR
                  WS-TX-REC-COUNT > ZERO OR
                  WS-PROVIDER-OVERFLOW > ZERO OR
                  WS-CAPM-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the tax year is the year the
      *    YEAREND cycle closes, so a December close caught up in
      *    February still files the year it closes; run standalone
      *    it stays the year before the run date
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-CYCLE-CODE = 'YEAREND' AND
                          RP-CYCLE-PERIOD IS NUMERIC AND
                          RP-CYCLE-PERIOD > ZERO
                           MOVE RP-CYCLE-PERIOD(1:4) TO WS-TAX-YEAR
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       LOAD-PROVIDER-MASTER.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PROVIDERS
      *    No provider master means no TIN to report anything
      *    under, so the run cannot be made
           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN PROVIDERS.DAT - STATUS '
                   WS-PROVIDER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-PROVIDERS
                   READ PROVIDER-FILE
                       AT END SET END-OF-PROVIDERS TO TRUE
                       NOT AT END
                           IF PROVIDER-MASTER-RECORD(1:3)
                                  NOT = 'HDR' AND
                              PROVIDER-MASTER-RECORD(1:3)
                                  NOT = 'TRL'
                               PERFORM STORE-PROVIDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVIDER-FILE
           END-IF.

       STORE-PROVIDER.
           IF WS-PROVIDER-COUNT < 2000
               ADD 1 TO WS-PROVIDER-COUNT
               SET WS-PRV-IDX TO WS-PROVIDER-COUNT
               MOVE PM-PROVIDER-ID TO WS-PRV-ID(WS-PRV-IDX)
               MOVE PM-PROVIDER-NAME TO WS-PRV-NAME(WS-PRV-IDX)
               MOVE PM-TAX-ID TO WS-PRV-TAX-ID(WS-PRV-IDX)
      *        A master written before the TIN type was carried
      *        reads it as a space; a provider is paid under an
      *        EIN unless the master says otherwise
               IF PM-TIN-TYPE = SPACE
                   MOVE 'E' TO WS-PRV-TIN-TYPE(WS-PRV-IDX)
               ELSE
                   MOVE PM-TIN-TYPE TO WS-PRV-TIN-TYPE(WS-PRV-IDX)
               END-IF
               MOVE PM-1099-ELIGIBLE TO WS-PRV-ELIGIBLE(WS-PRV-IDX)
               MOVE ZERO TO WS-PRV-TIN-SLOT(WS-PRV-IDX)
               MOVE ZERO TO WS-PRV-PAID(WS-PRV-IDX, 1)
               MOVE ZERO TO WS-PRV-PAID(WS-PRV-IDX, 2)
               MOVE ZERO TO WS-PRV-PAID(WS-PRV-IDX, 3)
               MOVE ZERO TO WS-PRV-TOTAL(WS-PRV-IDX)
               PERFORM VALIDATE-PROVIDER-TIN
           ELSE
               ADD 1 TO WS-PROVIDER-OVERFLOW
           END-IF.

       VALIDATE-PROVIDER-TIN.
           MOVE WS-PRV-TAX-ID(WS-PRV-IDX) TO WS-CHECK-TIN
           MOVE SPACES TO WS-CHECK-REASON
           EVALUATE TRUE
               WHEN WS-CHECK-TIN = SPACES
                   MOVE 'MISSING TIN' TO WS-CHECK-REASON
               WHEN WS-CHECK-TIN IS NOT NUMERIC
                   MOVE 'TIN NOT NUMERIC' TO WS-CHECK-REASON
               WHEN WS-PRV-TIN-TYPE(WS-PRV-IDX) NOT = 'E' AND
                    WS-PRV-TIN-TYPE(WS-PRV-IDX) NOT = 'S'
                   MOVE 'UNKNOWN TIN TYPE' TO WS-CHECK-REASON
               WHEN OTHER
                   MOVE WS-CHECK-TIN(1:1) TO WS-CHECK-FIRST
                   MOVE ZERO TO WS-SAME-DIGITS
                   INSPECT WS-CHECK-TIN TALLYING WS-SAME-DIGITS
                       FOR ALL WS-CHECK-FIRST
                   IF WS-SAME-DIGITS = 9
                       MOVE 'REPEATED DIGIT TIN' TO WS-CHECK-REASON
                   ELSE
                       IF WS-PRV-TIN-TYPE(WS-PRV-IDX) = 'S'
                           IF SSN-AREA-INVALID OR
                              WS-SSN-GROUP = ZERO OR
                              WS-SSN-SERIAL = ZERO
                               MOVE 'INVALID SSN' TO WS-CHECK-REASON
                           END-IF
                       ELSE
                           IF EIN-PREFIX-INVALID
                               MOVE 'INVALID EIN PREFIX'
                                   TO WS-CHECK-REASON
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE WS-CHECK-REASON TO WS-PRV-TIN-REASON(WS-PRV-IDX)
           IF WS-CHECK-REASON = SPACES
               MOVE 'V' TO WS-PRV-TIN-STATUS(WS-PRV-IDX)
           ELSE
               MOVE 'X' TO WS-PRV-TIN-STATUS(WS-PRV-IDX)
           END-IF.

       TAKE-IN-CLAIMS-PAID.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
      *    A claim counts in the year it was paid, not the year it
      *    was served
           OPEN INPUT CLAIM-FILE
           IF WS-SOURCE-STATUS = '00'
               SET SRC-PRESENT(1) TO TRUE
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM UNTIL END-OF-SOURCE
                   READ CLAIM-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF CLAIM-RECORD(1:3) NOT = 'HDR' AND
                              CLAIM-RECORD(1:3) NOT = 'TRL'
                               ADD 1 TO WS-CLAIMS-READ
                               IF PAID-AMOUNT > ZERO AND
                                  CLAIM-PAID-DATE(1:4) = WS-TAX-YEAR
                                   ADD 1 TO WS-CLAIMS-IN-YEAR
                                   MOVE PROVIDER-ID TO WS-POST-PROVIDER
                                   MOVE 1 TO WS-POST-SRC
                                   MOVE PAID-AMOUNT TO WS-POST-AMOUNT
                                   PERFORM POST-PAYMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           ELSE
               DISPLAY 'CLAIMS.DAT NOT FOUND - CLAIMS PAID NOT '
                   'INCLUDED IN 1099 TOTALS'
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       TAKE-IN-CAPITATION.
      *    Source: PAYER-ANALYST.FINANCE.CAP-PAYMENT-HISTORY
      *    Every month of the tax year on the history, latest run
      *    of each month first kept by provider and month, then
      *    posted once the whole history has been read
           OPEN INPUT CAP-HISTORY-FILE
           IF WS-SOURCE-STATUS = '00'
               SET SRC-PRESENT(2) TO TRUE
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM UNTIL END-OF-SOURCE
                   READ CAP-HISTORY-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF CPH-PAYMENT-MONTH(1:4) = WS-TAX-YEAR
                               ADD 1 TO WS-CAP-READ
                               PERFORM KEEP-CAPITATION-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAP-HISTORY-FILE
               PERFORM VARYING WS-CAPM-IDX FROM 1 BY 1
                       UNTIL WS-CAPM-IDX > WS-CAPM-COUNT
                   MOVE WS-CAPM-PROVIDER(WS-CAPM-IDX)
                       TO WS-POST-PROVIDER
                   MOVE 2 TO WS-POST-SRC
                   MOVE WS-CAPM-AMOUNT(WS-CAPM-IDX) TO WS-POST-AMOUNT
                   IF WS-POST-AMOUNT > ZERO
                       PERFORM POST-PAYMENT
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'CAP-PAYMENT-HISTORY.DAT NOT FOUND - '
                   'CAPITATION NOT INCLUDED IN 1099 TOTALS'
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       KEEP-CAPITATION-MONTH.
           MOVE 'N' TO WS-CAPM-MATCH
           PERFORM VARYING WS-CAPM-IDX FROM 1 BY 1
                   UNTIL WS-CAPM-IDX > WS-CAPM-COUNT OR
                         CAP-MONTH-FOUND
               IF WS-CAPM-PROVIDER(WS-CAPM-IDX) = CPH-PROVIDER-ID AND
                  WS-CAPM-MONTH(WS-CAPM-IDX) = CPH-PAYMENT-MONTH
                   SET CAP-MONTH-FOUND TO TRUE
                   ADD 1 TO WS-CAP-RERUNS
                   IF CPH-RUN-DATE >= WS-CAPM-RUN-DATE(WS-CAPM-IDX)
                       MOVE CPH-PAYMENT-AMOUNT
                           TO WS-CAPM-AMOUNT(WS-CAPM-IDX)
                       MOVE CPH-RUN-DATE
                           TO WS-CAPM-RUN-DATE(WS-CAPM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CAP-MONTH-FOUND
               IF WS-CAPM-COUNT < 5000
                   ADD 1 TO WS-CAPM-COUNT
                   SET WS-CAPM-IDX TO WS-CAPM-COUNT
                   MOVE CPH-PROVIDER-ID TO WS-CAPM-PROVIDER(WS-CAPM-IDX)
                   MOVE CPH-PAYMENT-MONTH TO WS-CAPM-MONTH(WS-CAPM-IDX)
                   MOVE CPH-PAYMENT-AMOUNT
                       TO WS-CAPM-AMOUNT(WS-CAPM-IDX)
                   MOVE CPH-RUN-DATE TO WS-CAPM-RUN-DATE(WS-CAPM-IDX)
               ELSE
                   ADD 1 TO WS-CAPM-OVERFLOW
               END-IF
           END-IF.

       TAKE-IN-SHARED-SAVINGS.
      *    Source: PAYER-ANALYST.NETWORK-MGMT.SS-SETTLEMENT
      *    The settlement on file at year end is the year's final
      *    position; only a savings position is paid out to the
      *    provider - a shared loss is owed back to the plan
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SOURCE-STATUS = '00'
               SET SRC-PRESENT(3) TO TRUE
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM UNTIL END-OF-SOURCE
                   READ SETTLEMENT-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF SETTLEMENT-RECORD(1:3) NOT = 'HDR' AND
                              SETTLEMENT-RECORD(1:3) NOT = 'TRL'
                               ADD 1 TO WS-SETTLE-READ
                               IF ST-POSITION = 'SAVINGS' AND
                                  ST-SHARED-AMOUNT > ZERO
                                   MOVE ST-PROVIDER-ID
                                       TO WS-POST-PROVIDER
                                   MOVE 3 TO WS-POST-SRC
                                   MOVE ST-SHARED-AMOUNT
                                       TO WS-POST-AMOUNT
                                   PERFORM POST-PAYMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           ELSE
               DISPLAY 'SS-SETTLEMENT.DAT NOT FOUND - SHARED '
                   'SAVINGS NOT INCLUDED IN 1099 TOTALS'
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       POST-PAYMENT.
      *    A payment to a provider not on the master has no TIN to
      *    report under; it is held out as unknown on the
      *    reconciliation
           ADD 1 TO WS-SRC-RECORDS(WS-POST-SRC)
           ADD WS-POST-AMOUNT TO WS-SRC-TOTAL-PAID(WS-POST-SRC)
           MOVE 'N' TO WS-PRV-MATCH
           SET WS-PRV-IDX TO 1
           SEARCH WS-PRV-ENTRY
               WHEN WS-PRV-IDX > WS-PROVIDER-COUNT
                   CONTINUE
               WHEN WS-PRV-ID(WS-PRV-IDX) = WS-POST-PROVIDER
                   SET PROVIDER-FOUND TO TRUE
           END-SEARCH
           IF PROVIDER-FOUND
               ADD WS-POST-AMOUNT
                   TO WS-PRV-PAID(WS-PRV-IDX, WS-POST-SRC)
               ADD WS-POST-AMOUNT TO WS-PRV-TOTAL(WS-PRV-IDX)
           ELSE
               ADD 1 TO WS-UNKNOWN-PAYMENTS
               ADD WS-POST-AMOUNT TO WS-SRC-UNKNOWN(WS-POST-SRC)
           END-IF.

       ROLL-UP-TO-TIN.
      *    Exempt payees are not reported whatever their TIN; a
      *    reportable provider with a bad TIN goes to the exception
      *    list instead of the filing
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PROVIDER-COUNT
               IF WS-PRV-TOTAL(WS-PRV-IDX) > ZERO
                   ADD 1 TO WS-PAID-PROVIDERS
                   EVALUATE TRUE
                       WHEN PRV-EXEMPT(WS-PRV-IDX)
                           ADD 1 TO WS-EXEMPT-PROVIDERS
                       WHEN NOT PRV-TIN-VALID(WS-PRV-IDX)
                           IF WS-PRV-TAX-ID(WS-PRV-IDX) = SPACES
                               ADD 1 TO WS-MISSING-TINS
                           ELSE
                               ADD 1 TO WS-INVALID-TINS
                           END-IF
                       WHEN OTHER
                           PERFORM ADD-PROVIDER-TO-TIN
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ADD-PROVIDER-TO-TIN.
           MOVE 'N' TO WS-TIN-MATCH
           SET WS-TIN-IDX TO 1
           SEARCH WS-TIN-ENTRY
               WHEN WS-TIN-IDX > WS-TIN-COUNT
                   CONTINUE
               WHEN WS-TIN-TAX-ID(WS-TIN-IDX) =
                    WS-PRV-TAX-ID(WS-PRV-IDX)
                   SET TIN-FOUND TO TRUE
           END-SEARCH
      *    The TIN table is as large as the provider table, so
      *    every valid provider finds or takes a slot
           IF NOT TIN-FOUND
               ADD 1 TO WS-TIN-COUNT
               SET WS-TIN-IDX TO WS-TIN-COUNT
               MOVE WS-PRV-TAX-ID(WS-PRV-IDX)
                   TO WS-TIN-TAX-ID(WS-TIN-IDX)
               MOVE WS-PRV-TIN-TYPE(WS-PRV-IDX)
                   TO WS-TIN-TYPE(WS-TIN-IDX)
               MOVE WS-PRV-NAME(WS-PRV-IDX) TO WS-TIN-NAME(WS-TIN-IDX)
               MOVE ZERO TO WS-TIN-PROVIDERS(WS-TIN-IDX)
               MOVE ZERO TO WS-TIN-PAID(WS-TIN-IDX, 1)
               MOVE ZERO TO WS-TIN-PAID(WS-TIN-IDX, 2)
               MOVE ZERO TO WS-TIN-PAID(WS-TIN-IDX, 3)
               MOVE ZERO TO WS-TIN-TOTAL(WS-TIN-IDX)
           END-IF
           SET WS-PRV-TIN-SLOT(WS-PRV-IDX) TO WS-TIN-IDX
           ADD 1 TO WS-TIN-PROVIDERS(WS-TIN-IDX)
           PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3
               ADD WS-PRV-PAID(WS-PRV-IDX, WS-SRC-I)
                   TO WS-TIN-PAID(WS-TIN-IDX, WS-SRC-I)
           END-PERFORM
           ADD WS-PRV-TOTAL(WS-PRV-IDX) TO WS-TIN-TOTAL(WS-TIN-IDX).

       WRITE-FILING-EXTRACT.
      *    Target: PAYER-ANALYST.FINANCE.PROVIDER-1099-FILING
           OPEN OUTPUT FILING-FILE
           MOVE 'HDR' TO TF-H-RECORD-TYPE
           MOVE 'PROVIDER-1099-REPORT' TO TF-H-PROGRAM
           MOVE WS-RUN-DATE TO TF-H-RUN-DATE
           MOVE SPACES TO TF-H-PERIOD
           STRING 'TAX YEAR ' WS-TAX-YEAR
               DELIMITED BY SIZE INTO TF-H-PERIOD
           WRITE TF-HEADER-RECORD
           PERFORM VARYING WS-TIN-IDX FROM 1 BY 1
                   UNTIL WS-TIN-IDX > WS-TIN-COUNT
               IF WS-TIN-TOTAL(WS-TIN-IDX) >= WS-FILING-THRESHOLD
                   MOVE WS-TIN-TAX-ID(WS-TIN-IDX) TO TF-TAX-ID
                   MOVE WS-TIN-TYPE(WS-TIN-IDX) TO TF-TIN-TYPE
                   MOVE WS-TIN-NAME(WS-TIN-IDX) TO TF-PAYEE-NAME
                   MOVE WS-TAX-YEAR TO TF-TAX-YEAR
                   MOVE WS-TIN-PROVIDERS(WS-TIN-IDX)
                       TO TF-PROVIDER-COUNT
                   MOVE WS-TIN-PAID(WS-TIN-IDX, 1) TO TF-CLAIMS-PAID
                   MOVE WS-TIN-PAID(WS-TIN-IDX, 2)
                       TO TF-CAPITATION-PAID
                   MOVE WS-TIN-PAID(WS-TIN-IDX, 3)
                       TO TF-SETTLEMENT-PAID
                   MOVE WS-TIN-TOTAL(WS-TIN-IDX) TO TF-TOTAL-PAID
                   WRITE FILING-RECORD
                   ADD 1 TO WS-TF-REC-COUNT
                   ADD WS-TIN-TOTAL(WS-TIN-IDX) TO WS-TF-TOTAL-FILED
                   COMPUTE WS-TF-HASH = WS-TF-HASH +
                       (WS-TIN-TOTAL(WS-TIN-IDX) * 100)
               ELSE
                   ADD 1 TO WS-TINS-UNDER
               END-IF
           END-PERFORM
           MOVE 'TRL' TO TF-T-RECORD-TYPE
           MOVE WS-TF-REC-COUNT TO TF-T-RECORD-COUNT
           MOVE WS-TF-HASH TO TF-T-HASH-TOTAL
           WRITE TF-TRAILER-RECORD
           CLOSE FILING-FILE.

       WRITE-TIN-EXCEPTIONS.
      *    Target: PAYER-ANALYST.FINANCE.1099-TIN-EXCEPTIONS
           OPEN OUTPUT EXCEPTION-FILE
           MOVE 'HDR' TO TX-H-RECORD-TYPE
           MOVE 'PROVIDER-1099-REPORT' TO TX-H-PROGRAM
           MOVE WS-RUN-DATE TO TX-H-RUN-DATE
           MOVE SPACES TO TX-H-PERIOD
           STRING 'TAX YEAR ' WS-TAX-YEAR
               DELIMITED BY SIZE INTO TX-H-PERIOD
           WRITE TX-HEADER-RECORD
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PROVIDER-COUNT
               IF WS-PRV-TOTAL(WS-PRV-IDX) > ZERO AND
                  NOT PRV-EXEMPT(WS-PRV-IDX) AND
                  NOT PRV-TIN-VALID(WS-PRV-IDX)
                   MOVE WS-PRV-ID(WS-PRV-IDX) TO TX-PROVIDER-ID
                   MOVE WS-PRV-NAME(WS-PRV-IDX) TO TX-PROVIDER-NAME
                   MOVE WS-PRV-TAX-ID(WS-PRV-IDX) TO TX-TAX-ID
                   MOVE WS-PRV-TIN-TYPE(WS-PRV-IDX) TO TX-TIN-TYPE
                   MOVE WS-PRV-TIN-REASON(WS-PRV-IDX) TO TX-REASON
                   MOVE WS-TAX-YEAR TO TX-TAX-YEAR
                   MOVE WS-PRV-TOTAL(WS-PRV-IDX) TO TX-TOTAL-PAID
                   WRITE EXCEPTION-RECORD
                   ADD 1 TO WS-TX-REC-COUNT
                   COMPUTE WS-TX-HASH = WS-TX-HASH +
                       (WS-PRV-TOTAL(WS-PRV-IDX) * 100)
               END-IF
           END-PERFORM
           MOVE 'TRL' TO TX-T-RECORD-TYPE
           MOVE WS-TX-REC-COUNT TO TX-T-RECORD-COUNT
           MOVE WS-TX-HASH TO TX-T-HASH-TOTAL
           WRITE TX-TRAILER-RECORD
           CLOSE EXCEPTION-FILE.

       RECONCILE-TO-SOURCES.
      *    Spread each provider's payments by source into the
      *    bucket its TIN landed in, then tie the buckets back to
      *    total paid on each source
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PROVIDER-COUNT
               IF WS-PRV-TOTAL(WS-PRV-IDX) > ZERO
                   PERFORM VARYING WS-SRC-I FROM 1 BY 1
                           UNTIL WS-SRC-I > 3
                       PERFORM BUCKET-PROVIDER-SOURCE
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3
               COMPUTE WS-RPT-ACCOUNTED =
                   WS-SRC-FILED(WS-SRC-I) +
                   WS-SRC-UNDER(WS-SRC-I) +
                   WS-SRC-EXEMPT(WS-SRC-I) +
                   WS-SRC-TIN-EXCEPT(WS-SRC-I) +
                   WS-SRC-UNKNOWN(WS-SRC-I)
               IF WS-RPT-ACCOUNTED = WS-SRC-TOTAL-PAID(WS-SRC-I)
                   SET SRC-TIED(WS-SRC-I) TO TRUE
               ELSE
                   ADD 1 TO WS-UNTIED-COUNT
               END-IF
               ADD WS-SRC-FILED(WS-SRC-I) TO WS-RPT-FILED
           END-PERFORM
      *    What the sources say was filed must also be what the
      *    filing extract carries
           IF WS-RPT-FILED = WS-TF-TOTAL-FILED
               SET FILING-TIED TO TRUE
           ELSE
               ADD 1 TO WS-UNTIED-COUNT
           END-IF.

       BUCKET-PROVIDER-SOURCE.
           EVALUATE TRUE
               WHEN PRV-EXEMPT(WS-PRV-IDX)
                   ADD WS-PRV-PAID(WS-PRV-IDX, WS-SRC-I)
                       TO WS-SRC-EXEMPT(WS-SRC-I)
               WHEN NOT PRV-TIN-VALID(WS-PRV-IDX)
                   ADD WS-PRV-PAID(WS-PRV-IDX, WS-SRC-I)
                       TO WS-SRC-TIN-EXCEPT(WS-SRC-I)
               WHEN OTHER
                   SET WS-TIN-IDX TO WS-PRV-TIN-SLOT(WS-PRV-IDX)
                   IF WS-TIN-TOTAL(WS-TIN-IDX) >= WS-FILING-THRESHOLD
                       ADD WS-PRV-PAID(WS-PRV-IDX, WS-SRC-I)
                           TO WS-SRC-FILED(WS-SRC-I)
                   ELSE
                       ADD WS-PRV-PAID(WS-PRV-IDX, WS-SRC-I)
                           TO WS-SRC-UNDER(WS-SRC-I)
                   END-IF
           END-EVALUATE.

       WRITE-1099-REPORT.
      *    Write output to: PAYER-ANALYST.FINANCE.1099-SUMMARY
           DISPLAY '=========================================='
           DISPLAY 'PROVIDER 1099 REPORTING'
           DISPLAY 'TAX YEAR: ' WS-TAX-YEAR
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY '=========================================='
           DISPLAY 'PROVIDERS ON MASTER: ' WS-PROVIDER-COUNT
           IF WS-PROVIDER-OVERFLOW > ZERO
               DISPLAY 'WARNING: PROVIDERS NOT LOADED (TABLE FULL): '
                   WS-PROVIDER-OVERFLOW
           END-IF
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
               '  PAID IN TAX YEAR: ' WS-CLAIMS-IN-YEAR
           DISPLAY 'CAPITATION HISTORY RECORDS IN YEAR: ' WS-CAP-READ
           IF WS-CAP-RERUNS > ZERO
               DISPLAY '  RERUN MONTHS (LATEST RUN KEPT): '
                   WS-CAP-RERUNS
           END-IF
           IF WS-CAPM-OVERFLOW > ZERO
               DISPLAY 'WARNING: CAPITATION MONTHS NOT HELD '
                   '(TABLE FULL): ' WS-CAPM-OVERFLOW
           END-IF
           DISPLAY 'SETTLEMENT RECORDS READ: ' WS-SETTLE-READ
           DISPLAY ' '
           DISPLAY 'PROVIDERS PAID IN YEAR: ' WS-PAID-PROVIDERS
           DISPLAY '  EXEMPT FROM REPORTING: ' WS-EXEMPT-PROVIDERS
           DISPLAY '  MISSING TIN: ' WS-MISSING-TINS
           DISPLAY '  INVALID TIN: ' WS-INVALID-TINS
           DISPLAY 'TINS PAID: ' WS-TIN-COUNT
           DISPLAY '  FILED (AT OR OVER $600): ' WS-TF-REC-COUNT
           DISPLAY '  UNDER THRESHOLD: ' WS-TINS-UNDER
           DISPLAY 'TOTAL FILED: $' WS-TF-TOTAL-FILED
           IF WS-UNKNOWN-PAYMENTS > ZERO
               DISPLAY 'WARNING: PAYMENTS TO PROVIDERS NOT ON '
                   'MASTER: ' WS-UNKNOWN-PAYMENTS
           END-IF
           IF WS-TX-REC-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-TX-REC-COUNT
                   ' PAID PROVIDERS NEED TIN FOLLOW-UP - SEE '
                   '1099-TIN-EXCEPTIONS.DAT'
           END-IF
           DISPLAY ' '
           DISPLAY 'RECONCILIATION TO PAYMENT SOURCES:'
           PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 3
               DISPLAY '  ' WS-SRC-LABEL(WS-SRC-I)
               IF NOT SRC-PRESENT(WS-SRC-I)
                   DISPLAY '    SOURCE NOT RECEIVED'
               END-IF
               DISPLAY '    TOTAL PAID:        $'
                   WS-SRC-TOTAL-PAID(WS-SRC-I)
               DISPLAY '    FILED ON 1099:     $'
                   WS-SRC-FILED(WS-SRC-I)
               DISPLAY '    UNDER THRESHOLD:   $'
                   WS-SRC-UNDER(WS-SRC-I)
               DISPLAY '    EXEMPT PAYEES:     $'
                   WS-SRC-EXEMPT(WS-SRC-I)
               DISPLAY '    TIN EXCEPTIONS:    $'
                   WS-SRC-TIN-EXCEPT(WS-SRC-I)
               DISPLAY '    NOT ON MASTER:     $'
                   WS-SRC-UNKNOWN(WS-SRC-I)
               IF SRC-TIED(WS-SRC-I)
                   DISPLAY '    TIED'
               ELSE
                   DISPLAY '    *** DOES NOT TIE ***'
               END-IF
           END-PERFORM
           DISPLAY '  FILED BY SOURCE:    $' WS-RPT-FILED
           DISPLAY '  FILING EXTRACT:     $' WS-TF-TOTAL-FILED
           IF FILING-TIED
               DISPLAY '    TIED'
           ELSE
               DISPLAY '    *** DOES NOT TIE ***'
           END-IF
           DISPLAY '=========================================='.
