       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-INVOICE.
       AUTHOR. PHARMACY-ANALYTICS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Quarterly manufacturer rebate invoice: the quarter's
      *    fills off PHARMACY-CLAIMS.DAT are priced against the
      *    rebate contract the formulary master carries for each
      *    NDC, and one utilization line per contract and NDC -
      *    fills, days supply, ingredient cost and the rebate it
      *    earns - is written to REBATE-INVOICE.DAT, followed by
      *    a total line for each manufacturer. The rebate is the
      *    contract percentage of ingredient cost; dispensing fees
      *    earn nothing. The run closes with a reconciliation that
      *    accounts for every fill in the quarter as invoiced, on
      *    the master without a rebate contract, or off the master
      *    altogether, so the invoice ties back to the claims it
      *    was billed from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHARMACY-CLAIM-FILE
               ASSIGN TO "PHARMACY-CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RX-FILE-STATUS.
           SELECT FORMULARY-FILE
               ASSIGN TO "FORMULARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FORMULARY-STATUS.
           SELECT NDC-SORT-FILE
               ASSIGN TO "REBNDCSORT.TMP".
           SELECT FILLS-BY-NDC-FILE
               ASSIGN TO "REBATE-FILLS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BY-NDC-STATUS.
           SELECT INVOICE-SORT-FILE
               ASSIGN TO "REBINVSORT.TMP".
           SELECT INVOICE-FILE
               ASSIGN TO "REBATE-INVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PHARMACY-CLAIM-FILE.
           COPY "PHARMACY-CLAIM-RECORD.CPY".

       FD  FORMULARY-FILE.
           COPY "FORMULARY-RECORD.CPY".

       SD  NDC-SORT-FILE.
       01  NDC-SORT-RECORD.
           05  NS-NDC-CODE         PIC X(11).
           05  NS-DAYS-SUPPLY      PIC 9(3).
           05  NS-INGREDIENT-COST  PIC 9(7)V99.

       FD  FILLS-BY-NDC-FILE.
       01  FILLS-BY-NDC-RECORD.
           05  FN-NDC-CODE         PIC X(11).
           05  FN-DAYS-SUPPLY      PIC 9(3).
           05  FN-INGREDIENT-COST  PIC 9(7)V99.

       SD  INVOICE-SORT-FILE.
       01  INVOICE-SORT-RECORD.
           05  IS-MANUFACTURER-ID  PIC X(5).
           05  IS-REBATE-CONTRACT  PIC X(10).
           05  IS-NDC-CODE         PIC X(11).
           05  IS-MANUFACTURER-NAME PIC X(30).
           05  IS-DRUG-NAME        PIC X(30).
           05  IS-REBATE-PCT       PIC 9(2)V99.
           05  IS-DAYS-SUPPLY      PIC 9(3).
           05  IS-INGREDIENT-COST  PIC 9(7)V99.

       FD  INVOICE-FILE.
      *    LINE = utilization for one contract and NDC,
      *    MFRT = manufacturer total (NDC and drug left blank)
       01  INVOICE-RECORD.
           05  RI-LINE-TYPE        PIC X(4).
           05  RI-MANUFACTURER-ID  PIC X(5).
           05  RI-MANUFACTURER-NAME PIC X(30).
           05  RI-REBATE-CONTRACT  PIC X(10).
           05  RI-QUARTER          PIC X(6).
           05  RI-NDC-CODE         PIC X(11).
           05  RI-DRUG-NAME        PIC X(30).
           05  RI-FILLS            PIC 9(7).
           05  RI-DAYS-SUPPLY      PIC 9(9).
           05  RI-INGREDIENT-COST  PIC 9(11)V99.
           05  RI-REBATE-PCT       PIC 9(2)V99.
           05  RI-REBATE-AMOUNT    PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==RI==.

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Invoice quarter - the quarter holding the cycle month
      *    under the batch driver, otherwise the last quarter
      *    completed before the run date
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-INVOICE-YEAR         PIC 9(4).
       01  WS-INVOICE-MONTH        PIC 9(2).
       01  WS-INVOICE-QTR          PIC 9(1).
       01  WS-QUARTER-LABEL.
           05  WS-QL-YEAR          PIC 9(4).
           05  FILLER              PIC X VALUE 'Q'.
           05  WS-QL-QTR           PIC 9(1).
       01  WS-QUARTER-START        PIC 9(8).
       01  WS-QUARTER-START-X REDEFINES WS-QUARTER-START.
           05  WS-QS-YEAR          PIC 9(4).
           05  WS-QS-MONTH         PIC 9(2).
           05  WS-QS-DAY           PIC 9(2).
       01  WS-QUARTER-END          PIC 9(8).
       01  WS-QUARTER-END-X REDEFINES WS-QUARTER-END.
           05  WS-QE-YEAR          PIC 9(4).
           05  WS-QE-MONTH         PIC 9(2).
           05  WS-QE-DAY           PIC 9(2).

      *    Fill accounting for the reconciliation - every fill in
      *    the quarter lands in exactly one of the three buckets
       01  WS-COUNTERS.
           05  WS-FILLS-READ       PIC 9(9) VALUE ZERO.
           05  WS-OUT-OF-QUARTER   PIC 9(9) VALUE ZERO.
           05  WS-UNUSABLE         PIC 9(9) VALUE ZERO.
           05  WS-QUARTER-FILLS    PIC 9(9) VALUE ZERO.
           05  WS-ELIGIBLE-FILLS   PIC 9(9) VALUE ZERO.
           05  WS-NO-CONTRACT-FILLS PIC 9(9) VALUE ZERO.
           05  WS-OFF-MASTER-FILLS PIC 9(9) VALUE ZERO.
           05  WS-INVOICED-FILLS   PIC 9(9) VALUE ZERO.
           05  WS-INVOICE-LINES    PIC 9(9) VALUE ZERO.
           05  WS-MANUFACTURERS    PIC 9(9) VALUE ZERO.
           05  WS-ACCOUNTED-FILLS  PIC 9(9) VALUE ZERO.
       01  WS-AMOUNTS.
           05  WS-QUARTER-COST     PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ELIGIBLE-COST    PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-NO-CONTRACT-COST PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OFF-MASTER-COST  PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-INVOICED-COST    PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-INVOICED-REBATE  PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACCOUNTED-COST   PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Line break on contract + NDC within the manufacturer
      *    break
       01  WS-LINE-BREAK.
           05  WS-CUR-CONTRACT     PIC X(10).
           05  WS-CUR-NDC          PIC X(11).
           05  WS-CUR-DRUG-NAME    PIC X(30).
           05  WS-CUR-REBATE-PCT   PIC 9(2)V99.
           05  WS-CUR-FILLS        PIC 9(7).
           05  WS-CUR-DAYS-SUPPLY  PIC 9(9).
           05  WS-CUR-COST         PIC 9(11)V99.
       01  WS-LINE-BREAK-ACTIVE    PIC X VALUE 'N'.
           88  LINE-BREAK-ACTIVE   VALUE 'Y'.
       01  WS-MFR-BREAK.
           05  WS-CUR-MFR-ID       PIC X(5).
           05  WS-CUR-MFR-NAME     PIC X(30).
           05  WS-MFR-FILLS        PIC 9(7).
           05  WS-MFR-DAYS-SUPPLY  PIC 9(9).
           05  WS-MFR-COST         PIC 9(11)V99.
           05  WS-MFR-REBATE       PIC 9(11)V99.
       01  WS-MFR-BREAK-ACTIVE     PIC X VALUE 'N'.
           88  MFR-BREAK-ACTIVE    VALUE 'Y'.
       01  WS-LINE-REBATE          PIC 9(11)V99.

      *    Extract control totals; hash is the rebate in cents on
      *    the LINE records
       01  WS-RI-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RI-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-FLAG            PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  EOF-BY-NDC          PIC X VALUE 'N'.
               88  END-OF-BY-NDC   VALUE 'Y'.
           05  EOF-FORMULARY       PIC X VALUE 'N'.
               88  END-OF-FORMULARY VALUE 'Y'.
           05  EOF-INV-SORT        PIC X VALUE 'N'.
               88  END-OF-INV-SORT VALUE 'Y'.
       01  WS-RECON-FLAG           PIC X VALUE 'Y'.
           88  INVOICE-TIES        VALUE 'Y'.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-BY-NDC-STATUS        PIC XX.

      *    Bad open on the pharmacy extract or the formulary
      *    master aborts with RETURN-CODE 8 so the calling driver
      *    job can stop the chain
       01  WS-RX-FILE-STATUS       PIC XX.
       01  WS-FORMULARY-STATUS     PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-DEFAULT-QUARTER
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SET-QUARTER-WINDOW
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
               SORT NDC-SORT-FILE
                   ON ASCENDING KEY NS-NDC-CODE
                   INPUT PROCEDURE IS RELEASE-QUARTER-FILLS
                   GIVING FILLS-BY-NDC-FILE
               SORT INVOICE-SORT-FILE
                   ON ASCENDING KEY IS-MANUFACTURER-ID
                                    IS-REBATE-CONTRACT
                                    IS-NDC-CODE
                   INPUT PROCEDURE IS PRICE-AGAINST-FORMULARY
                   OUTPUT PROCEDURE IS WRITE-INVOICE-EXTRACT
               PERFORM WRITE-RECONCILIATION-REPORT
               IF INVOICE-TIES
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       SET-DEFAULT-QUARTER.
      *    Standalone run bills the last quarter completed before
      *    the run date - a run in January bills Q4 of the prior
      *    year
           MOVE WS-RUN-YEAR TO WS-INVOICE-YEAR
           COMPUTE WS-INVOICE-QTR = (WS-RUN-MONTH - 1) / 3
           IF WS-INVOICE-QTR = ZERO
               SUBTRACT 1 FROM WS-INVOICE-YEAR
               MOVE 4 TO WS-INVOICE-QTR
           END-IF.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the quarter is the one holding
      *    the cycle month, so a quarter-end caught up after the
      *    calendar has turned still bills its own quarter
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-CYCLE-PERIOD IS NUMERIC AND
                          RP-CYCLE-PERIOD > ZERO
                           MOVE RP-CYCLE-PERIOD(1:4)
                               TO WS-INVOICE-YEAR
                           MOVE RP-CYCLE-PERIOD(5:2)
                               TO WS-INVOICE-MONTH
                           COMPUTE WS-INVOICE-QTR =
                               (WS-INVOICE-MONTH - 1) / 3 + 1
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       SET-QUARTER-WINDOW.
           MOVE WS-INVOICE-YEAR TO WS-QL-YEAR
           MOVE WS-INVOICE-QTR TO WS-QL-QTR
           MOVE WS-INVOICE-YEAR TO WS-QS-YEAR
           MOVE WS-INVOICE-YEAR TO WS-QE-YEAR
           COMPUTE WS-QS-MONTH = (WS-INVOICE-QTR - 1) * 3 + 1
           MOVE 01 TO WS-QS-DAY
           COMPUTE WS-QE-MONTH = WS-INVOICE-QTR * 3
           IF WS-INVOICE-QTR = 1 OR WS-INVOICE-QTR = 4
               MOVE 31 TO WS-QE-DAY
           ELSE
               MOVE 30 TO WS-QE-DAY
           END-IF.

       CHECK-INPUT-FILES.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PHARMACY-CLAIMS
           OPEN INPUT PHARMACY-CLAIM-FILE
           IF WS-RX-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN PHARMACY-CLAIMS.DAT - '
                   'STATUS ' WS-RX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE PHARMACY-CLAIM-FILE
           END-IF
      *    Source: PAYER-DEV.ANALYTICS-GOLD.FORMULARY
           IF NOT OPEN-FAILED
               OPEN INPUT FORMULARY-FILE
               IF WS-FORMULARY-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN FORMULARY.DAT - '
                       'STATUS ' WS-FORMULARY-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
                   CLOSE FORMULARY-FILE
               END-IF
           END-IF.

       RELEASE-QUARTER-FILLS.
           OPEN INPUT PHARMACY-CLAIM-FILE
           PERFORM UNTIL END-OF-FILE
               READ PHARMACY-CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILLS-READ
                       EVALUATE TRUE
                           WHEN FILL-DATE = ZERO OR
                                NDC-CODE = SPACES
                               ADD 1 TO WS-UNUSABLE
                           WHEN FILL-DATE < WS-QUARTER-START OR
                                FILL-DATE > WS-QUARTER-END
                               ADD 1 TO WS-OUT-OF-QUARTER
                           WHEN OTHER
                               ADD 1 TO WS-QUARTER-FILLS
                               ADD INGREDIENT-COST TO WS-QUARTER-COST
                               MOVE NDC-CODE TO NS-NDC-CODE
                               MOVE DAYS-SUPPLY TO NS-DAYS-SUPPLY
                               MOVE INGREDIENT-COST
                                   TO NS-INGREDIENT-COST
                               RELEASE NDC-SORT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PHARMACY-CLAIM-FILE.

       PRICE-AGAINST-FORMULARY.
      *    Match-merge of the NDC-sorted fills against the
      *    formulary master; fills of a contracted NDC go on to
      *    the invoice sort, the rest are counted for the
      *    reconciliation
           OPEN INPUT FILLS-BY-NDC-FILE
           OPEN INPUT FORMULARY-FILE
           READ FORMULARY-FILE
               AT END SET END-OF-FORMULARY TO TRUE
           END-READ
           READ FILLS-BY-NDC-FILE
               AT END SET END-OF-BY-NDC TO TRUE
           END-READ
           PERFORM UNTIL END-OF-BY-NDC
               PERFORM UNTIL END-OF-FORMULARY OR
                            FM-NDC-CODE >= FN-NDC-CODE
                   READ FORMULARY-FILE
                       AT END SET END-OF-FORMULARY TO TRUE
                   END-READ
               END-PERFORM
               EVALUATE TRUE
                   WHEN END-OF-FORMULARY OR
                        FM-NDC-CODE NOT = FN-NDC-CODE
                       ADD 1 TO WS-OFF-MASTER-FILLS
                       ADD FN-INGREDIENT-COST TO WS-OFF-MASTER-COST
                   WHEN FM-REBATE-CONTRACT = SPACES OR
                        FM-REBATE-PCT IS NOT NUMERIC OR
                        FM-REBATE-PCT = ZERO
                       ADD 1 TO WS-NO-CONTRACT-FILLS
                       ADD FN-INGREDIENT-COST TO WS-NO-CONTRACT-COST
                   WHEN OTHER
                       PERFORM RELEASE-REBATABLE-FILL
               END-EVALUATE
               READ FILLS-BY-NDC-FILE
                   AT END SET END-OF-BY-NDC TO TRUE
               END-READ
           END-PERFORM
           CLOSE FILLS-BY-NDC-FILE
           CLOSE FORMULARY-FILE.

       RELEASE-REBATABLE-FILL.
           ADD 1 TO WS-ELIGIBLE-FILLS
           ADD FN-INGREDIENT-COST TO WS-ELIGIBLE-COST
           MOVE FM-MANUFACTURER-ID TO IS-MANUFACTURER-ID
           MOVE FM-REBATE-CONTRACT TO IS-REBATE-CONTRACT
           MOVE FN-NDC-CODE TO IS-NDC-CODE
           MOVE FM-MANUFACTURER-NAME TO IS-MANUFACTURER-NAME
           MOVE FM-DRUG-NAME TO IS-DRUG-NAME
           MOVE FM-REBATE-PCT TO IS-REBATE-PCT
           MOVE FN-DAYS-SUPPLY TO IS-DAYS-SUPPLY
           MOVE FN-INGREDIENT-COST TO IS-INGREDIENT-COST
           RELEASE INVOICE-SORT-RECORD.

       WRITE-INVOICE-EXTRACT.
      *    Target: PAYER-ANALYST.PHARMACY-ANALYTICS.REBATE-INVOICE
           OPEN OUTPUT INVOICE-FILE
           MOVE 'HDR' TO RI-H-RECORD-TYPE
           MOVE 'REBATE-INVOICE' TO RI-H-PROGRAM
           MOVE WS-RUN-DATE TO RI-H-RUN-DATE
           MOVE WS-QUARTER-LABEL TO RI-H-PERIOD
           WRITE RI-HEADER-RECORD
           RETURN INVOICE-SORT-FILE
               AT END SET END-OF-INV-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-INV-SORT
               IF LINE-BREAK-ACTIVE AND
                  (IS-MANUFACTURER-ID NOT = WS-CUR-MFR-ID OR
                   IS-REBATE-CONTRACT NOT = WS-CUR-CONTRACT OR
                   IS-NDC-CODE NOT = WS-CUR-NDC)
                   PERFORM WRITE-INVOICE-LINE
               END-IF
               IF MFR-BREAK-ACTIVE AND
                  IS-MANUFACTURER-ID NOT = WS-CUR-MFR-ID
                   PERFORM WRITE-MANUFACTURER-TOTAL
               END-IF
               IF NOT MFR-BREAK-ACTIVE
                   SET MFR-BREAK-ACTIVE TO TRUE
                   MOVE IS-MANUFACTURER-ID TO WS-CUR-MFR-ID
                   MOVE IS-MANUFACTURER-NAME TO WS-CUR-MFR-NAME
                   MOVE ZERO TO WS-MFR-FILLS
                   MOVE ZERO TO WS-MFR-DAYS-SUPPLY
                   MOVE ZERO TO WS-MFR-COST
                   MOVE ZERO TO WS-MFR-REBATE
               END-IF
               IF NOT LINE-BREAK-ACTIVE
                   SET LINE-BREAK-ACTIVE TO TRUE
                   MOVE IS-REBATE-CONTRACT TO WS-CUR-CONTRACT
                   MOVE IS-NDC-CODE TO WS-CUR-NDC
                   MOVE IS-DRUG-NAME TO WS-CUR-DRUG-NAME
                   MOVE IS-REBATE-PCT TO WS-CUR-REBATE-PCT
                   MOVE ZERO TO WS-CUR-FILLS
                   MOVE ZERO TO WS-CUR-DAYS-SUPPLY
                   MOVE ZERO TO WS-CUR-COST
               END-IF
               ADD 1 TO WS-CUR-FILLS
               ADD IS-DAYS-SUPPLY TO WS-CUR-DAYS-SUPPLY
               ADD IS-INGREDIENT-COST TO WS-CUR-COST
               RETURN INVOICE-SORT-FILE
                   AT END SET END-OF-INV-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF LINE-BREAK-ACTIVE
               PERFORM WRITE-INVOICE-LINE
           END-IF
           IF MFR-BREAK-ACTIVE
               PERFORM WRITE-MANUFACTURER-TOTAL
           END-IF
           MOVE 'TRL' TO RI-T-RECORD-TYPE
           MOVE WS-RI-REC-COUNT TO RI-T-RECORD-COUNT
           MOVE WS-RI-HASH TO RI-T-HASH-TOTAL
           WRITE RI-TRAILER-RECORD
           CLOSE INVOICE-FILE.

       WRITE-INVOICE-LINE.
      *    Rebate is priced once per line off the line's total
      *    ingredient cost, so the line rebates add up exactly to
      *    the manufacturer total
           COMPUTE WS-LINE-REBATE ROUNDED =
               WS-CUR-COST * WS-CUR-REBATE-PCT / 100
           MOVE 'LINE' TO RI-LINE-TYPE
           MOVE WS-CUR-MFR-ID TO RI-MANUFACTURER-ID
           MOVE WS-CUR-MFR-NAME TO RI-MANUFACTURER-NAME
           MOVE WS-CUR-CONTRACT TO RI-REBATE-CONTRACT
           MOVE WS-QUARTER-LABEL TO RI-QUARTER
           MOVE WS-CUR-NDC TO RI-NDC-CODE
           MOVE WS-CUR-DRUG-NAME TO RI-DRUG-NAME
           MOVE WS-CUR-FILLS TO RI-FILLS
           MOVE WS-CUR-DAYS-SUPPLY TO RI-DAYS-SUPPLY
           MOVE WS-CUR-COST TO RI-INGREDIENT-COST
           MOVE WS-CUR-REBATE-PCT TO RI-REBATE-PCT
           MOVE WS-LINE-REBATE TO RI-REBATE-AMOUNT
           WRITE INVOICE-RECORD
           ADD 1 TO WS-RI-REC-COUNT
           ADD 1 TO WS-INVOICE-LINES
           COMPUTE WS-RI-HASH = WS-RI-HASH + WS-LINE-REBATE * 100
           ADD WS-CUR-FILLS TO WS-MFR-FILLS
           ADD WS-CUR-DAYS-SUPPLY TO WS-MFR-DAYS-SUPPLY
           ADD WS-CUR-COST TO WS-MFR-COST
           ADD WS-LINE-REBATE TO WS-MFR-REBATE
           ADD WS-CUR-FILLS TO WS-INVOICED-FILLS
           ADD WS-CUR-COST TO WS-INVOICED-COST
           ADD WS-LINE-REBATE TO WS-INVOICED-REBATE
           MOVE 'N' TO WS-LINE-BREAK-ACTIVE.

       WRITE-MANUFACTURER-TOTAL.
           MOVE 'MFRT' TO RI-LINE-TYPE
           MOVE WS-CUR-MFR-ID TO RI-MANUFACTURER-ID
           MOVE WS-CUR-MFR-NAME TO RI-MANUFACTURER-NAME
           MOVE SPACES TO RI-REBATE-CONTRACT
           MOVE WS-QUARTER-LABEL TO RI-QUARTER
           MOVE SPACES TO RI-NDC-CODE
           MOVE SPACES TO RI-DRUG-NAME
           MOVE WS-MFR-FILLS TO RI-FILLS
           MOVE WS-MFR-DAYS-SUPPLY TO RI-DAYS-SUPPLY
           MOVE WS-MFR-COST TO RI-INGREDIENT-COST
           MOVE ZERO TO RI-REBATE-PCT
           MOVE WS-MFR-REBATE TO RI-REBATE-AMOUNT
           WRITE INVOICE-RECORD
           ADD 1 TO WS-RI-REC-COUNT
           ADD 1 TO WS-MANUFACTURERS
           MOVE 'N' TO WS-MFR-BREAK-ACTIVE.

       WRITE-RECONCILIATION-REPORT.
      *    The invoice ties when the lines carry every contracted
      *    fill released to them and the three buckets add back to
      *    the quarter's fills, in count and in ingredient cost
           COMPUTE WS-ACCOUNTED-FILLS = WS-INVOICED-FILLS +
               WS-NO-CONTRACT-FILLS + WS-OFF-MASTER-FILLS
           COMPUTE WS-ACCOUNTED-COST = WS-INVOICED-COST +
               WS-NO-CONTRACT-COST + WS-OFF-MASTER-COST
           IF WS-INVOICED-FILLS NOT = WS-ELIGIBLE-FILLS OR
              WS-INVOICED-COST NOT = WS-ELIGIBLE-COST OR
              WS-ACCOUNTED-FILLS NOT = WS-QUARTER-FILLS OR
              WS-ACCOUNTED-COST NOT = WS-QUARTER-COST
               MOVE 'N' TO WS-RECON-FLAG
           END-IF
      *    Write output to: PAYER-ANALYST.PHARMACY-ANALYTICS.REBATES
           DISPLAY '=========================================='
           DISPLAY 'MANUFACTURER REBATE INVOICE'
           DISPLAY 'QUARTER: ' WS-QUARTER-LABEL
                   '  (' WS-QUARTER-START ' - ' WS-QUARTER-END ')'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'FILLS READ: ' WS-FILLS-READ
           DISPLAY '  Outside Quarter (SKIPPED): ' WS-OUT-OF-QUARTER
           DISPLAY '  No Fill Date or NDC (SKIPPED): ' WS-UNUSABLE
           DISPLAY 'QUARTER FILLS: ' WS-QUARTER-FILLS
                   '  Ingredient Cost: $' WS-QUARTER-COST
           DISPLAY ' '
           DISPLAY 'RECONCILIATION:'
           DISPLAY '  Invoiced: ' WS-INVOICED-FILLS
                   '  Ingredient Cost: $' WS-INVOICED-COST
           DISPLAY '  No Rebate Contract: ' WS-NO-CONTRACT-FILLS
                   '  Ingredient Cost: $' WS-NO-CONTRACT-COST
           DISPLAY '  Not On Formulary Master: ' WS-OFF-MASTER-FILLS
                   '  Ingredient Cost: $' WS-OFF-MASTER-COST
           DISPLAY '  Accounted For: ' WS-ACCOUNTED-FILLS
                   '  Ingredient Cost: $' WS-ACCOUNTED-COST
           IF INVOICE-TIES
               DISPLAY '  INVOICE TIES TO QUARTER FILLS'
           ELSE
               DISPLAY '  WARNING: INVOICE DOES NOT TIE - '
                       'CONTRACTED FILLS RELEASED: '
                       WS-ELIGIBLE-FILLS
           END-IF
           DISPLAY ' '
           DISPLAY 'MANUFACTURERS INVOICED: ' WS-MANUFACTURERS
           DISPLAY 'INVOICE LINES: ' WS-INVOICE-LINES
           DISPLAY 'TOTAL REBATE BILLED: $' WS-INVOICED-REBATE
           DISPLAY '=========================================='
           DISPLAY 'INVOICE COMPLETE'.
