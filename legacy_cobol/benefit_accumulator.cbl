               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-FILE-STATUS.
           SELECT PBM-LEDGER-FILE
               ASSIGN DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT PBM-OUTBOUND-FILE
               ASSIGN TO "PBM-ACCUM-OUTBOUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

      *    SOURCE M is a medical claim's member responsibility, R
      *    a pharmacy cost-share row off the PBM ledger with the
      *    PBM's own view of the member's maximums as of its date
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-MEMBER-ID        PIC 9(10).
           05  SW-DEDUCTIBLE       PIC 9(5)V99.
           05  SW-COINSURANCE      PIC 9(5)V99.
           05  SW-COPAY            PIC 9(3)V99.
           05  SW-SOURCE           PIC X(1).
           05  SW-RX-DEDUCTIBLE    PIC S9(7)V99.
           05  SW-RX-OOP           PIC S9(7)V99.
           05  SW-ACCUM-DATE       PIC 9(8).
           05  SW-PBM-DEDUCT-MET   PIC X(1).
           05  SW-PBM-OOP-MET      PIC X(1).

       FD  OLD-MASTER-FILE.
      *    Prior run's accumulator positions. CLAIMS.DAT is the
      *    full year-to-date extract, so every run rebuilds the
      *    master from scratch; the prior master is read only to
      *    spot members who crossed their out-of-pocket maximum
      *    since the last run. MASTER-GENERATION-MANAGER promotes
      *    BENEFIT-ACCUM-NEW.DAT to the master after a clean run,
      *    stripping the HDR/TRL control records the new master
      *    carries, the same generation-dataset rhythm the
      *    checkpoint files follow.
      *    The master now carries two record kinds: 'I' individual
      *    positions sorted by member (the original layout, with the
      *    type byte and contract id appended so older masters still
      *    read - a blank type is an individual record), followed by
      *    'F' family-unit positions keyed by contract id.
      *    Integrated plans share the deductible and out-of-pocket
      *    across medical and pharmacy: DEDUCTIBLE-YTD and
      *    OOP-TOTAL-YTD are the combined position, and the
      *    pharmacy part of each rides on the end of the record
      *    (spaces on a master written before the PBM exchange)
       01  OLD-MASTER-RECORD.
           05  OM-MEMBER-ID        PIC 9(10).
           05  OM-DEDUCTIBLE-YTD   PIC 9(7)V99.
           05  OM-OOP-MET-FLAG     PIC X(1).
           05  OM-RECORD-TYPE      PIC X(1).
           05  OM-CONTRACT-ID      PIC 9(10).
           05  OM-RX-DEDUCTIBLE-YTD PIC 9(7)V99.
           05  OM-RX-OOP-YTD       PIC 9(7)V99.

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           05  NM-OOP-MET-FLAG     PIC X(1).
           05  NM-RECORD-TYPE      PIC X(1).
           05  NM-CONTRACT-ID      PIC 9(10).
           05  NM-RX-DEDUCTIBLE-YTD PIC 9(7)V99.
           05  NM-RX-OOP-YTD       PIC 9(7)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NM==.

       FD  OOP-MAX-FILE.
      *    Members or family units that crossed an out-of-pocket
       FD  SUBSCRIBER-CONTRACT-FILE.
           COPY "SUBSCRIBER-CONTRACT-RECORD.CPY".

       FD  PBM-LEDGER-FILE.
           COPY "PBM-ACCUM-RECORD.CPY" REPLACING ==:PFX:== BY ==LD==.

       FD  PBM-OUTBOUND-FILE.
      *    Outbound half of the PBM accumulator exchange: each
      *    member's medical deductible and out-of-pocket increments
      *    since the last run, with the integrated position and
      *    the maximums met, for the PBM to apply at the pharmacy
           COPY "PBM-ACCUM-RECORD.CPY" REPLACING ==:PFX:== BY ==OB==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==OB==.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-MEMBERS-UPDATED  PIC 9(9) VALUE ZERO.
           05  WS-MEMBERS-NEW      PIC 9(9) VALUE ZERO.
           05  WS-OOP-MET-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-RX-ROWS-APPLIED  PIC 9(9) VALUE ZERO.
           05  WS-MET-FROM-PBM     PIC 9(7) VALUE ZERO.
           05  WS-MET-TO-PBM       PIC 9(7) VALUE ZERO.
           05  WS-OUTBOUND-COUNT   PIC 9(9) VALUE ZERO.

      *    Plan accumulator limits; tunable without a recompile via
      *    BENEFIT-CONTROL.DAT
               10  WS-FAM-COINS        PIC 9(7)V99.
               10  WS-FAM-COPAY        PIC 9(7)V99.
               10  WS-FAM-PRIOR-OOP    PIC 9(7)V99.
               10  WS-FAM-RX-DEDUCT    PIC 9(7)V99.
               10  WS-FAM-RX-OOP       PIC 9(7)V99.
               10  WS-FAM-ACTIVE       PIC X(1).
                   88  FAMILY-ACTIVE   VALUE 'Y'.
       01  WS-FAMILY-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-DELTA-DEDUCTIBLE PIC 9(7)V99.
           05  WS-DELTA-COINS      PIC 9(7)V99.
           05  WS-DELTA-COPAY      PIC 9(7)V99.
           05  WS-DELTA-RX-DEDUCT  PIC S9(7)V99.
           05  WS-DELTA-RX-OOP     PIC S9(7)V99.
           05  WS-DELTA-PBM-DATE   PIC 9(8).
           05  WS-DELTA-PBM-DEDUCT-MET PIC X(1).
           05  WS-DELTA-PBM-OOP-MET PIC X(1).
       01  WS-DELTA-ACTIVE         PIC X VALUE 'N'.
           88  DELTA-ACTIVE        VALUE 'Y'.

      *    The member's position on the prior master: the combined
      *    figures and the pharmacy part of each, so the medical
      *    increment sent to the PBM is the change in what is left
       01  WS-OLD-OOP              PIC 9(7)V99.
       01  WS-OLD-DEDUCT           PIC 9(7)V99.
       01  WS-OLD-RX-DEDUCT        PIC 9(7)V99.
       01  WS-OLD-RX-OOP           PIC 9(7)V99.
       01  WS-OLD-MET-FLAG         PIC X(1).
       01  WS-MED-DEDUCT-INCR      PIC S9(7)V99.
       01  WS-MED-OOP-INCR         PIC S9(7)V99.

      *    Pharmacy cost-share ledger: the exchange's new ledger
      *    from tonight's run when it is there, else the promoted
      *    one; with neither the accumulators are medical only
       01  WS-LEDGER-FILE-NAME     PIC X(40).
       01  WS-LEDGER-FILE-STATUS   PIC XX.
       01  WS-LEDGER-FOUND         PIC X VALUE 'N'.
           88  LEDGER-AVAILABLE    VALUE 'Y'.

      *    Outbound feed control totals; the hash is the medical
      *    out-of-pocket increments in cents, decreases counted as
      *    sent
       01  WS-OB-SEQUENCE          PIC 9(6) VALUE ZERO.
       01  WS-OB-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-OB-HASH              PIC 9(15) VALUE ZERO.

      *    New master control totals; the hash carries the
      *    out-of-pocket totals in cents
       01  WS-NM-RUN-DATE          PIC 9(8).
       01  WS-NM-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NM-HASH              PIC 9(15) VALUE ZERO.
       01  WS-OLD-MASTER-STATUS    PIC XX.
       01  WS-MASTER-FOUND         PIC X VALUE 'N'.
           88  MASTER-AVAILABLE    VALUE 'Y'.
               88  END-OF-MASTER   VALUE 'Y'.
           05  EOF-PRESCAN         PIC X VALUE 'N'.
               88  END-OF-PRESCAN  VALUE 'Y'.
           05  EOF-LEDGER          PIC X VALUE 'N'.
               88  END-OF-LEDGER   VALUE 'Y'.

      *    Bad open on the primary extract aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
           PERFORM LOAD-SUBSCRIBER-CONTRACTS
           PERFORM LOAD-PRIOR-FAMILY-POSITIONS
           PERFORM SELECT-CLAIMS-SOURCE
           PERFORM SELECT-LEDGER-SOURCE
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN '
                   'STARTING ACCUMULATORS FROM ZERO'
           END-IF
           OPEN OUTPUT NEW-MASTER-FILE
           ACCEPT WS-NM-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'HDR' TO NM-H-RECORD-TYPE
           MOVE 'BENEFIT-ACCUM-UPDATE' TO NM-H-PROGRAM
           MOVE WS-NM-RUN-DATE TO NM-H-RUN-DATE
           MOVE 'BENEFIT YEAR TO DATE' TO NM-H-PERIOD
           WRITE NM-HEADER-RECORD
           OPEN OUTPUT OOP-MAX-FILE
      *    Target: PAYER-ANALYST.PHARMACY.PBM-ACCUM-OUTBOUND
           OPEN OUTPUT PBM-OUTBOUND-FILE
           MOVE 'HDR' TO OB-H-RECORD-TYPE
           MOVE 'BENEFIT-ACCUM-UPDATE' TO OB-H-PROGRAM
           MOVE WS-NM-RUN-DATE TO OB-H-RUN-DATE
           MOVE 'MEDICAL ACCUMULATORS' TO OB-H-PERIOD
           WRITE OB-HEADER-RECORD.

       SELECT-CLAIMS-SOURCE.
      *    Prefer the splitter's subset; fall back to the full
               MOVE 'CLAIMS.DAT' TO WS-CLAIM-FILE-NAME
           END-IF.

       SELECT-LEDGER-SOURCE.
           MOVE 'PBM-ACCUM-LEDGER-NEW.DAT' TO WS-LEDGER-FILE-NAME
           OPEN INPUT PBM-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '00'
               SET LEDGER-AVAILABLE TO TRUE
               CLOSE PBM-LEDGER-FILE
           ELSE
               MOVE 'PBM-ACCUM-LEDGER.DAT' TO WS-LEDGER-FILE-NAME
               OPEN INPUT PBM-LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS = '00'
                   SET LEDGER-AVAILABLE TO TRUE
                   CLOSE PBM-LEDGER-FILE
               ELSE
                   DISPLAY 'PBM-ACCUM-LEDGER.DAT NOT FOUND - '
                       'MEDICAL ACCUMULATORS ONLY'
               END-IF
           END-IF.

       VERIFY-SPLIT-TRAILER.
      *    A subset without its trailer, or with a count that does
      *    not match what was read, means a truncated split - stop
                           MOVE COINSURANCE-AMOUNT
                               TO SW-COINSURANCE
                           MOVE COPAY-AMOUNT TO SW-COPAY
                           MOVE 'M' TO SW-SOURCE
                           MOVE ZERO TO SW-RX-DEDUCTIBLE
                           MOVE ZERO TO SW-RX-OOP
                           MOVE ZERO TO SW-ACCUM-DATE
                           MOVE 'N' TO SW-PBM-DEDUCT-MET
                           MOVE 'N' TO SW-PBM-OOP-MET
                           RELEASE SORT-WORK-RECORD
                       END-IF
               END-EVALUATE
                   AT END SET END-OF-CLAIMS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE
           IF LEDGER-AVAILABLE
               PERFORM RELEASE-PHARMACY-COST-SHARE
           END-IF.

       RELEASE-PHARMACY-COST-SHARE.
      *    Every row on the benefit year's pharmacy ledger goes in
      *    beside the medical claims, so the combined position is
      *    rebuilt from scratch each run the way the medical one is
           OPEN INPUT PBM-LEDGER-FILE
           PERFORM UNTIL END-OF-LEDGER
               READ PBM-LEDGER-FILE
                   AT END SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       IF LD-ACCUM-RECORD(1:3) NOT = 'HDR' AND
                          LD-ACCUM-RECORD(1:3) NOT = 'TRL'
                           ADD 1 TO WS-RX-ROWS-APPLIED
                           MOVE LD-MEMBER-ID TO SW-MEMBER-ID
                           MOVE ZERO TO SW-DEDUCTIBLE
                           MOVE ZERO TO SW-COINSURANCE
                           MOVE ZERO TO SW-COPAY
                           MOVE 'R' TO SW-SOURCE
                           MOVE LD-DEDUCTIBLE-AMT TO SW-RX-DEDUCTIBLE
                           MOVE LD-OOP-AMT TO SW-RX-OOP
                           MOVE LD-ACCUM-DATE TO SW-ACCUM-DATE
                           MOVE LD-DEDUCT-MET-FLAG
                               TO SW-PBM-DEDUCT-MET
                           MOVE LD-OOP-MET-FLAG TO SW-PBM-OOP-MET
                           RELEASE SORT-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PBM-LEDGER-FILE.

       MERGE-INTO-MASTER.
      *    The member-sorted amounts off the full YTD claims file
                   MOVE ZERO TO WS-DELTA-DEDUCTIBLE
                   MOVE ZERO TO WS-DELTA-COINS
                   MOVE ZERO TO WS-DELTA-COPAY
                   MOVE ZERO TO WS-DELTA-RX-DEDUCT
                   MOVE ZERO TO WS-DELTA-RX-OOP
                   MOVE ZERO TO WS-DELTA-PBM-DATE
                   MOVE 'N' TO WS-DELTA-PBM-DEDUCT-MET
                   MOVE 'N' TO WS-DELTA-PBM-OOP-MET
               END-IF
               ADD SW-DEDUCTIBLE TO WS-DELTA-DEDUCTIBLE
               ADD SW-COINSURANCE TO WS-DELTA-COINS
               ADD SW-COPAY TO WS-DELTA-COPAY
      *        The PBM's latest word on the member's maximums is
      *        the one that stands
               IF SW-SOURCE = 'R'
                   ADD SW-RX-DEDUCTIBLE TO WS-DELTA-RX-DEDUCT
                   ADD SW-RX-OOP TO WS-DELTA-RX-OOP
                   IF SW-ACCUM-DATE >= WS-DELTA-PBM-DATE
                       MOVE SW-ACCUM-DATE TO WS-DELTA-PBM-DATE
                       MOVE SW-PBM-DEDUCT-MET
                           TO WS-DELTA-PBM-DEDUCT-MET
                       MOVE SW-PBM-OOP-MET TO WS-DELTA-PBM-OOP-MET
                   END-IF
               END-IF
               RETURN SORT-WORK-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
              OM-RECORD-TYPE NOT = 'F' AND
              OM-MEMBER-ID = WS-DELTA-MEMBER-ID
               MOVE OM-OOP-TOTAL-YTD TO WS-OLD-OOP
               MOVE OM-DEDUCTIBLE-YTD TO WS-OLD-DEDUCT
               MOVE OM-OOP-MET-FLAG TO WS-OLD-MET-FLAG
               IF OM-RX-DEDUCTIBLE-YTD IS NUMERIC
                   MOVE OM-RX-DEDUCTIBLE-YTD TO WS-OLD-RX-DEDUCT
               ELSE
                   MOVE ZERO TO WS-OLD-RX-DEDUCT
               END-IF
               IF OM-RX-OOP-YTD IS NUMERIC
                   MOVE OM-RX-OOP-YTD TO WS-OLD-RX-OOP
               ELSE
                   MOVE ZERO TO WS-OLD-RX-OOP
               END-IF
           ELSE
               ADD 1 TO WS-MEMBERS-NEW
               MOVE ZERO TO WS-OLD-OOP
               MOVE ZERO TO WS-OLD-DEDUCT
               MOVE 'N' TO WS-OLD-MET-FLAG
               MOVE ZERO TO WS-OLD-RX-DEDUCT
               MOVE ZERO TO WS-OLD-RX-OOP
           END-IF
           MOVE WS-DELTA-MEMBER-ID TO NM-MEMBER-ID
           MOVE 'I' TO NM-RECORD-TYPE
           MOVE WS-DELTA-DEDUCTIBLE TO NM-DEDUCTIBLE-YTD
           MOVE WS-DELTA-COINS TO NM-COINSURANCE-YTD
           MOVE WS-DELTA-COPAY TO NM-COPAY-YTD
      *    A net reversal on the pharmacy side leaves nothing
      *    applied rather than a negative position
           IF WS-DELTA-RX-DEDUCT > ZERO
               MOVE WS-DELTA-RX-DEDUCT TO NM-RX-DEDUCTIBLE-YTD
           ELSE
               MOVE ZERO TO NM-RX-DEDUCTIBLE-YTD
           END-IF
           IF WS-DELTA-RX-OOP > ZERO
               MOVE WS-DELTA-RX-OOP TO NM-RX-OOP-YTD
           ELSE
               MOVE ZERO TO NM-RX-OOP-YTD
           END-IF
           PERFORM FINISH-NEW-MASTER-RECORD
           MOVE 'N' TO WS-DELTA-ACTIVE.

       FINISH-NEW-MASTER-RECORD.
      *    Deductible applied is capped at the plan deductible; the
      *    out-of-pocket total is the member's full share. On an
      *    integrated plan both are the medical and pharmacy shares
      *    together: the pharmacy deductible the PBM has applied
      *    stands, and the medical share fills what is left of the
      *    plan deductible
           IF NM-RX-DEDUCTIBLE-YTD > WS-DEDUCTIBLE-MAX
               MOVE WS-DEDUCTIBLE-MAX TO NM-RX-DEDUCTIBLE-YTD
           END-IF
           IF NM-RX-OOP-YTD < NM-RX-DEDUCTIBLE-YTD
               MOVE NM-RX-DEDUCTIBLE-YTD TO NM-RX-OOP-YTD
           END-IF
           ADD NM-RX-DEDUCTIBLE-YTD TO NM-DEDUCTIBLE-YTD
           IF NM-DEDUCTIBLE-YTD > WS-DEDUCTIBLE-MAX
               MOVE WS-DEDUCTIBLE-MAX TO NM-DEDUCTIBLE-YTD
           END-IF
           COMPUTE NM-OOP-TOTAL-YTD = NM-DEDUCTIBLE-YTD +
               NM-COINSURANCE-YTD + NM-COPAY-YTD +
               NM-RX-OOP-YTD - NM-RX-DEDUCTIBLE-YTD
      *    A member the PBM holds at the maximum is at the maximum
      *    here too, whatever the combined dollars show
           IF NM-OOP-TOTAL-YTD >= WS-OOP-MAX OR
              WS-DELTA-PBM-OOP-MET = 'Y'
               MOVE 'Y' TO NM-OOP-MET-FLAG
               IF NM-OOP-TOTAL-YTD < WS-OOP-MAX
                   ADD 1 TO WS-MET-FROM-PBM
               END-IF
               IF WS-OLD-OOP < WS-OOP-MAX AND
                  WS-OLD-MET-FLAG NOT = 'Y'
                   PERFORM WRITE-OOP-MAX-RECORD
               END-IF
           ELSE
           END-IF
           ADD 1 TO WS-MEMBERS-UPDATED
           WRITE NEW-MASTER-RECORD
           PERFORM COUNT-NEW-MASTER-RECORD
           PERFORM WRITE-PBM-OUTBOUND
           PERFORM ACCUMULATE-FAMILY-POSITION.

       WRITE-PBM-OUTBOUND.
      *    The medical side's change since the prior master goes to
      *    the PBM, and so does a member at the maximum here that
      *    the PBM has not yet reported at the maximum, until it
      *    does
           COMPUTE WS-MED-DEDUCT-INCR =
               (NM-DEDUCTIBLE-YTD - NM-RX-DEDUCTIBLE-YTD) -
               (WS-OLD-DEDUCT - WS-OLD-RX-DEDUCT)
           COMPUTE WS-MED-OOP-INCR =
               (NM-OOP-TOTAL-YTD - NM-RX-OOP-YTD) -
               (WS-OLD-OOP - WS-OLD-RX-OOP)
           IF WS-MED-DEDUCT-INCR NOT = ZERO OR
              WS-MED-OOP-INCR NOT = ZERO OR
              (NM-OOP-MET-FLAG = 'Y' AND
               WS-DELTA-PBM-OOP-MET NOT = 'Y')
               IF NM-OOP-MET-FLAG = 'Y' AND
                  WS-DELTA-PBM-OOP-MET NOT = 'Y'
                   ADD 1 TO WS-MET-TO-PBM
               END-IF
               ADD 1 TO WS-OUTBOUND-COUNT
               ADD 1 TO WS-OB-SEQUENCE
               MOVE NM-MEMBER-ID TO OB-MEMBER-ID
               MOVE SPACES TO OB-TRANSACTION-ID
               STRING WS-NM-RUN-DATE(3:6) WS-OB-SEQUENCE
                   DELIMITED BY SIZE INTO OB-TRANSACTION-ID
               MOVE WS-NM-RUN-DATE TO OB-ACCUM-DATE
               MOVE 'M' TO OB-SOURCE-SIDE
               MOVE WS-MED-DEDUCT-INCR TO OB-DEDUCTIBLE-AMT
               MOVE WS-MED-OOP-INCR TO OB-OOP-AMT
               MOVE NM-DEDUCTIBLE-YTD TO OB-DEDUCTIBLE-YTD
               MOVE NM-OOP-TOTAL-YTD TO OB-OOP-YTD
               IF NM-DEDUCTIBLE-YTD >= WS-DEDUCTIBLE-MAX OR
                  WS-DELTA-PBM-DEDUCT-MET = 'Y'
                   MOVE 'Y' TO OB-DEDUCT-MET-FLAG
               ELSE
                   MOVE 'N' TO OB-DEDUCT-MET-FLAG
               END-IF
               MOVE NM-OOP-MET-FLAG TO OB-OOP-MET-FLAG
               WRITE OB-ACCUM-RECORD
               ADD 1 TO WS-OB-REC-COUNT
               IF WS-MED-OOP-INCR < ZERO
                   COMPUTE WS-OB-HASH = WS-OB-HASH -
                       (WS-MED-OOP-INCR * 100)
               ELSE
                   COMPUTE WS-OB-HASH = WS-OB-HASH +
                       (WS-MED-OOP-INCR * 100)
               END-IF
           END-IF.

       COUNT-NEW-MASTER-RECORD.
           ADD 1 TO WS-NM-REC-COUNT
           COMPUTE WS-NM-HASH = WS-NM-HASH +
               (NM-OOP-TOTAL-YTD * 100).

       WRITE-OOP-MAX-RECORD.
      *    Member crossed the individual out-of-pocket maximum
      *    this run
                   MOVE ZERO TO WS-FAM-COINS(WS-FAM-IDX)
                   MOVE ZERO TO WS-FAM-COPAY(WS-FAM-IDX)
                   MOVE ZERO TO WS-FAM-PRIOR-OOP(WS-FAM-IDX)
                   MOVE ZERO TO WS-FAM-RX-DEDUCT(WS-FAM-IDX)
                   MOVE ZERO TO WS-FAM-RX-OOP(WS-FAM-IDX)
                   MOVE 'N' TO WS-FAM-ACTIVE(WS-FAM-IDX)
               ELSE
                   DISPLAY 'WARNING: FAMILY TABLE FULL (2000) - '
                   ADD NM-COINSURANCE-YTD
                       TO WS-FAM-COINS(WS-FAM-IDX)
                   ADD NM-COPAY-YTD TO WS-FAM-COPAY(WS-FAM-IDX)
                   ADD NM-RX-DEDUCTIBLE-YTD
                       TO WS-FAM-RX-DEDUCT(WS-FAM-IDX)
                   ADD NM-RX-OOP-YTD TO WS-FAM-RX-OOP(WS-FAM-IDX)
               END-IF
           END-IF.

               END-IF
               MOVE WS-FAM-COINS(WS-FAM-IDX) TO NM-COINSURANCE-YTD
               MOVE WS-FAM-COPAY(WS-FAM-IDX) TO NM-COPAY-YTD
               MOVE WS-FAM-RX-DEDUCT(WS-FAM-IDX)
                   TO NM-RX-DEDUCTIBLE-YTD
               MOVE WS-FAM-RX-OOP(WS-FAM-IDX) TO NM-RX-OOP-YTD
               COMPUTE NM-OOP-TOTAL-YTD = NM-DEDUCTIBLE-YTD +
                   NM-COINSURANCE-YTD + NM-COPAY-YTD +
                   NM-RX-OOP-YTD - NM-RX-DEDUCTIBLE-YTD
               IF NM-OOP-TOTAL-YTD >= WS-FAM-OOP-MAX
                   MOVE 'Y' TO NM-OOP-MET-FLAG
                   IF WS-FAM-PRIOR-OOP(WS-FAM-IDX) <
                   MOVE 'N' TO NM-OOP-MET-FLAG
               END-IF
               WRITE NEW-MASTER-RECORD
               PERFORM COUNT-NEW-MASTER-RECORD
           END-IF.

       WRITE-FAMILY-OOP-MAX.
           IF MASTER-AVAILABLE
               CLOSE OLD-MASTER-FILE
           END-IF
           MOVE 'TRL' TO NM-T-RECORD-TYPE
           MOVE WS-NM-REC-COUNT TO NM-T-RECORD-COUNT
           MOVE WS-NM-HASH TO NM-T-HASH-TOTAL
           WRITE NM-TRAILER-RECORD
           CLOSE NEW-MASTER-FILE
           CLOSE OOP-MAX-FILE
           MOVE 'TRL' TO OB-T-RECORD-TYPE
           MOVE WS-OB-REC-COUNT TO OB-T-RECORD-COUNT
           MOVE WS-OB-HASH TO OB-T-HASH-TOTAL
           WRITE OB-TRAILER-RECORD
           CLOSE PBM-OUTBOUND-FILE.

       WRITE-ACCUM-REPORT.
      *    Write output to: PAYER-ANALYST.CLAIMS-OPS.BENEFIT-ACCUM
           DISPLAY 'CROSSED FAMILY OOP MAXIMUM THIS RUN: '
               WS-FAM-OOP-MET-COUNT
           DISPLAY ' '
           DISPLAY 'PBM ACCUMULATOR EXCHANGE:'
           DISPLAY '  Pharmacy Ledger Rows Applied: '
               WS-RX-ROWS-APPLIED
           DISPLAY '  Set At OOP Maximum From PBM: ' WS-MET-FROM-PBM
           DISPLAY '  At OOP Maximum Here, Sent To PBM: '
               WS-MET-TO-PBM
           DISPLAY '  Medical Increments Sent: ' WS-OUTBOUND-COUNT
           DISPLAY ' '
           DISPLAY 'PLAN LIMITS IN EFFECT:'
           DISPLAY '  Deductible: $' WS-DEDUCTIBLE-MAX
           DISPLAY '  Out-Of-Pocket Maximum: $' WS-OOP-MAX
