       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBM-ACCUM-EXCHANGE.
       AUTHOR. CLAIMS-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Inbound half of the daily accumulator exchange with the
      *    pharmacy benefit manager. Integrated plans share one
      *    deductible and out-of-pocket maximum across medical and
      *    pharmacy; the PBM sends the day's pharmacy cost share on
      *    PBM-ACCUM-INBOUND.DAT. Each transaction is proved - a
      *    member not on MEMBERS.DAT, a malformed record or one
      *    dated outside the benefit year goes to
      *    PBM-ACCUM-REJECTS.DAT for the SUSPENSE-MANAGER with
      *    RETURN-CODE 4 - and the accepted ones are added to the
      *    benefit year's pharmacy cost-share ledger, rewritten to
      *    PBM-ACCUM-LEDGER-NEW.DAT for MASTER-GENERATION-MANAGER
      *    to promote. A transaction already on the ledger is a
      *    redelivery and is not loaded twice. BENEFIT-ACCUM-UPDATE
      *    folds the ledger into BENEFIT-ACCUM-MASTER.DAT and
      *    writes the outbound half, the day's medical increments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE
               ASSIGN TO "PBM-ACCUM-INBOUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO "PBM-ACCUM-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT LEDGER-SORT-FILE
               ASSIGN TO "PBMLEDGSORT.TMP".
           SELECT NEW-LEDGER-FILE
               ASSIGN TO "PBM-ACCUM-LEDGER-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REJECT-FILE
               ASSIGN TO "PBM-ACCUM-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUN-PARAMETERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
           COPY "PBM-ACCUM-RECORD.CPY" REPLACING ==:PFX:== BY ==IB==.

       FD  LEDGER-FILE.
           COPY "PBM-ACCUM-RECORD.CPY" REPLACING ==:PFX:== BY ==OL==.

       FD  MEMBER-FILE.
      *    Member master read only for the member id
       01  MEMBER-KEY-RECORD.
           05  MBR-MEMBER-ID       PIC 9(10).
           05  FILLER              PIC X(159).

      *    Ledger rows and the day's accepted-format transactions
      *    by member and transaction; ORIGIN A is a row already on
      *    the ledger, B a transaction received today (SEQUENCE is
      *    its place on the day's feed), so a redelivery falls in
      *    directly behind the ledger row it repeats
       SD  LEDGER-SORT-FILE.
       01  LEDGER-SORT-RECORD.
           05  LS-MEMBER-ID        PIC 9(10).
           05  LS-TRANSACTION-ID   PIC X(12).
           05  LS-ORIGIN           PIC X(1).
           05  LS-SEQUENCE         PIC 9(9).
           05  LS-ACCUM-IMAGE      PIC X(71).

       FD  NEW-LEDGER-FILE.
           COPY "PBM-ACCUM-RECORD.CPY" REPLACING ==:PFX:== BY ==NL==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NL==.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-MEMBER-KEY       PIC X(10).
           05  RJ-TRANSACTION-ID   PIC X(12).
           05  RJ-REASON-CODE      PIC X(4).
           05  RJ-REASON-TEXT      PIC X(40).
           05  RJ-ACCUM-DATE       PIC X(8).
           05  RJ-DEDUCTIBLE-AMT   PIC X(10).
           05  RJ-OOP-AMT          PIC X(10).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Working copy of the transaction being released or
      *    written back out
           COPY "PBM-ACCUM-RECORD.CPY" REPLACING ==:PFX:== BY ==WA==.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-BENEFIT-YEAR     PIC 9(4).
           05  FILLER              PIC 9(4).
       01  WS-SEQUENCE             PIC 9(9) VALUE ZERO.
       01  WS-SCREEN-REASON        PIC X(4).

      *    Last key written to the new ledger, for the redelivery
      *    check
       01  WS-LAST-LEDGER-KEY.
           05  WS-LAST-MEMBER-ID   PIC 9(10) VALUE ZERO.
           05  WS-LAST-TRANSACTION PIC X(12) VALUE SPACES.
       01  WS-THIS-KEY.
           05  WS-THIS-MEMBER-ID   PIC 9(10).
           05  WS-THIS-TRANSACTION PIC X(12).

       01  WS-COUNTERS.
           05  WS-INBOUND-READ     PIC 9(9) VALUE ZERO.
           05  WS-LEDGER-READ      PIC 9(9) VALUE ZERO.
           05  WS-LEDGER-DROPPED   PIC 9(9) VALUE ZERO.
           05  WS-ACCEPTED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-REDELIVERED      PIC 9(9) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-FORMAT    PIC 9(9) VALUE ZERO.
           05  WS-REJECT-YEAR      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-UNKNOWN   PIC 9(9) VALUE ZERO.
           05  WS-MEMBERS-LOADED   PIC 9(9) VALUE ZERO.
       01  WS-DEDUCT-LOADED        PIC S9(11)V99 VALUE ZERO.
       01  WS-OOP-LOADED           PIC S9(11)V99 VALUE ZERO.
       01  WS-LOADED-MEMBER-ID     PIC 9(10) VALUE ZERO.

      *    New ledger control totals; the hash is the pharmacy
      *    out-of-pocket amounts in cents, reversals counted as
      *    carried
       01  WS-NL-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NL-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-INBOUND         PIC X VALUE 'N'.
               88  END-OF-INBOUND  VALUE 'Y'.
           05  EOF-LEDGER          PIC X VALUE 'N'.
               88  END-OF-LEDGER   VALUE 'Y'.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-LEDGER-SORT     PIC X VALUE 'N'.
               88  END-OF-LEDGER-SORT VALUE 'Y'.

       01  WS-PARAM-STATUS         PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-INBOUND-STATUS       PIC XX.
       01  WS-INBOUND-OPEN         PIC X VALUE 'N'.
           88  INBOUND-AVAILABLE   VALUE 'Y'.

      *    The member master is the test of a known member - a bad
      *    open aborts with RETURN-CODE 8 so the calling driver job
      *    can stop the chain
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-PARAMETERS
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN MEMBERS.DAT - STATUS '
                   WS-MEMBER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE MEMBER-FILE
           END-IF
           IF NOT OPEN-FAILED
               OPEN OUTPUT REJECT-FILE
      *        Ledger and the day's transactions together by member
      *        so one pass proves each against the member master
      *        and spots a transaction the ledger already holds
               SORT LEDGER-SORT-FILE
                   ASCENDING KEY LS-MEMBER-ID
                                 LS-TRANSACTION-ID
                                 LS-ORIGIN
                                 LS-SEQUENCE
                   INPUT PROCEDURE IS RELEASE-LEDGER-AND-INBOUND
                   OUTPUT PROCEDURE IS WRITE-NEW-LEDGER
               CLOSE REJECT-FILE
               PERFORM WRITE-EXCHANGE-REPORT
               IF WS-REJECTED-COUNT > ZERO OR
                  NOT INBOUND-AVAILABLE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Under the batch driver the benefit year is the cycle's
      *    business date's; run standalone, the run date's
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       IF RP-BUSINESS-DATE IS NUMERIC AND
                          RP-BUSINESS-DATE > ZERO
                           MOVE RP-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       RELEASE-LEDGER-AND-INBOUND.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PBM-ACCUM-LEDGER
      *    Optional - the first run of a benefit year starts an
      *    empty ledger. Rows from an earlier benefit year fall
      *    off here, so the ledger holds the current year only
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-LEDGER
                   READ LEDGER-FILE
                       AT END SET END-OF-LEDGER TO TRUE
                       NOT AT END PERFORM RELEASE-ONE-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY 'PBM-ACCUM-LEDGER.DAT NOT FOUND - STARTING '
                   'THE PHARMACY LEDGER EMPTY'
           END-IF
      *    Source: PAYER-ANALYST.PHARMACY.PBM-ACCUM-INBOUND
           OPEN INPUT INBOUND-FILE
           IF WS-INBOUND-STATUS = '00'
               SET INBOUND-AVAILABLE TO TRUE
               PERFORM UNTIL END-OF-INBOUND
                   READ INBOUND-FILE
                       AT END SET END-OF-INBOUND TO TRUE
                       NOT AT END
                           IF IB-ACCUM-RECORD(1:3) NOT = 'HDR' AND
                              IB-ACCUM-RECORD(1:3) NOT = 'TRL'
                               PERFORM RELEASE-ONE-INBOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBOUND-FILE
           ELSE
               DISPLAY 'WARNING: PBM-ACCUM-INBOUND.DAT NOT FOUND - '
                   'NO PHARMACY COST SHARE LOADED TODAY'
           END-IF.

       RELEASE-ONE-LEDGER-ROW.
           IF OL-ACCUM-RECORD(1:3) NOT = 'HDR' AND
              OL-ACCUM-RECORD(1:3) NOT = 'TRL'
               ADD 1 TO WS-LEDGER-READ
               IF OL-ACCUM-DATE(1:4) = WS-BENEFIT-YEAR
                   MOVE OL-MEMBER-ID TO LS-MEMBER-ID
                   MOVE OL-TRANSACTION-ID TO LS-TRANSACTION-ID
                   MOVE 'A' TO LS-ORIGIN
                   MOVE ZERO TO LS-SEQUENCE
                   MOVE OL-ACCUM-RECORD TO LS-ACCUM-IMAGE
                   RELEASE LEDGER-SORT-RECORD
               ELSE
                   ADD 1 TO WS-LEDGER-DROPPED
               END-IF
           END-IF.

       RELEASE-ONE-INBOUND.
           ADD 1 TO WS-INBOUND-READ
           ADD 1 TO WS-SEQUENCE
           PERFORM SCREEN-INBOUND-FORMAT
           IF WS-SCREEN-REASON NOT = SPACES
               PERFORM WRITE-INBOUND-REJECT
           ELSE
               MOVE IB-MEMBER-ID TO LS-MEMBER-ID
               MOVE IB-TRANSACTION-ID TO LS-TRANSACTION-ID
               MOVE 'B' TO LS-ORIGIN
               MOVE WS-SEQUENCE TO LS-SEQUENCE
               MOVE IB-ACCUM-RECORD TO LS-ACCUM-IMAGE
               RELEASE LEDGER-SORT-RECORD
           END-IF.

       SCREEN-INBOUND-FORMAT.
      *    FRMT a field the exchange cannot read, YEAR a fill
      *    outside the benefit year being accumulated
           MOVE SPACES TO WS-SCREEN-REASON
           IF IB-MEMBER-ID NOT NUMERIC OR
              IB-MEMBER-ID = ZERO OR
              IB-TRANSACTION-ID = SPACES OR
              IB-ACCUM-DATE NOT NUMERIC OR
              NOT IB-PHARMACY-SIDE OR
              IB-DEDUCTIBLE-AMT NOT NUMERIC OR
              IB-OOP-AMT NOT NUMERIC
               MOVE 'FRMT' TO WS-SCREEN-REASON
           ELSE
               IF IB-ACCUM-DATE(1:4) NOT = WS-BENEFIT-YEAR
                   MOVE 'YEAR' TO WS-SCREEN-REASON
               END-IF
           END-IF
      *    The PBM's own position rides along for reconciliation;
      *    a feed that leaves it off is read as zero and not met
           IF WS-SCREEN-REASON = SPACES
               IF IB-DEDUCTIBLE-YTD NOT NUMERIC
                   MOVE ZERO TO IB-DEDUCTIBLE-YTD
               END-IF
               IF IB-OOP-YTD NOT NUMERIC
                   MOVE ZERO TO IB-OOP-YTD
               END-IF
               IF IB-DEDUCT-MET-FLAG NOT = 'Y'
                   MOVE 'N' TO IB-DEDUCT-MET-FLAG
               END-IF
               IF IB-OOP-MET-FLAG NOT = 'Y'
                   MOVE 'N' TO IB-OOP-MET-FLAG
               END-IF
           END-IF.

       WRITE-INBOUND-REJECT.
           MOVE IB-ACCUM-RECORD(1:10) TO RJ-MEMBER-KEY
           MOVE IB-TRANSACTION-ID TO RJ-TRANSACTION-ID
           MOVE IB-ACCUM-RECORD(23:8) TO RJ-ACCUM-DATE
           MOVE IB-ACCUM-RECORD(32:10) TO RJ-DEDUCTIBLE-AMT
           MOVE IB-ACCUM-RECORD(42:10) TO RJ-OOP-AMT
           PERFORM WRITE-REJECT-RECORD.

       WRITE-REJECT-RECORD.
      *    Target: PAYER-ANALYST.CLAIMS-OPS.PBM-ACCUM-REJECTS
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-SCREEN-REASON TO RJ-REASON-CODE
           EVALUATE WS-SCREEN-REASON
               WHEN 'FRMT'
                   ADD 1 TO WS-REJECT-FORMAT
                   MOVE 'MEMBER, DATE, SIDE OR AMOUNT NOT VALID'
                       TO RJ-REASON-TEXT
               WHEN 'YEAR'
                   ADD 1 TO WS-REJECT-YEAR
                   MOVE 'FILL DATE OUTSIDE THE BENEFIT YEAR'
                       TO RJ-REASON-TEXT
               WHEN 'UNKM'
                   ADD 1 TO WS-REJECT-UNKNOWN
                   MOVE 'MEMBER NOT ON THE MEMBER MASTER'
                       TO RJ-REASON-TEXT
           END-EVALUATE
           WRITE REJECT-RECORD.

       WRITE-NEW-LEDGER.
      *    Target: PAYER-DEV.ANALYTICS-GOLD.PBM-ACCUM-LEDGER
           OPEN INPUT MEMBER-FILE
           READ MEMBER-FILE
               AT END SET END-OF-MEMBERS TO TRUE
           END-READ
           OPEN OUTPUT NEW-LEDGER-FILE
           MOVE 'HDR' TO NL-H-RECORD-TYPE
           MOVE 'PBM-ACCUM-EXCHANGE' TO NL-H-PROGRAM
           MOVE WS-RUN-DATE TO NL-H-RUN-DATE
           MOVE SPACES TO NL-H-PERIOD
           STRING 'BENEFIT YEAR ' WS-BENEFIT-YEAR
               DELIMITED BY SIZE INTO NL-H-PERIOD
           WRITE NL-HEADER-RECORD
           RETURN LEDGER-SORT-FILE
               AT END SET END-OF-LEDGER-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-LEDGER-SORT
               MOVE LS-ACCUM-IMAGE TO WA-ACCUM-RECORD
               MOVE LS-MEMBER-ID TO WS-THIS-MEMBER-ID
               MOVE LS-TRANSACTION-ID TO WS-THIS-TRANSACTION
               IF LS-ORIGIN = 'A'
                   PERFORM WRITE-LEDGER-ROW
               ELSE
                   PERFORM POST-INBOUND-TRANSACTION
               END-IF
               RETURN LEDGER-SORT-FILE
                   AT END SET END-OF-LEDGER-SORT TO TRUE
               END-RETURN
           END-PERFORM
           MOVE 'TRL' TO NL-T-RECORD-TYPE
           MOVE WS-NL-REC-COUNT TO NL-T-RECORD-COUNT
           MOVE WS-NL-HASH TO NL-T-HASH-TOTAL
           WRITE NL-TRAILER-RECORD
           CLOSE NEW-LEDGER-FILE
           CLOSE MEMBER-FILE.

       POST-INBOUND-TRANSACTION.
      *    A transaction id the ledger (or today's feed) already
      *    holds for the member is a redelivery; otherwise the
      *    member must be on the member master
           IF WS-THIS-KEY = WS-LAST-LEDGER-KEY
               ADD 1 TO WS-REDELIVERED
           ELSE
               PERFORM UNTIL END-OF-MEMBERS OR
                            MBR-MEMBER-ID >= LS-MEMBER-ID
                   READ MEMBER-FILE
                       AT END SET END-OF-MEMBERS TO TRUE
                   END-READ
               END-PERFORM
               IF NOT END-OF-MEMBERS AND
                  MBR-MEMBER-ID = LS-MEMBER-ID
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD WA-DEDUCTIBLE-AMT TO WS-DEDUCT-LOADED
                   ADD WA-OOP-AMT TO WS-OOP-LOADED
                   IF LS-MEMBER-ID NOT = WS-LOADED-MEMBER-ID
                       ADD 1 TO WS-MEMBERS-LOADED
                       MOVE LS-MEMBER-ID TO WS-LOADED-MEMBER-ID
                   END-IF
                   PERFORM WRITE-LEDGER-ROW
               ELSE
                   MOVE 'UNKM' TO WS-SCREEN-REASON
                   MOVE WA-ACCUM-RECORD(1:10) TO RJ-MEMBER-KEY
                   MOVE WA-TRANSACTION-ID TO RJ-TRANSACTION-ID
                   MOVE WA-ACCUM-RECORD(23:8) TO RJ-ACCUM-DATE
                   MOVE WA-ACCUM-RECORD(32:10) TO RJ-DEDUCTIBLE-AMT
                   MOVE WA-ACCUM-RECORD(42:10) TO RJ-OOP-AMT
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-IF.

       WRITE-LEDGER-ROW.
           MOVE WA-ACCUM-RECORD TO NL-ACCUM-RECORD
           WRITE NL-ACCUM-RECORD
           ADD 1 TO WS-NL-REC-COUNT
           IF NL-OOP-AMT < ZERO
               COMPUTE WS-NL-HASH = WS-NL-HASH - (NL-OOP-AMT * 100)
           ELSE
               COMPUTE WS-NL-HASH = WS-NL-HASH + (NL-OOP-AMT * 100)
           END-IF
           MOVE WS-THIS-KEY TO WS-LAST-LEDGER-KEY.

       WRITE-EXCHANGE-REPORT.
      *    Write output to: PAYER-ANALYST.CLAIMS-OPS.PBM-ACCUM
           DISPLAY '=========================================='
           DISPLAY 'PBM ACCUMULATOR EXCHANGE - INBOUND LOAD'
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'BENEFIT YEAR: ' WS-BENEFIT-YEAR
           DISPLAY 'LEDGER ROWS CARRIED: ' WS-LEDGER-READ
           DISPLAY 'LEDGER ROWS FROM PRIOR YEAR DROPPED: '
               WS-LEDGER-DROPPED
           DISPLAY 'PBM TRANSACTIONS READ: ' WS-INBOUND-READ
           DISPLAY 'TRANSACTIONS LOADED: ' WS-ACCEPTED-COUNT
           DISPLAY 'MEMBERS WITH PHARMACY COST SHARE LOADED: '
               WS-MEMBERS-LOADED
           DISPLAY 'REDELIVERED - ALREADY ON LEDGER: '
               WS-REDELIVERED
           DISPLAY 'PHARMACY DEDUCTIBLE LOADED: $' WS-DEDUCT-LOADED
           DISPLAY 'PHARMACY OUT-OF-POCKET LOADED: $' WS-OOP-LOADED
           DISPLAY ' '
           DISPLAY 'REJECTED: ' WS-REJECTED-COUNT
           DISPLAY '  Unknown Member: ' WS-REJECT-UNKNOWN
           DISPLAY '  Invalid Format: ' WS-REJECT-FORMAT
           DISPLAY '  Outside Benefit Year: ' WS-REJECT-YEAR
           DISPLAY 'LEDGER ROWS WRITTEN: ' WS-NL-REC-COUNT
           DISPLAY '=========================================='
           DISPLAY 'EXCHANGE LOAD COMPLETE'.
