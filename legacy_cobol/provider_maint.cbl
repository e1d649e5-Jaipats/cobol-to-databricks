       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVIDER-MAINT.
       AUTHOR. NETWORK-MANAGEMENT-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Daily provider master maintenance: applies add,
      *    terminate, network-status, specialty, and contract-rate
      *    transactions to the provider master with the same
      *    balanced-line old-master/new-master merge the enrollment
      *    maintenance uses. PROVIDERS.DAT and the transaction file
      *    walk together in provider order, rejects go to a suspense
      *    file for the SUSPENSE-MANAGER, and every applied change
      *    lands on an audit trail carrying the before and after
      *    values. Rate changes are also posted to the effective-
      *    dated rate history so PROVIDER-PERFORMANCE prices each
      *    claim at the rate in force on its service date.
      *    PROVIDERS-NEW.DAT and RATE-HISTORY-NEW.DAT carry HDR/TRL
      *    control records; MASTER-GENERATION-MANAGER proves both
      *    and promotes them together after a clean run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PROVIDER-FILE
               ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO "PROVIDER-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT OLD-RATE-FILE
               ASSIGN TO "RATE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT RATE-SORT-FILE
               ASSIGN TO "RATESORT.TMP".
           SELECT RATE-SORTED-FILE
               ASSIGN TO "RATE-HISTORY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT NEW-PROVIDER-FILE
               ASSIGN TO "PROVIDERS-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT NEW-RATE-FILE
               ASSIGN TO "RATE-HISTORY-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REJECT-FILE
               ASSIGN TO "PROVIDER-TRANS-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT AUDIT-FILE
               ASSIGN TO "PROVIDER-TRANS-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PROVIDER-FILE.
       01  OLD-PROVIDER-RECORD.
           05  OLD-PROVIDER-ID     PIC 9(8).
           05  OLD-PROVIDER-NAME   PIC X(50).
           05  OLD-PROVIDER-TYPE   PIC X(20).
           05  OLD-SPECIALTY       PIC X(30).
           05  OLD-NETWORK-STATUS  PIC X(10).
           05  OLD-CONTRACT-RATE   PIC 9(3)V99.
           05  OLD-REGION-CODE     PIC X(10).
           05  OLD-COUNTY-NAME     PIC X(20).
           05  OLD-ZIP-CODE        PIC X(5).
           05  OLD-TAX-ID          PIC X(9).
           05  OLD-TIN-TYPE        PIC X(1).
           05  OLD-1099-ELIGIBLE   PIC X(1).

       FD  TRANS-FILE.
      *    Daily provider transactions, sorted by provider; type is
      *    ADD, TERM, NET (network status), SPEC (specialty), or
      *    RATE (contract rate). ADD carries the full provider set;
      *    the others carry only the field they change.
       01  TRANS-RECORD.
           05  TR-TRANS-TYPE       PIC X(4).
           05  TR-PROVIDER-ID      PIC 9(8).
           05  TR-EFFECTIVE-DATE   PIC 9(8).
           05  TR-PROVIDER-NAME    PIC X(50).
           05  TR-PROVIDER-TYPE    PIC X(20).
           05  TR-SPECIALTY        PIC X(30).
           05  TR-NETWORK-STATUS   PIC X(10).
           05  TR-CONTRACT-RATE    PIC 9(3)V99.
           05  TR-REGION-CODE      PIC X(10).
           05  TR-COUNTY-NAME      PIC X(20).
           05  TR-ZIP-CODE         PIC X(5).
           05  TR-TAX-ID           PIC X(9).
           05  TR-TIN-TYPE         PIC X(1).
           05  TR-1099-ELIGIBLE    PIC X(1).

       FD  OLD-RATE-FILE.
      *    Effective-dated contract rate history read by
      *    PROVIDER-PERFORMANCE; a zero to-date means the rate is
      *    still current
       01  OLD-RATE-RECORD.
           05  OR-PROVIDER-ID      PIC 9(8).
           05  OR-CONTRACT-RATE    PIC 9(3)V99.
           05  OR-EFFECTIVE-FROM   PIC 9(8).
           05  OR-EFFECTIVE-TO     PIC 9(8).
           05  FILLER              PIC X(22).

       SD  RATE-SORT-FILE.
       01  RATE-SORT-RECORD.
           05  RS-PROVIDER-ID      PIC 9(8).
           05  RS-CONTRACT-RATE    PIC 9(3)V99.
           05  RS-EFFECTIVE-FROM   PIC 9(8).
           05  RS-EFFECTIVE-TO     PIC 9(8).

       FD  RATE-SORTED-FILE.
       01  RATE-SORTED-RECORD.
           05  RT-PROVIDER-ID      PIC 9(8).
           05  RT-CONTRACT-RATE    PIC 9(3)V99.
           05  RT-EFFECTIVE-FROM   PIC 9(8).
           05  RT-EFFECTIVE-TO     PIC 9(8).

       FD  NEW-PROVIDER-FILE.
       01  NEW-PROVIDER-RECORD.
           05  NEW-PROVIDER-ID     PIC 9(8).
           05  NEW-PROVIDER-NAME   PIC X(50).
           05  NEW-PROVIDER-TYPE   PIC X(20).
           05  NEW-SPECIALTY       PIC X(30).
           05  NEW-NETWORK-STATUS  PIC X(10).
           05  NEW-CONTRACT-RATE   PIC 9(3)V99.
           05  NEW-REGION-CODE     PIC X(10).
           05  NEW-COUNTY-NAME     PIC X(20).
           05  NEW-ZIP-CODE        PIC X(5).
           05  NEW-TAX-ID          PIC X(9).
           05  NEW-TIN-TYPE        PIC X(1).
           05  NEW-1099-ELIGIBLE   PIC X(1).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PV==.

       FD  NEW-RATE-FILE.
       01  NEW-RATE-RECORD.
           05  NR-PROVIDER-ID      PIC 9(8).
           05  NR-CONTRACT-RATE    PIC 9(3)V99.
           05  NR-EFFECTIVE-FROM   PIC 9(8).
           05  NR-EFFECTIVE-TO     PIC 9(8).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==RH==.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-PROVIDER-ID      PIC 9(8).
           05  RJ-REASON-CODE      PIC X(4).
           05  RJ-REASON-TEXT      PIC X(40).

       FD  AUDIT-FILE.
      *    Applied-transaction audit trail: what changed the master
      *    on which run, with the field's value before and after
       01  AUDIT-RECORD.
           05  AU-RUN-DATE         PIC 9(8).
           05  AU-TRANS-TYPE       PIC X(4).
           05  AU-PROVIDER-ID      PIC 9(8).
           05  AU-EFFECTIVE-DATE   PIC 9(8).
           05  AU-OLD-VALUE        PIC X(30).
           05  AU-NEW-VALUE        PIC X(30).
           05  AU-DISPOSITION      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE             PIC 9(8).

      *    The provider currently under the balanced-line key, built
      *    from the old master or an ADD and amended by the others
       01  WS-WORK-PROVIDER.
           05  WK-PROVIDER-ID      PIC 9(8).
           05  WK-PROVIDER-NAME    PIC X(50).
           05  WK-PROVIDER-TYPE    PIC X(20).
           05  WK-SPECIALTY        PIC X(30).
           05  WK-NETWORK-STATUS   PIC X(10).
           05  WK-CONTRACT-RATE    PIC 9(3)V99.
           05  WK-REGION-CODE      PIC X(10).
           05  WK-COUNTY-NAME      PIC X(20).
           05  WK-ZIP-CODE         PIC X(5).
           05  WK-TAX-ID           PIC X(9).
           05  WK-TIN-TYPE         PIC X(1).
           05  WK-1099-ELIGIBLE    PIC X(1).
       01  WS-PROVIDER-EXISTS      PIC X VALUE 'N'.
           88  PROVIDER-EXISTS     VALUE 'Y'.

      *    The provider's rate history, carried while the key is
      *    open in from-date order; the current rate is the entry
      *    with a zero to-date
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY       OCCURS 24 TIMES.
               10  WS-RTE-RATE         PIC 9(3)V99.
               10  WS-RTE-FROM         PIC 9(8).
               10  WS-RTE-TO           PIC 9(8).
       01  WS-RATE-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-RTE-IDX              PIC 9(2).
       01  WS-OPEN-RATE-IDX        PIC 9(2).
       01  WS-DAY-BEFORE           PIC 9(8).

       01  WS-CURRENT-KEY          PIC 9(8).

       01  WS-COUNTERS.
           05  WS-OLD-PROVIDERS-READ PIC 9(9) VALUE ZERO.
           05  WS-TRANS-READ       PIC 9(9) VALUE ZERO.
           05  WS-ADDS-APPLIED     PIC 9(7) VALUE ZERO.
           05  WS-TERMS-APPLIED    PIC 9(7) VALUE ZERO.
           05  WS-NETS-APPLIED     PIC 9(7) VALUE ZERO.
           05  WS-SPECS-APPLIED    PIC 9(7) VALUE ZERO.
           05  WS-RATES-APPLIED    PIC 9(7) VALUE ZERO.
           05  WS-TRANS-REJECTED   PIC 9(7) VALUE ZERO.
           05  WS-OLD-RATES-READ   PIC 9(9) VALUE ZERO.
           05  WS-NEW-PROVIDERS-OUT PIC 9(9) VALUE ZERO.
           05  WS-NEW-RATES-OUT    PIC 9(9) VALUE ZERO.

      *    New master control totals: the provider hash is the
      *    contract rate in basis points, the rate history hash
      *    counts the spans still open at the end of the run
       01  WS-PV-HASH              PIC 9(15) VALUE ZERO.
       01  WS-RH-HASH              PIC 9(15) VALUE ZERO.

       01  WS-REJECT-CODE          PIC X(4).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-AUDIT-OLD            PIC X(30).
       01  WS-AUDIT-NEW            PIC X(30).
       01  WS-RATE-EDIT            PIC ZZ9.99.

       01  WS-FLAGS.
           05  EOF-OLD             PIC X VALUE 'N'.
               88  END-OF-OLD      VALUE 'Y'.
           05  EOF-TRANS           PIC X VALUE 'N'.
               88  END-OF-TRANS    VALUE 'Y'.
           05  EOF-RATE            PIC X VALUE 'N'.
               88  END-OF-RATES    VALUE 'Y'.
           05  EOF-OLD-RATE        PIC X VALUE 'N'.
               88  END-OF-OLD-RATES VALUE 'Y'.

       01  WS-RATE-FILE-STATUS     PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-TRANS-OPEN           PIC X VALUE 'N'.
           88  TRANS-AVAILABLE     VALUE 'Y'.

      *    Bad open on the provider master aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-PROVIDER-FILE-STATUS PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-FILES
           IF NOT OPEN-FAILED
               PERFORM BALANCED-LINE-MERGE
               PERFORM CARRY-REMAINING-RATES
               PERFORM CLOSE-FILES
               PERFORM WRITE-MAINT-REPORT
               IF WS-TRANS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       OPEN-FILES.
      *    Open the provider master we maintain
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PROVIDERS
           OPEN INPUT OLD-PROVIDER-FILE
           IF WS-PROVIDER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN PROVIDERS.DAT - STATUS '
                   WS-PROVIDER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-FILE-STATUS = '00'
                   SET TRANS-AVAILABLE TO TRUE
                   READ TRANS-FILE
                       AT END SET END-OF-TRANS TO TRUE
                   END-READ
               ELSE
                   SET END-OF-TRANS TO TRUE
                   DISPLAY 'PROVIDER-TRANS.DAT NOT FOUND - '
                       'MASTER COPIES FORWARD UNCHANGED'
               END-IF
      *        The rate history arrives in whatever order the
      *        contracting system wrote it; sort it into provider
      *        and from-date order so it walks with the master
               SORT RATE-SORT-FILE
                   ASCENDING KEY RS-PROVIDER-ID
                                 RS-EFFECTIVE-FROM
                   INPUT PROCEDURE IS RELEASE-RATE-HISTORY
                   GIVING RATE-SORTED-FILE
               OPEN INPUT RATE-SORTED-FILE
               READ RATE-SORTED-FILE
                   AT END SET END-OF-RATES TO TRUE
               END-READ
               OPEN OUTPUT NEW-PROVIDER-FILE
               OPEN OUTPUT NEW-RATE-FILE
               MOVE 'HDR' TO PV-H-RECORD-TYPE
               MOVE 'PROVIDER-MAINT' TO PV-H-PROGRAM
               MOVE WS-RUN-DATE TO PV-H-RUN-DATE
               MOVE 'PROVIDER MASTER' TO PV-H-PERIOD
               WRITE PV-HEADER-RECORD
               MOVE 'HDR' TO RH-H-RECORD-TYPE
               MOVE 'PROVIDER-MAINT' TO RH-H-PROGRAM
               MOVE WS-RUN-DATE TO RH-H-RUN-DATE
               MOVE 'RATE HISTORY' TO RH-H-PERIOD
               WRITE RH-HEADER-RECORD
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT AUDIT-FILE
               READ OLD-PROVIDER-FILE
                   AT END SET END-OF-OLD TO TRUE
                   NOT AT END ADD 1 TO WS-OLD-PROVIDERS-READ
               END-READ
           END-IF.

       RELEASE-RATE-HISTORY.
      *    Optional - with no history file the new history is built
      *    from this run's adds and rate changes alone
      *    Source: PAYER-DEV.ANALYTICS-GOLD.RATE-HISTORY
           OPEN INPUT OLD-RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-OLD-RATES
                   READ OLD-RATE-FILE
                       AT END SET END-OF-OLD-RATES TO TRUE
                       NOT AT END
                           IF OLD-RATE-RECORD(1:3) NOT = 'HDR' AND
                              OLD-RATE-RECORD(1:3) NOT = 'TRL'
                               ADD 1 TO WS-OLD-RATES-READ
                               MOVE OR-PROVIDER-ID TO RS-PROVIDER-ID
                               MOVE OR-CONTRACT-RATE
                                   TO RS-CONTRACT-RATE
                               MOVE OR-EFFECTIVE-FROM
                                   TO RS-EFFECTIVE-FROM
                               MOVE OR-EFFECTIVE-TO
                                   TO RS-EFFECTIVE-TO
                               RELEASE RATE-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-RATE-FILE
           ELSE
               DISPLAY 'RATE-HISTORY.DAT NOT FOUND - HISTORY BUILT '
                   'FROM TRANSACTIONS ONLY'
           END-IF.

       BALANCED-LINE-MERGE.
      *    Standard balanced line: the lower of the two keys opens
      *    a provider, all transactions for that key apply, and the
      *    surviving record goes out with its rate history
           PERFORM UNTIL END-OF-OLD AND END-OF-TRANS
               PERFORM PICK-CURRENT-KEY
               PERFORM OPEN-CURRENT-PROVIDER
               PERFORM COLLECT-PROVIDER-RATES
               PERFORM APPLY-KEY-TRANSACTIONS
               IF PROVIDER-EXISTS
                   PERFORM WRITE-CURRENT-PROVIDER
               END-IF
               PERFORM WRITE-PROVIDER-RATES
           END-PERFORM.

       PICK-CURRENT-KEY.
           IF END-OF-OLD
               MOVE TR-PROVIDER-ID TO WS-CURRENT-KEY
           ELSE
               IF END-OF-TRANS
                   MOVE OLD-PROVIDER-ID TO WS-CURRENT-KEY
               ELSE
                   IF OLD-PROVIDER-ID < TR-PROVIDER-ID
                       MOVE OLD-PROVIDER-ID TO WS-CURRENT-KEY
                   ELSE
                       MOVE TR-PROVIDER-ID TO WS-CURRENT-KEY
                   END-IF
               END-IF
           END-IF.

       OPEN-CURRENT-PROVIDER.
           MOVE 'N' TO WS-PROVIDER-EXISTS
           MOVE ZERO TO WS-RATE-COUNT
           IF NOT END-OF-OLD AND
              OLD-PROVIDER-ID = WS-CURRENT-KEY
               SET PROVIDER-EXISTS TO TRUE
               MOVE OLD-PROVIDER-RECORD TO WS-WORK-PROVIDER
               READ OLD-PROVIDER-FILE
                   AT END SET END-OF-OLD TO TRUE
                   NOT AT END ADD 1 TO WS-OLD-PROVIDERS-READ
               END-READ
           ELSE
               MOVE SPACES TO WS-WORK-PROVIDER
               MOVE WS-CURRENT-KEY TO WK-PROVIDER-ID
               MOVE ZERO TO WK-CONTRACT-RATE
           END-IF.

       COLLECT-PROVIDER-RATES.
      *    Pull the provider's rate spans off the history cursor.
      *    History for keys below the current one belongs to a
      *    provider no longer on the master; it carries forward
      *    untouched so claims already paid still reprice the same
           PERFORM UNTIL END-OF-RATES OR
                        RT-PROVIDER-ID >= WS-CURRENT-KEY
               PERFORM CARRY-RATE-RECORD
           END-PERFORM
           PERFORM UNTIL END-OF-RATES OR
                        RT-PROVIDER-ID NOT = WS-CURRENT-KEY
               IF WS-RATE-COUNT < 24
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RT-CONTRACT-RATE
                       TO WS-RTE-RATE(WS-RATE-COUNT)
                   MOVE RT-EFFECTIVE-FROM
                       TO WS-RTE-FROM(WS-RATE-COUNT)
                   MOVE RT-EFFECTIVE-TO TO WS-RTE-TO(WS-RATE-COUNT)
               ELSE
                   DISPLAY 'WARNING: RATE TABLE FULL (24) - '
                       'PROVIDER ' WS-CURRENT-KEY ' SPAN DROPPED'
               END-IF
               READ RATE-SORTED-FILE
                   AT END SET END-OF-RATES TO TRUE
               END-READ
           END-PERFORM.

       CARRY-RATE-RECORD.
           ADD 1 TO WS-NEW-RATES-OUT
           MOVE RT-PROVIDER-ID TO NR-PROVIDER-ID
           MOVE RT-CONTRACT-RATE TO NR-CONTRACT-RATE
           MOVE RT-EFFECTIVE-FROM TO NR-EFFECTIVE-FROM
           MOVE RT-EFFECTIVE-TO TO NR-EFFECTIVE-TO
           WRITE NEW-RATE-RECORD
           IF NR-EFFECTIVE-TO = ZERO
               ADD 1 TO WS-RH-HASH
           END-IF
           READ RATE-SORTED-FILE
               AT END SET END-OF-RATES TO TRUE
           END-READ.

       CARRY-REMAINING-RATES.
           PERFORM UNTIL END-OF-RATES
               PERFORM CARRY-RATE-RECORD
           END-PERFORM.

       APPLY-KEY-TRANSACTIONS.
           PERFORM UNTIL END-OF-TRANS OR
                        TR-PROVIDER-ID NOT = WS-CURRENT-KEY
               ADD 1 TO WS-TRANS-READ
               PERFORM APPLY-ONE-TRANSACTION
               READ TRANS-FILE
                   AT END SET END-OF-TRANS TO TRUE
               END-READ
           END-PERFORM.

       APPLY-ONE-TRANSACTION.
           EVALUATE TR-TRANS-TYPE
               WHEN 'ADD '
                   PERFORM APPLY-ADD-TRANS
               WHEN 'TERM'
                   PERFORM APPLY-TERM-TRANS
               WHEN 'NET '
                   PERFORM APPLY-NET-TRANS
               WHEN 'SPEC'
                   PERFORM APPLY-SPEC-TRANS
               WHEN 'RATE'
                   PERFORM APPLY-RATE-TRANS
               WHEN OTHER
                   MOVE 'TYPE' TO WS-REJECT-CODE
                   MOVE 'UNRECOGNIZED TRANSACTION TYPE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.

       APPLY-ADD-TRANS.
           EVALUATE TRUE
               WHEN PROVIDER-EXISTS
                   MOVE 'DUPL' TO WS-REJECT-CODE
                   MOVE 'ADD FOR PROVIDER ALREADY ON MASTER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-EFFECTIVE-DATE = ZERO
                   MOVE 'DATE' TO WS-REJECT-CODE
                   MOVE 'ADD WITH ZERO EFFECTIVE DATE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-PROVIDER-NAME = SPACES
                   MOVE 'NAME' TO WS-REJECT-CODE
                   MOVE 'ADD WITH BLANK PROVIDER NAME'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-SPECIALTY = SPACES
                   MOVE 'SPEC' TO WS-REJECT-CODE
                   MOVE 'ADD WITH BLANK SPECIALTY'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-CONTRACT-RATE = ZERO
                   MOVE 'RATE' TO WS-REJECT-CODE
                   MOVE 'ADD WITH ZERO CONTRACT RATE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   SET PROVIDER-EXISTS TO TRUE
                   MOVE TR-PROVIDER-ID TO WK-PROVIDER-ID
                   MOVE TR-PROVIDER-NAME TO WK-PROVIDER-NAME
                   MOVE TR-PROVIDER-TYPE TO WK-PROVIDER-TYPE
                   MOVE TR-SPECIALTY TO WK-SPECIALTY
                   IF TR-NETWORK-STATUS = SPACES
                       MOVE 'IN-NETWORK' TO WK-NETWORK-STATUS
                   ELSE
                       MOVE TR-NETWORK-STATUS TO WK-NETWORK-STATUS
                   END-IF
                   MOVE TR-CONTRACT-RATE TO WK-CONTRACT-RATE
                   MOVE TR-REGION-CODE TO WK-REGION-CODE
                   MOVE TR-COUNTY-NAME TO WK-COUNTY-NAME
                   MOVE TR-ZIP-CODE TO WK-ZIP-CODE
                   MOVE TR-TAX-ID TO WK-TAX-ID
                   MOVE TR-TIN-TYPE TO WK-TIN-TYPE
                   MOVE TR-1099-ELIGIBLE TO WK-1099-ELIGIBLE
                   PERFORM OPEN-NEW-RATE
                   ADD 1 TO WS-ADDS-APPLIED
                   MOVE SPACES TO WS-AUDIT-OLD
                   MOVE WK-PROVIDER-NAME TO WS-AUDIT-NEW
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.

       APPLY-TERM-TRANS.
      *    A termination leaves the rate history alone; claims with
      *    service dates before the term still price at the rate
      *    that was in force
           EVALUATE TRUE
               WHEN NOT PROVIDER-EXISTS
                   MOVE 'NFND' TO WS-REJECT-CODE
                   MOVE 'TERM FOR PROVIDER NOT ON MASTER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-EFFECTIVE-DATE = ZERO
                   MOVE 'DATE' TO WS-REJECT-CODE
                   MOVE 'TERM WITH ZERO EFFECTIVE DATE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN WK-NETWORK-STATUS = 'TERMINATED'
                   MOVE 'NCHG' TO WS-REJECT-CODE
                   MOVE 'TERM FOR PROVIDER ALREADY TERMINATED'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   MOVE WK-NETWORK-STATUS TO WS-AUDIT-OLD
                   MOVE 'TERMINATED' TO WK-NETWORK-STATUS
                   MOVE WK-NETWORK-STATUS TO WS-AUDIT-NEW
                   ADD 1 TO WS-TERMS-APPLIED
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.

       APPLY-NET-TRANS.
           EVALUATE TRUE
               WHEN NOT PROVIDER-EXISTS
                   MOVE 'NFND' TO WS-REJECT-CODE
                   MOVE 'NET FOR PROVIDER NOT ON MASTER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-EFFECTIVE-DATE = ZERO
                   MOVE 'DATE' TO WS-REJECT-CODE
                   MOVE 'NET WITH ZERO EFFECTIVE DATE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-NETWORK-STATUS = SPACES
                   MOVE 'NET ' TO WS-REJECT-CODE
                   MOVE 'NET WITH BLANK NETWORK STATUS'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-NETWORK-STATUS = WK-NETWORK-STATUS
                   MOVE 'NCHG' TO WS-REJECT-CODE
                   MOVE 'NET TO STATUS ALREADY ON MASTER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   MOVE WK-NETWORK-STATUS TO WS-AUDIT-OLD
                   MOVE TR-NETWORK-STATUS TO WK-NETWORK-STATUS
                   MOVE WK-NETWORK-STATUS TO WS-AUDIT-NEW
                   ADD 1 TO WS-NETS-APPLIED
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.

       APPLY-SPEC-TRANS.
           EVALUATE TRUE
               WHEN NOT PROVIDER-EXISTS
                   MOVE 'NFND' TO WS-REJECT-CODE
                   MOVE 'SPEC FOR PROVIDER NOT ON MASTER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-SPECIALTY = SPACES
                   MOVE 'SPEC' TO WS-REJECT-CODE
                   MOVE 'SPEC WITH BLANK SPECIALTY'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-SPECIALTY = WK-SPECIALTY
                   MOVE 'NCHG' TO WS-REJECT-CODE
                   MOVE 'SPEC TO SPECIALTY ALREADY ON MASTER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   MOVE WK-SPECIALTY TO WS-AUDIT-OLD
                   MOVE TR-SPECIALTY TO WK-SPECIALTY
                   MOVE WK-SPECIALTY TO WS-AUDIT-NEW
                   ADD 1 TO WS-SPECS-APPLIED
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.

       APPLY-RATE-TRANS.
      *    A rate change closes the open history span the day
      *    before the new rate takes effect and opens a new span;
      *    the new rate cannot take effect on or before the start
      *    of the span it replaces
           PERFORM FIND-OPEN-RATE
           EVALUATE TRUE
               WHEN NOT PROVIDER-EXISTS
                   MOVE 'NFND' TO WS-REJECT-CODE
                   MOVE 'RATE FOR PROVIDER NOT ON MASTER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-EFFECTIVE-DATE = ZERO
                   MOVE 'DATE' TO WS-REJECT-CODE
                   MOVE 'RATE WITH ZERO EFFECTIVE DATE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-CONTRACT-RATE = ZERO
                   MOVE 'RATE' TO WS-REJECT-CODE
                   MOVE 'RATE WITH ZERO CONTRACT RATE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN TR-CONTRACT-RATE = WK-CONTRACT-RATE
                   MOVE 'NCHG' TO WS-REJECT-CODE
                   MOVE 'RATE TO RATE ALREADY ON MASTER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN WS-OPEN-RATE-IDX > ZERO AND
                    TR-EFFECTIVE-DATE <=
                        WS-RTE-FROM(WS-OPEN-RATE-IDX)
                   MOVE 'DATE' TO WS-REJECT-CODE
                   MOVE 'RATE EFFECTIVE BEFORE CURRENT RATE SPAN'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   PERFORM CLOSE-OPEN-RATE
                   MOVE WK-CONTRACT-RATE TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO WS-AUDIT-OLD
                   MOVE TR-CONTRACT-RATE TO WK-CONTRACT-RATE
                   MOVE WK-CONTRACT-RATE TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO WS-AUDIT-NEW
                   PERFORM OPEN-NEW-RATE
                   ADD 1 TO WS-RATES-APPLIED
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.

       FIND-OPEN-RATE.
           MOVE ZERO TO WS-OPEN-RATE-IDX
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RATE-COUNT
               IF WS-RTE-TO(WS-RTE-IDX) = ZERO
                   MOVE WS-RTE-IDX TO WS-OPEN-RATE-IDX
               END-IF
           END-PERFORM.

       CLOSE-OPEN-RATE.
      *    A provider with no history yet gets a closed span for
      *    the rate being replaced, open from the beginning of
      *    time, so older claims keep pricing at the old rate
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TR-EFFECTIVE-DATE) - 1)
           IF WS-OPEN-RATE-IDX > ZERO
               MOVE WS-DAY-BEFORE TO WS-RTE-TO(WS-OPEN-RATE-IDX)
           ELSE
               IF WS-RATE-COUNT = ZERO
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WK-CONTRACT-RATE
                       TO WS-RTE-RATE(WS-RATE-COUNT)
                   MOVE ZERO TO WS-RTE-FROM(WS-RATE-COUNT)
                   MOVE WS-DAY-BEFORE TO WS-RTE-TO(WS-RATE-COUNT)
               END-IF
           END-IF.

       OPEN-NEW-RATE.
           IF WS-RATE-COUNT < 24
               ADD 1 TO WS-RATE-COUNT
               MOVE WK-CONTRACT-RATE TO WS-RTE-RATE(WS-RATE-COUNT)
               MOVE TR-EFFECTIVE-DATE TO WS-RTE-FROM(WS-RATE-COUNT)
               MOVE ZERO TO WS-RTE-TO(WS-RATE-COUNT)
           ELSE
               DISPLAY 'WARNING: RATE TABLE FULL (24) - PROVIDER '
                   WS-CURRENT-KEY ' NEW SPAN DROPPED'
           END-IF.

       WRITE-CURRENT-PROVIDER.
           ADD 1 TO WS-NEW-PROVIDERS-OUT
           MOVE WS-WORK-PROVIDER TO NEW-PROVIDER-RECORD
           WRITE NEW-PROVIDER-RECORD
           COMPUTE WS-PV-HASH = WS-PV-HASH +
               (NEW-CONTRACT-RATE * 100).

       WRITE-PROVIDER-RATES.
      *    Spans for a rejected ADD never reach the table, so a
      *    key with no surviving provider writes only the history
      *    it already had
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RATE-COUNT
               ADD 1 TO WS-NEW-RATES-OUT
               MOVE WS-CURRENT-KEY TO NR-PROVIDER-ID
               MOVE WS-RTE-RATE(WS-RTE-IDX) TO NR-CONTRACT-RATE
               MOVE WS-RTE-FROM(WS-RTE-IDX) TO NR-EFFECTIVE-FROM
               MOVE WS-RTE-TO(WS-RTE-IDX) TO NR-EFFECTIVE-TO
               WRITE NEW-RATE-RECORD
               IF NR-EFFECTIVE-TO = ZERO
                   ADD 1 TO WS-RH-HASH
               END-IF
           END-PERFORM.

       WRITE-REJECT-RECORD.
      *    Suspense extract for transactions that failed validation,
      *    consolidated by the SUSPENSE-MANAGER
      *    Target: PAYER-ANALYST.NETWORK.PROVIDER-TRANS-REJECTS
           ADD 1 TO WS-TRANS-REJECTED
           MOVE TR-PROVIDER-ID TO RJ-PROVIDER-ID
           MOVE WS-REJECT-CODE TO RJ-REASON-CODE
           MOVE WS-REJECT-REASON TO RJ-REASON-TEXT
           WRITE REJECT-RECORD.

       WRITE-AUDIT-RECORD.
      *    Target: PAYER-ANALYST.NETWORK.PROVIDER-TRANS-AUDIT
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           MOVE TR-TRANS-TYPE TO AU-TRANS-TYPE
           MOVE TR-PROVIDER-ID TO AU-PROVIDER-ID
           MOVE TR-EFFECTIVE-DATE TO AU-EFFECTIVE-DATE
           MOVE WS-AUDIT-OLD TO AU-OLD-VALUE
           MOVE WS-AUDIT-NEW TO AU-NEW-VALUE
           MOVE 'APPLIED' TO AU-DISPOSITION
           WRITE AUDIT-RECORD.

       WRITE-MAINT-REPORT.
      *    Write output to: PAYER-ANALYST.NETWORK.MAINT-SUMMARY
           DISPLAY '=========================================='
           DISPLAY 'PROVIDER TRANSACTION MAINTENANCE REPORT'
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'OLD MASTER PROVIDERS READ: '
               WS-OLD-PROVIDERS-READ
           DISPLAY 'OLD RATE HISTORY SPANS READ: '
               WS-OLD-RATES-READ
           DISPLAY 'TRANSACTIONS READ: ' WS-TRANS-READ
           DISPLAY '  Adds Applied: ' WS-ADDS-APPLIED
           DISPLAY '  Terminations Applied: ' WS-TERMS-APPLIED
           DISPLAY '  Network Changes Applied: ' WS-NETS-APPLIED
           DISPLAY '  Specialty Changes Applied: ' WS-SPECS-APPLIED
           DISPLAY '  Rate Changes Applied: ' WS-RATES-APPLIED
           DISPLAY '  Rejected: ' WS-TRANS-REJECTED
           DISPLAY ' '
           DISPLAY 'NEW MASTER PROVIDERS WRITTEN: '
               WS-NEW-PROVIDERS-OUT
           DISPLAY 'NEW RATE HISTORY SPANS WRITTEN: '
               WS-NEW-RATES-OUT
           DISPLAY '=========================================='
           DISPLAY 'MAINTENANCE COMPLETE'.

       CLOSE-FILES.
           CLOSE OLD-PROVIDER-FILE
           IF TRANS-AVAILABLE
               CLOSE TRANS-FILE
           END-IF
           CLOSE RATE-SORTED-FILE
           MOVE 'TRL' TO PV-T-RECORD-TYPE
           MOVE WS-NEW-PROVIDERS-OUT TO PV-T-RECORD-COUNT
           MOVE WS-PV-HASH TO PV-T-HASH-TOTAL
           WRITE PV-TRAILER-RECORD
           MOVE 'TRL' TO RH-T-RECORD-TYPE
           MOVE WS-NEW-RATES-OUT TO RH-T-RECORD-COUNT
           MOVE WS-RH-HASH TO RH-T-HASH-TOTAL
           WRITE RH-TRAILER-RECORD
           CLOSE NEW-PROVIDER-FILE
           CLOSE NEW-RATE-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-FILE.
