       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVIDER-RECOUPMENT-LEDGER.
       AUTHOR. PAYMENT-INTEGRITY-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Persistent provider receivable ledger. The recovery
      *    finders (PROVIDER-PERFORMANCE's overpayment extract,
      *    COB-PRIMACY-CHECK's COB worklist, DUP-CLAIM-DETECT's
      *    suspect duplicates, STOP-LOSS-TRACKING's filings and
      *    RETRO-ELIG-RECOVERY's claims paid outside enrollment)
      *    each hand off a one-time candidate list. Once payment
      *    integrity confirms a candidate on the confirmations
      *    file, this job books it as an open receivable with its
      *    origin and claim. Offsets PROVIDER-PAYMENT-CYCLE took
      *    against provider payments are posted back, and whatever
      *    is still open is aged. The result is one balance per
      *    provider of what is owed and what has been recovered.
      *    RECOUPMENT-LEDGER-NEW.DAT carries HDR/TRL control records
      *    so MASTER-GENERATION-MANAGER can prove it before it is
      *    promoted to RECOUPMENT-LEDGER.DAT.
      *    A duplicate-claim or enrollment finding is booked once,
      *    ever: a confirmation whose origin and claim are already
      *    on the ledger, open or closed, is refused. Overpayment,
      *    COB and stop-loss findings are running totals for their
      *    provider or member over the calendar year, so only the
      *    increase over what the ledger already holds for the key
      *    this year is booked. Paid claims voided or replaced for
      *    more than PROVIDER-PAYMENT-CYCLE could net out of the
      *    provider's payment come in on RECOUPMENT-ADJ-
      *    RECEIVABLES.DAT and are booked under origin ADJ, once
      *    per claim, without a confirmation - the correction
      *    itself is the proof. The confirmations file is emptied
      *    once it has been taken in; what was taken is kept on
      *    RECOVERY-CONFIRMATIONS-TAKEN.DAT under a dated header so
      *    a rerun the same day, before the new ledger has been
      *    promoted, books the same confirmations again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LEDGER-FILE
               ASSIGN TO "RECOUPMENT-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-LEDGER-STATUS.
           SELECT NEW-LEDGER-FILE
               ASSIGN TO "RECOUPMENT-LEDGER-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT LEDGER-SORT-FILE
               ASSIGN TO "LEDGERSORT.TMP".
           SELECT OFFSET-FILE
               ASSIGN TO "RECOUPMENT-OFFSETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OFFSET-FILE-STATUS.
           SELECT CONFIRM-FILE
               ASSIGN TO "RECOVERY-CONFIRMATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FILE-STATUS.
           SELECT TAKEN-FILE
               ASSIGN TO "RECOVERY-CONFIRMATIONS-TAKEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAKEN-FILE-STATUS.
           SELECT OVERPAYMENT-FILE
               ASSIGN TO "OVERPAYMENT-RECOVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OVERPAY-FILE-STATUS.
           SELECT COB-RECOVERY-FILE
               ASSIGN TO "COB-RECOVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COB-FILE-STATUS.
           SELECT SUSPECT-DUP-FILE
               ASSIGN TO "SUSPECT-DUPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DUP-FILE-STATUS.
           SELECT FILING-FILE
               ASSIGN TO "STOP-LOSS-FILING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILING-FILE-STATUS.
           SELECT RETRO-ELIG-FILE
               ASSIGN TO "RETRO-ELIG-RECOVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETRO-FILE-STATUS.
           SELECT ADJ-RECEIVABLE-FILE
               ASSIGN TO "RECOUPMENT-ADJ-RECEIVABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT BALANCE-FILE
               ASSIGN TO "RECOUPMENT-BALANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REJECT-FILE
               ASSIGN TO "RECOUPMENT-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LEDGER-FILE.
           COPY "RECOUPMENT-LEDGER-RECORD.CPY"
               REPLACING ==:PFX:== BY ==OL==.

       FD  NEW-LEDGER-FILE.
           COPY "RECOUPMENT-LEDGER-RECORD.CPY"
               REPLACING ==:PFX:== BY ==NL==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NL==.

       SD  LEDGER-SORT-FILE.
           COPY "RECOUPMENT-LEDGER-RECORD.CPY"
               REPLACING ==:PFX:== BY ==SW==.

       FD  OFFSET-FILE.
           COPY "RECOUPMENT-OFFSET-RECORD.CPY".
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==OF==.

       FD  CONFIRM-FILE.
      *    Candidates payment integrity has reviewed and confirmed
      *    for recovery. SOURCE-KEY identifies the candidate on its
      *    origin file (provider for OVPY, member for COB and STOP,
      *    the second claim of the pair for DUP, the claim for
      *    ELIG). PROVIDER-ID and
      *    CLAIM-ID name who to recoup from and the claim it is
      *    against when the source does not carry them; a non-zero
      *    CONFIRMED-AMOUNT settles for less than the candidate.
      *    For OVPY, COB and STOP the amount, like the candidate,
      *    is the year's total for the key, not the increase.
       01  CONFIRM-RECORD.
           05  CF-ORIGIN           PIC X(4).
           05  CF-SOURCE-KEY       PIC 9(12).
           05  CF-PROVIDER-ID      PIC 9(8).
           05  CF-CLAIM-ID         PIC 9(12).
           05  CF-CONFIRMED-AMOUNT PIC 9(9)V99.

      *    The confirmations taken in by today's run, in the
      *    confirmations layout between dated control records
       FD  TAKEN-FILE.
       01  TAKEN-RECORD.
           05  TK-ORIGIN           PIC X(4).
           05  TK-SOURCE-KEY       PIC 9(12).
           05  TK-PROVIDER-ID      PIC 9(8).
           05  TK-CLAIM-ID         PIC 9(12).
           05  TK-CONFIRMED-AMOUNT PIC 9(9)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==TK==.

       FD  OVERPAYMENT-FILE.
       01  OVERPAYMENT-RECORD.
           05  OP-PROVIDER-ID      PIC 9(8).
           05  OP-PROVIDER-NAME    PIC X(50).
           05  OP-CONTRACT-RATE    PIC 9(3)V99.
           05  OP-OVERPAID-CLAIMS  PIC 9(7).
           05  OP-OVERPAID-AMOUNT  PIC 9(11)V99.

       FD  COB-RECOVERY-FILE.
       01  RECOVERY-RECORD.
           05  RC-MEMBER-ID        PIC 9(10).
           05  RC-COB-SOURCE       PIC X(20).
           05  RC-CLAIM-COUNT      PIC 9(5).
           05  RC-PAID-AT-STAKE    PIC 9(11)V99.

       FD  SUSPECT-DUP-FILE.
       01  SUSPECT-DUP-RECORD.
           05  SD-CLAIM-ID-1       PIC 9(12).
           05  SD-CLAIM-ID-2       PIC 9(12).
           05  SD-MEMBER-ID        PIC 9(10).
           05  SD-PROVIDER-ID-1    PIC 9(8).
           05  SD-PROVIDER-ID-2    PIC 9(8).
           05  SD-PROCEDURE-CODE   PIC X(5).
           05  SD-SERVICE-DATE-1   PIC 9(8).
           05  SD-SERVICE-DATE-2   PIC 9(8).
           05  SD-DUP-CLASS        PIC X(10).
           05  SD-OVERLAP-AMOUNT   PIC 9(7)V99.

       FD  FILING-FILE.
       01  FILING-RECORD.
           05  FL-MEMBER-ID        PIC 9(10).
           05  FL-TOTAL-PAID       PIC 9(11)V99.
           05  FL-ATTACHMENT       PIC 9(9)V99.
           05  FL-EXCESS-PAID      PIC 9(11)V99.
           05  FL-RECOVERABLE      PIC 9(11)V99.

       FD  RETRO-ELIG-FILE.
       01  RETRO-ELIG-RECORD.
           05  RE-CLAIM-ID         PIC 9(12).
           05  RE-MEMBER-ID        PIC 9(10).
           05  RE-PROVIDER-ID      PIC 9(8).
           05  RE-SERVICE-DATE     PIC 9(8).
           05  RE-PAID-AMOUNT      PIC 9(7)V99.
           05  RE-PAID-DATE        PIC 9(8).
           05  RE-PROCEDURE-CODE   PIC X(5).
           05  RE-GAP-TYPE         PIC X(4).
           05  RE-GAP-START        PIC 9(8).
           05  RE-GAP-END          PIC 9(8).
           05  RE-RECOVERY-DEADLINE PIC 9(8).
           05  RE-IN-WINDOW        PIC X(1).
           05  RE-RETRO-TERM       PIC X(1).

       FD  ADJ-RECEIVABLE-FILE.
           COPY "RECOUPMENT-ADJ-RECORD.CPY"
               REPLACING ==:PFX:== BY ==AR==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==AR==.

       FD  BALANCE-FILE.
      *    One balance line per provider with anything on the
      *    ledger: what is still owed, aged from the date each
      *    receivable was established, and what has been recovered
       01  BALANCE-RECORD.
           05  RB-PROVIDER-ID      PIC 9(8).
           05  RB-OPEN-COUNT       PIC 9(5).
           05  RB-AMOUNT-OWED      PIC 9(11)V99.
           05  RB-RECOVERED        PIC 9(11)V99.
           05  RB-AGE-0-30         PIC 9(11)V99.
           05  RB-AGE-31-60        PIC 9(11)V99.
           05  RB-AGE-61-90        PIC 9(11)V99.
           05  RB-AGE-91-180       PIC 9(11)V99.
           05  RB-AGE-OVER-180     PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==RB==.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-ORIGIN           PIC X(4).
           05  RJ-SOURCE-KEY       PIC 9(12).
           05  RJ-REASON-CODE      PIC X(4).
           05  RJ-REASON-TEXT      PIC X(40).

       WORKING-STORAGE SECTION.
      *    The whole ledger is carried in-memory while offsets and
      *    new receivables are posted, then re-sequenced by
      *    provider onto the new master
       01  WS-LEDGER-TABLE.
           05  WS-LED-ENTRY        OCCURS 5000 TIMES
                                   INDEXED BY WS-LED-IDX.
               10  WS-LED-ID           PIC 9(10).
               10  WS-LED-PROVIDER     PIC 9(8).
               10  WS-LED-ORIGIN       PIC X(4).
               10  WS-LED-SOURCE-KEY   PIC 9(12).
               10  WS-LED-CLAIM-ID     PIC 9(12).
               10  WS-LED-MEMBER-ID    PIC 9(10).
               10  WS-LED-ESTABLISHED  PIC 9(8).
               10  WS-LED-ORIGINAL     PIC 9(9)V99.
               10  WS-LED-RECOVERED    PIC 9(9)V99.
               10  WS-LED-BALANCE      PIC 9(9)V99.
               10  WS-LED-LAST-ACTIVITY PIC 9(8).
               10  WS-LED-LAST-PAYMENT PIC 9(10).
               10  WS-LED-STATUS       PIC X(1).
                   88  LED-OPEN        VALUE 'O'.
                   88  LED-CLOSED      VALUE 'C'.
       01  WS-LEDGER-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-NEXT-RECEIVABLE-ID   PIC 9(10) VALUE 1.
       01  WS-LED-FOUND            PIC X VALUE 'N'.
           88  LEDGER-FOUND        VALUE 'Y'.

      *    Confirmations for this run; MATCHED is set when the
      *    candidate turns up on its origin file
       01  WS-CONFIRM-TABLE.
           05  WS-CNF-ENTRY        OCCURS 2000 TIMES
                                   INDEXED BY WS-CNF-IDX.
               10  WS-CNF-ORIGIN       PIC X(4).
               10  WS-CNF-SOURCE-KEY   PIC 9(12).
               10  WS-CNF-PROVIDER     PIC 9(8).
               10  WS-CNF-CLAIM-ID     PIC 9(12).
               10  WS-CNF-AMOUNT       PIC 9(9)V99.
               10  WS-CNF-MATCHED      PIC X(1).
                   88  CNF-MATCHED     VALUE 'Y'.
       01  WS-CONFIRM-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-CNF-FOUND            PIC X VALUE 'N'.
           88  CONFIRMATION-FOUND  VALUE 'Y'.
       01  WS-CONFIRMATIONS-LOADED PIC X VALUE 'N'.
           88  CONFIRMATIONS-LOADED VALUE 'Y'.
       01  WS-CONFIRM-DROP-FLAG    PIC X VALUE 'N'.
           88  CONFIRM-DROP-READ   VALUE 'Y'.
       01  WS-CONFIRM-FULL-FLAG    PIC X VALUE 'N'.
           88  CONFIRM-TABLE-FULL  VALUE 'Y'.
       01  WS-TAKEN-HDR-FLAG       PIC X VALUE 'N'.
           88  TAKEN-HDR-TODAY     VALUE 'Y'.
       01  WS-TAKEN-TRL-FLAG       PIC X VALUE 'N'.
           88  TAKEN-TRL-GOOD      VALUE 'Y'.
       01  WS-TAKEN-DATA-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-TAKEN-HASH           PIC 9(15) VALUE ZERO.

      *    One recovery candidate off whichever origin file is
      *    being read, in a common shape for posting
       01  WS-CANDIDATE.
           05  WS-CAN-ORIGIN       PIC X(4).
               88  CAN-RUNNING-TOTAL   VALUE 'OVPY' 'COB ' 'STOP'.
           05  WS-CAN-SOURCE-KEY   PIC 9(12).
           05  WS-CAN-PROVIDER     PIC 9(8).
           05  WS-CAN-CLAIM-ID     PIC 9(12).
           05  WS-CAN-MEMBER-ID    PIC 9(10).
           05  WS-CAN-AMOUNT       PIC 9(11)V99.
       01  WS-POST-AMOUNT          PIC 9(9)V99.
       01  WS-ALREADY-BOOKED       PIC 9(11)V99.

      *    Per-provider balance break over the re-sequenced ledger
       01  WS-PROVIDER-BALANCE.
           05  WS-BAL-PROVIDER     PIC 9(8).
           05  WS-BAL-OPEN-COUNT   PIC 9(5).
           05  WS-BAL-OWED         PIC 9(11)V99.
           05  WS-BAL-RECOVERED    PIC 9(11)V99.
           05  WS-BAL-AGE-0-30     PIC 9(11)V99.
           05  WS-BAL-AGE-31-60    PIC 9(11)V99.
           05  WS-BAL-AGE-61-90    PIC 9(11)V99.
           05  WS-BAL-AGE-91-180   PIC 9(11)V99.
           05  WS-BAL-AGE-OVER-180 PIC 9(11)V99.
       01  WS-BAL-ACTIVE           PIC X VALUE 'N'.
           88  BALANCE-ACTIVE      VALUE 'Y'.

       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-OFFSET-APPLIED       PIC 9(9)V99.

       01  WS-COUNTERS.
           05  WS-PRIOR-RECEIVABLES PIC 9(7) VALUE ZERO.
           05  WS-OFFSETS-READ     PIC 9(7) VALUE ZERO.
           05  WS-OFFSETS-POSTED   PIC 9(7) VALUE ZERO.
           05  WS-OFFSETS-REPEATED PIC 9(7) VALUE ZERO.
           05  WS-OFFSETS-UNMATCHED PIC 9(7) VALUE ZERO.
           05  WS-CLOSED-THIS-RUN  PIC 9(7) VALUE ZERO.
           05  WS-CANDIDATES-READ  PIC 9(7) VALUE ZERO.
           05  WS-NEW-RECEIVABLES  PIC 9(7) VALUE ZERO.
           05  WS-NEW-OVPY         PIC 9(7) VALUE ZERO.
           05  WS-NEW-COB          PIC 9(7) VALUE ZERO.
           05  WS-NEW-DUP          PIC 9(7) VALUE ZERO.
           05  WS-NEW-STOP         PIC 9(7) VALUE ZERO.
           05  WS-NEW-ELIG         PIC 9(7) VALUE ZERO.
           05  WS-ADJ-READ         PIC 9(7) VALUE ZERO.
           05  WS-NEW-ADJ          PIC 9(7) VALUE ZERO.
           05  WS-ADJ-REPEATED     PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-OPEN-RECEIVABLES PIC 9(7) VALUE ZERO.
           05  WS-PROVIDERS-OWING  PIC 9(7) VALUE ZERO.
       01  WS-AMOUNTS.
           05  WS-TOTAL-ESTABLISHED PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-OFFSET     PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-OWED       PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-RECOVERED  PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-AGE-0-30   PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-AGE-31-60  PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-AGE-61-90  PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-AGE-91-180 PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-AGE-OVER-180 PIC 9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-REINSURER-OWED   PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Extract control totals for the balance extract; the hash
      *    carries dollars owed in cents
       01  WS-RB-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RB-HASH              PIC 9(15) VALUE ZERO.

      *    New ledger control totals; the hash carries the open
      *    balance in cents
       01  WS-NL-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NL-HASH              PIC 9(15) VALUE ZERO.

       01  WS-REJECT-CODE          PIC X(4).
       01  WS-REJECT-REASON        PIC X(40).

       01  WS-FLAGS.
           05  EOF-OLD-LEDGER      PIC X VALUE 'N'.
               88  END-OF-OLD-LEDGER VALUE 'Y'.
           05  EOF-OFFSET          PIC X VALUE 'N'.
               88  END-OF-OFFSETS  VALUE 'Y'.
           05  EOF-CONFIRM         PIC X VALUE 'N'.
               88  END-OF-CONFIRMS VALUE 'Y'.
           05  EOF-TAKEN           PIC X VALUE 'N'.
               88  END-OF-TAKEN    VALUE 'Y'.
           05  EOF-SOURCE          PIC X VALUE 'N'.
               88  END-OF-SOURCE   VALUE 'Y'.
           05  EOF-ADJ             PIC X VALUE 'N'.
               88  END-OF-ADJ      VALUE 'Y'.
           05  EOF-SORT            PIC X VALUE 'N'.
               88  END-OF-SORT     VALUE 'Y'.

       01  WS-OLD-LEDGER-STATUS    PIC XX.
       01  WS-OFFSET-FILE-STATUS   PIC XX.
       01  WS-CONFIRM-FILE-STATUS  PIC XX.
       01  WS-TAKEN-FILE-STATUS    PIC XX.
       01  WS-OVERPAY-FILE-STATUS  PIC XX.
       01  WS-COB-FILE-STATUS      PIC XX.
       01  WS-DUP-FILE-STATUS      PIC XX.
       01  WS-FILING-FILE-STATUS   PIC XX.
       01  WS-RETRO-FILE-STATUS    PIC XX.
       01  WS-ADJ-FILE-STATUS      PIC XX.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN OUTPUT REJECT-FILE
           PERFORM LOAD-PRIOR-LEDGER
           PERFORM POST-CYCLE-OFFSETS
           PERFORM TAKE-IN-ADJ-RECEIVABLES
           PERFORM LOAD-CONFIRMATIONS
           IF CONFIRMATIONS-LOADED
               PERFORM TAKE-IN-OVERPAYMENTS
               PERFORM TAKE-IN-COB-RECOVERIES
               PERFORM TAKE-IN-SUSPECT-DUPS
               PERFORM TAKE-IN-STOP-LOSS-FILINGS
               PERFORM TAKE-IN-RETRO-ELIG-CLAIMS
               PERFORM REJECT-UNMATCHED-CONFIRMS
               PERFORM SAVE-TAKEN-CONFIRMATIONS
           END-IF
           CLOSE REJECT-FILE
           PERFORM WRITE-NEW-LEDGER
           PERFORM WRITE-LEDGER-REPORT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-PRIOR-LEDGER.
      *    Optional - the first run starts with an empty ledger
           OPEN INPUT OLD-LEDGER-FILE
           IF WS-OLD-LEDGER-STATUS = '00'
               PERFORM UNTIL END-OF-OLD-LEDGER
                   READ OLD-LEDGER-FILE
                       AT END SET END-OF-OLD-LEDGER TO TRUE
                       NOT AT END PERFORM STORE-PRIOR-RECEIVABLE
                   END-READ
               END-PERFORM
               CLOSE OLD-LEDGER-FILE
           ELSE
               DISPLAY 'RECOUPMENT-LEDGER.DAT NOT FOUND - STARTING '
                   'AN EMPTY LEDGER'
           END-IF.

       STORE-PRIOR-RECEIVABLE.
           IF WS-LEDGER-COUNT < 5000
               ADD 1 TO WS-LEDGER-COUNT
               ADD 1 TO WS-PRIOR-RECEIVABLES
               SET WS-LED-IDX TO WS-LEDGER-COUNT
               MOVE OL-RECEIVABLE-ID TO WS-LED-ID(WS-LED-IDX)
               MOVE OL-PROVIDER-ID TO WS-LED-PROVIDER(WS-LED-IDX)
               MOVE OL-ORIGIN TO WS-LED-ORIGIN(WS-LED-IDX)
               MOVE OL-SOURCE-KEY TO WS-LED-SOURCE-KEY(WS-LED-IDX)
               MOVE OL-CLAIM-ID TO WS-LED-CLAIM-ID(WS-LED-IDX)
               MOVE OL-MEMBER-ID TO WS-LED-MEMBER-ID(WS-LED-IDX)
               MOVE OL-ESTABLISHED-DATE
                   TO WS-LED-ESTABLISHED(WS-LED-IDX)
               MOVE OL-ORIGINAL-AMOUNT TO WS-LED-ORIGINAL(WS-LED-IDX)
               MOVE OL-RECOVERED-AMOUNT
                   TO WS-LED-RECOVERED(WS-LED-IDX)
               MOVE OL-OPEN-BALANCE TO WS-LED-BALANCE(WS-LED-IDX)
               MOVE OL-LAST-ACTIVITY
                   TO WS-LED-LAST-ACTIVITY(WS-LED-IDX)
               MOVE OL-LAST-PAYMENT-NO
                   TO WS-LED-LAST-PAYMENT(WS-LED-IDX)
               MOVE OL-STATUS TO WS-LED-STATUS(WS-LED-IDX)
               IF OL-RECEIVABLE-ID >= WS-NEXT-RECEIVABLE-ID
                   COMPUTE WS-NEXT-RECEIVABLE-ID =
                       OL-RECEIVABLE-ID + 1
               END-IF
           ELSE
               DISPLAY 'WARNING: LEDGER TABLE FULL (5000) - '
                   'RECEIVABLE ' OL-RECEIVABLE-ID
                   ' NOT CARRIED FORWARD'
           END-IF.

       POST-CYCLE-OFFSETS.
      *    Offsets the last payment cycle withheld reduce the open
      *    balance of the receivable they were taken against. An
      *    offset already posted under the same payment number on
      *    the same offset date is not posted twice if this job is
      *    rerun.
      *    Source: PAYER-ANALYST.FINANCE.RECOUPMENT-OFFSETS
           OPEN INPUT OFFSET-FILE
           IF WS-OFFSET-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-OFFSETS
                   READ OFFSET-FILE
                       AT END SET END-OF-OFFSETS TO TRUE
                       NOT AT END
                           IF RECOUPMENT-OFFSET-RECORD(1:3)
                                   NOT = 'HDR' AND
                              RECOUPMENT-OFFSET-RECORD(1:3)
                                   NOT = 'TRL'
                               PERFORM POST-ONE-OFFSET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFSET-FILE
           ELSE
               DISPLAY 'RECOUPMENT-OFFSETS.DAT NOT FOUND - NO '
                   'OFFSETS POSTED THIS RUN'
           END-IF.

       POST-ONE-OFFSET.
           ADD 1 TO WS-OFFSETS-READ
           MOVE 'N' TO WS-LED-FOUND
           SET WS-LED-IDX TO 1
           SEARCH WS-LED-ENTRY VARYING WS-LED-IDX
               AT END CONTINUE
               WHEN WS-LED-IDX > WS-LEDGER-COUNT
                   CONTINUE
               WHEN WS-LED-ID(WS-LED-IDX) = OF-RECEIVABLE-ID
                   SET LEDGER-FOUND TO TRUE
           END-SEARCH
           EVALUATE TRUE
               WHEN NOT LEDGER-FOUND
                   ADD 1 TO WS-OFFSETS-UNMATCHED
                   MOVE OF-ORIGIN TO RJ-ORIGIN
                   MOVE OF-RECEIVABLE-ID TO RJ-SOURCE-KEY
                   MOVE 'R004' TO WS-REJECT-CODE
                   MOVE 'OFFSET RECEIVABLE NOT ON LEDGER'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN WS-LED-LAST-PAYMENT(WS-LED-IDX) = OF-PAYMENT-NO
                    AND WS-LED-LAST-ACTIVITY(WS-LED-IDX) =
                        OF-OFFSET-DATE
                   ADD 1 TO WS-OFFSETS-REPEATED
               WHEN OTHER
                   PERFORM APPLY-OFFSET-TO-RECEIVABLE
           END-EVALUATE.

       APPLY-OFFSET-TO-RECEIVABLE.
      *    Never recover past the open balance; any excess is an
      *    operator problem and is reported, not booked
           ADD 1 TO WS-OFFSETS-POSTED
           IF OF-OFFSET-AMOUNT > WS-LED-BALANCE(WS-LED-IDX)
               MOVE WS-LED-BALANCE(WS-LED-IDX) TO WS-OFFSET-APPLIED
               DISPLAY 'WARNING: OFFSET ON PAYMENT ' OF-PAYMENT-NO
                   ' EXCEEDS BALANCE OF RECEIVABLE '
                   OF-RECEIVABLE-ID
           ELSE
               MOVE OF-OFFSET-AMOUNT TO WS-OFFSET-APPLIED
           END-IF
           SUBTRACT WS-OFFSET-APPLIED FROM WS-LED-BALANCE(WS-LED-IDX)
           ADD WS-OFFSET-APPLIED TO WS-LED-RECOVERED(WS-LED-IDX)
           ADD WS-OFFSET-APPLIED TO WS-TOTAL-OFFSET
           MOVE OF-OFFSET-DATE TO WS-LED-LAST-ACTIVITY(WS-LED-IDX)
           MOVE OF-PAYMENT-NO TO WS-LED-LAST-PAYMENT(WS-LED-IDX)
           IF WS-LED-BALANCE(WS-LED-IDX) = ZERO AND
              LED-OPEN(WS-LED-IDX)
               SET LED-CLOSED(WS-LED-IDX) TO TRUE
               ADD 1 TO WS-CLOSED-THIS-RUN
           END-IF.

       TAKE-IN-ADJ-RECEIVABLES.
      *    What the payment cycle could not net out of a provider's
      *    payment for a voided or replaced claim is owed back. The
      *    file stands until the next cycle replaces it, so a claim
      *    already on the ledger is passed over quietly.
      *    Source: PAYER-ANALYST.FINANCE.RECOUPMENT-ADJ-RECEIVABLES
           OPEN INPUT ADJ-RECEIVABLE-FILE
           IF WS-ADJ-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-ADJ
                   READ ADJ-RECEIVABLE-FILE
                       AT END SET END-OF-ADJ TO TRUE
                       NOT AT END
                           IF AR-ADJ-RECEIVABLE-RECORD(1:3)
                                   NOT = 'HDR' AND
                              AR-ADJ-RECEIVABLE-RECORD(1:3)
                                   NOT = 'TRL'
                               PERFORM BOOK-ADJ-RECEIVABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJ-RECEIVABLE-FILE
           ELSE
               DISPLAY 'RECOUPMENT-ADJ-RECEIVABLES.DAT NOT FOUND - '
                   'NO ADJUSTMENT RECEIVABLES BOOKED THIS RUN'
           END-IF.

       BOOK-ADJ-RECEIVABLE.
           ADD 1 TO WS-ADJ-READ
           MOVE 'ADJ ' TO WS-CAN-ORIGIN
           MOVE AR-CLAIM-ID TO WS-CAN-SOURCE-KEY
           MOVE AR-PROVIDER-ID TO WS-CAN-PROVIDER
           MOVE AR-CLAIM-ID TO WS-CAN-CLAIM-ID
           MOVE AR-MEMBER-ID TO WS-CAN-MEMBER-ID
           MOVE AR-RECEIVABLE-AMOUNT TO WS-CAN-AMOUNT
           MOVE AR-RECEIVABLE-AMOUNT TO WS-POST-AMOUNT
           PERFORM FIND-AMOUNT-ALREADY-BOOKED
           IF LEDGER-FOUND
               ADD 1 TO WS-ADJ-REPEATED
           ELSE
               IF WS-POST-AMOUNT > ZERO
                   PERFORM BOOK-NEW-RECEIVABLE
               END-IF
           END-IF.

       LOAD-CONFIRMATIONS.
      *    Nothing is booked without a confirmation - a candidate
      *    list alone is a lead, not a receivable. Confirmations an
      *    earlier run took in today come first, then any dropped
      *    since.
           PERFORM LOAD-TAKEN-CONFIRMATIONS
           OPEN INPUT CONFIRM-FILE
           IF WS-CONFIRM-FILE-STATUS = '00'
               SET CONFIRMATIONS-LOADED TO TRUE
               SET CONFIRM-DROP-READ TO TRUE
               PERFORM UNTIL END-OF-CONFIRMS
                   READ CONFIRM-FILE
                       AT END SET END-OF-CONFIRMS TO TRUE
                       NOT AT END PERFORM STORE-CONFIRMATION
                   END-READ
               END-PERFORM
               CLOSE CONFIRM-FILE
           ELSE
               IF NOT CONFIRMATIONS-LOADED
                   DISPLAY 'RECOVERY-CONFIRMATIONS.DAT NOT FOUND - NO '
                       'NEW RECEIVABLES BOOKED THIS RUN'
               END-IF
           END-IF.

       LOAD-TAKEN-CONFIRMATIONS.
      *    A complete copy written today means this is a rerun
      *    ahead of the ledger's promotion - the live ledger does
      *    not hold those bookings yet, so they are made again
           OPEN INPUT TAKEN-FILE
           IF WS-TAKEN-FILE-STATUS = '00'
               READ TAKEN-FILE
                   AT END SET END-OF-TAKEN TO TRUE
               END-READ
               IF NOT END-OF-TAKEN AND
                  TK-H-RECORD-TYPE = 'HDR' AND
                  TK-H-PROGRAM = 'PROVIDER-RECOUPMENT' AND
                  TK-H-RUN-DATE = WS-TODAY
                   SET TAKEN-HDR-TODAY TO TRUE
               END-IF
               PERFORM UNTIL END-OF-TAKEN OR NOT TAKEN-HDR-TODAY
                   READ TAKEN-FILE
                       AT END SET END-OF-TAKEN TO TRUE
                       NOT AT END
                           IF TK-T-RECORD-TYPE = 'TRL'
                               IF TK-T-RECORD-COUNT =
                                  WS-TAKEN-DATA-COUNT
                                   SET TAKEN-TRL-GOOD TO TRUE
                               END-IF
                           ELSE
                               ADD 1 TO WS-TAKEN-DATA-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAKEN-FILE
           END-IF
           IF TAKEN-HDR-TODAY AND TAKEN-TRL-GOOD
               DISPLAY 'CONFIRMATIONS ALREADY TAKEN IN TODAY - '
                   'BOOKING THEM AGAIN FROM '
                   'RECOVERY-CONFIRMATIONS-TAKEN.DAT'
               SET CONFIRMATIONS-LOADED TO TRUE
               MOVE 'N' TO EOF-TAKEN
               OPEN INPUT TAKEN-FILE
               PERFORM UNTIL END-OF-TAKEN
                   READ TAKEN-FILE
                       AT END SET END-OF-TAKEN TO TRUE
                       NOT AT END
                           IF TK-H-RECORD-TYPE NOT = 'HDR' AND
                              TK-T-RECORD-TYPE NOT = 'TRL'
                               MOVE TAKEN-RECORD TO CONFIRM-RECORD
                               PERFORM STORE-CONFIRMATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAKEN-FILE
           END-IF.

       STORE-CONFIRMATION.
           IF WS-CONFIRM-COUNT < 2000
               ADD 1 TO WS-CONFIRM-COUNT
               SET WS-CNF-IDX TO WS-CONFIRM-COUNT
               MOVE CF-ORIGIN TO WS-CNF-ORIGIN(WS-CNF-IDX)
               MOVE CF-SOURCE-KEY TO WS-CNF-SOURCE-KEY(WS-CNF-IDX)
               MOVE CF-PROVIDER-ID TO WS-CNF-PROVIDER(WS-CNF-IDX)
               MOVE CF-CLAIM-ID TO WS-CNF-CLAIM-ID(WS-CNF-IDX)
               MOVE CF-CONFIRMED-AMOUNT TO WS-CNF-AMOUNT(WS-CNF-IDX)
               MOVE 'N' TO WS-CNF-MATCHED(WS-CNF-IDX)
           ELSE
               DISPLAY 'WARNING: CONFIRMATION TABLE FULL (2000) - '
                   CF-ORIGIN ' ' CF-SOURCE-KEY ' NOT BOOKED'
               SET CONFIRM-TABLE-FULL TO TRUE
           END-IF.

       SAVE-TAKEN-CONFIRMATIONS.
      *    Keep what was taken in today, then empty the drop file
      *    so a standing confirmation is not offered again tomorrow.
      *    A table overflow leaves the drop file as it is - the
      *    confirmations past the limit were never looked at.
      *    Target: PAYER-ANALYST.PAYMENT-INTEGRITY.CONFIRMATIONS-TAKEN
           OPEN OUTPUT TAKEN-FILE
           MOVE 'HDR' TO TK-H-RECORD-TYPE
           MOVE 'PROVIDER-RECOUPMENT' TO TK-H-PROGRAM
           MOVE WS-TODAY TO TK-H-RUN-DATE
           MOVE 'CONFIRMATIONS TAKEN' TO TK-H-PERIOD
           WRITE TK-HEADER-RECORD
           MOVE ZERO TO WS-TAKEN-DATA-COUNT
           MOVE ZERO TO WS-TAKEN-HASH
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CONFIRM-COUNT
               MOVE WS-CNF-ORIGIN(WS-CNF-IDX) TO TK-ORIGIN
               MOVE WS-CNF-SOURCE-KEY(WS-CNF-IDX) TO TK-SOURCE-KEY
               MOVE WS-CNF-PROVIDER(WS-CNF-IDX) TO TK-PROVIDER-ID
               MOVE WS-CNF-CLAIM-ID(WS-CNF-IDX) TO TK-CLAIM-ID
               MOVE WS-CNF-AMOUNT(WS-CNF-IDX) TO TK-CONFIRMED-AMOUNT
               WRITE TAKEN-RECORD
               ADD 1 TO WS-TAKEN-DATA-COUNT
               COMPUTE WS-TAKEN-HASH = WS-TAKEN-HASH +
                   (WS-CNF-AMOUNT(WS-CNF-IDX) * 100)
           END-PERFORM
           MOVE 'TRL' TO TK-T-RECORD-TYPE
           MOVE WS-TAKEN-DATA-COUNT TO TK-T-RECORD-COUNT
           MOVE WS-TAKEN-HASH TO TK-T-HASH-TOTAL
           WRITE TK-TRAILER-RECORD
           CLOSE TAKEN-FILE
           IF CONFIRM-DROP-READ
               IF CONFIRM-TABLE-FULL
                   DISPLAY 'RECOVERY-CONFIRMATIONS.DAT NOT EMPTIED - '
                       'CONFIRMATION TABLE OVERFLOWED'
               ELSE
                   OPEN OUTPUT CONFIRM-FILE
                   CLOSE CONFIRM-FILE
               END-IF
           END-IF.

       TAKE-IN-OVERPAYMENTS.
      *    Source: PAYER-ANALYST.NETWORK.OVERPAYMENT-RECOVERY
           MOVE 'N' TO EOF-SOURCE
           OPEN INPUT OVERPAYMENT-FILE
           IF WS-OVERPAY-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-SOURCE
                   READ OVERPAYMENT-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           MOVE 'OVPY' TO WS-CAN-ORIGIN
                           MOVE OP-PROVIDER-ID TO WS-CAN-SOURCE-KEY
                           MOVE OP-PROVIDER-ID TO WS-CAN-PROVIDER
                           MOVE ZERO TO WS-CAN-CLAIM-ID
                           MOVE ZERO TO WS-CAN-MEMBER-ID
                           MOVE OP-OVERPAID-AMOUNT TO WS-CAN-AMOUNT
                           PERFORM POST-CONFIRMED-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE OVERPAYMENT-FILE
           END-IF.

       TAKE-IN-COB-RECOVERIES.
      *    COB findings are per member; the confirmation names the
      *    provider the recovery is taken from
      *    Source: PAYER-ANALYST.PAYMENT-INTEGRITY.COB-RECOVERY
           MOVE 'N' TO EOF-SOURCE
           OPEN INPUT COB-RECOVERY-FILE
           IF WS-COB-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-SOURCE
                   READ COB-RECOVERY-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF RECOVERY-RECORD(1:3) NOT = 'HDR' AND
                              RECOVERY-RECORD(1:3) NOT = 'TRL'
                               MOVE 'COB ' TO WS-CAN-ORIGIN
                               MOVE RC-MEMBER-ID
                                   TO WS-CAN-SOURCE-KEY
                               MOVE ZERO TO WS-CAN-PROVIDER
                               MOVE ZERO TO WS-CAN-CLAIM-ID
                               MOVE RC-MEMBER-ID TO WS-CAN-MEMBER-ID
                               MOVE RC-PAID-AT-STAKE
                                   TO WS-CAN-AMOUNT
                               PERFORM POST-CONFIRMED-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COB-RECOVERY-FILE
           END-IF.

       TAKE-IN-SUSPECT-DUPS.
      *    The second claim of a duplicate pair is the one paid in
      *    error and the one recovered
      *    Source: PAYER-ANALYST.PAYMENT-INTEGRITY.SUSPECT-DUPS
           MOVE 'N' TO EOF-SOURCE
           OPEN INPUT SUSPECT-DUP-FILE
           IF WS-DUP-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-SOURCE
                   READ SUSPECT-DUP-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           MOVE 'DUP ' TO WS-CAN-ORIGIN
                           MOVE SD-CLAIM-ID-2 TO WS-CAN-SOURCE-KEY
                           MOVE SD-PROVIDER-ID-2 TO WS-CAN-PROVIDER
                           MOVE SD-CLAIM-ID-2 TO WS-CAN-CLAIM-ID
                           MOVE SD-MEMBER-ID TO WS-CAN-MEMBER-ID
                           MOVE SD-OVERLAP-AMOUNT TO WS-CAN-AMOUNT
                           PERFORM POST-CONFIRMED-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE SUSPECT-DUP-FILE
           END-IF.

       TAKE-IN-STOP-LOSS-FILINGS.
      *    Stop-loss recoveries are owed by the reinsurer and are
      *    carried under provider zero so they are tracked but
      *    never offset against a provider payment
      *    Source: PAYER-ANALYST.ACTUARIAL.STOP-LOSS-FILING
           MOVE 'N' TO EOF-SOURCE
           OPEN INPUT FILING-FILE
           IF WS-FILING-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-SOURCE
                   READ FILING-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF FILING-RECORD(1:3) NOT = 'HDR' AND
                              FILING-RECORD(1:3) NOT = 'TRL'
                               MOVE 'STOP' TO WS-CAN-ORIGIN
                               MOVE FL-MEMBER-ID
                                   TO WS-CAN-SOURCE-KEY
                               MOVE ZERO TO WS-CAN-PROVIDER
                               MOVE ZERO TO WS-CAN-CLAIM-ID
                               MOVE FL-MEMBER-ID TO WS-CAN-MEMBER-ID
                               MOVE FL-RECOVERABLE TO WS-CAN-AMOUNT
                               PERFORM POST-CONFIRMED-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILING-FILE
           END-IF.

       TAKE-IN-RETRO-ELIG-CLAIMS.
      *    Claims paid on dates the member was not enrolled are
      *    recovered in full from the provider that was paid
      *    Source: PAYER-ANALYST.PAYMENT-INTEGRITY.RETRO-ELIG-RECOVERY
           MOVE 'N' TO EOF-SOURCE
           OPEN INPUT RETRO-ELIG-FILE
           IF WS-RETRO-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-SOURCE
                   READ RETRO-ELIG-FILE
                       AT END SET END-OF-SOURCE TO TRUE
                       NOT AT END
                           IF RETRO-ELIG-RECORD(1:3) NOT = 'HDR' AND
                              RETRO-ELIG-RECORD(1:3) NOT = 'TRL'
                               MOVE 'ELIG' TO WS-CAN-ORIGIN
                               MOVE RE-CLAIM-ID TO WS-CAN-SOURCE-KEY
                               MOVE RE-PROVIDER-ID TO WS-CAN-PROVIDER
                               MOVE RE-CLAIM-ID TO WS-CAN-CLAIM-ID
                               MOVE RE-MEMBER-ID TO WS-CAN-MEMBER-ID
                               MOVE RE-PAID-AMOUNT TO WS-CAN-AMOUNT
                               PERFORM POST-CONFIRMED-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-ELIG-FILE
           END-IF.

       POST-CONFIRMED-CANDIDATE.
      *    Book the candidate only if it was confirmed, has never
      *    been booked before, and the confirmation fills
      *    in whatever the origin file does not carry
           ADD 1 TO WS-CANDIDATES-READ
           MOVE 'N' TO WS-CNF-FOUND
           SET WS-CNF-IDX TO 1
           SEARCH WS-CNF-ENTRY VARYING WS-CNF-IDX
               AT END CONTINUE
               WHEN WS-CNF-IDX > WS-CONFIRM-COUNT
                   CONTINUE
               WHEN WS-CNF-ORIGIN(WS-CNF-IDX) = WS-CAN-ORIGIN AND
                    WS-CNF-SOURCE-KEY(WS-CNF-IDX) =
                        WS-CAN-SOURCE-KEY AND
                    NOT CNF-MATCHED(WS-CNF-IDX)
                   SET CONFIRMATION-FOUND TO TRUE
           END-SEARCH
           IF CONFIRMATION-FOUND
               SET CNF-MATCHED(WS-CNF-IDX) TO TRUE
               IF WS-CNF-PROVIDER(WS-CNF-IDX) > ZERO
                   MOVE WS-CNF-PROVIDER(WS-CNF-IDX) TO WS-CAN-PROVIDER
               END-IF
               IF WS-CNF-CLAIM-ID(WS-CNF-IDX) > ZERO
                   MOVE WS-CNF-CLAIM-ID(WS-CNF-IDX) TO WS-CAN-CLAIM-ID
               END-IF
               PERFORM VALIDATE-AND-BOOK
           END-IF.

       VALIDATE-AND-BOOK.
      *    A running-total finding books only its increase over
      *    what is already on the ledger for the key this year
           MOVE SPACES TO WS-REJECT-CODE
           IF WS-CNF-AMOUNT(WS-CNF-IDX) > ZERO
               MOVE WS-CNF-AMOUNT(WS-CNF-IDX) TO WS-POST-AMOUNT
           ELSE
               MOVE WS-CAN-AMOUNT TO WS-POST-AMOUNT
           END-IF
           PERFORM FIND-AMOUNT-ALREADY-BOOKED
           EVALUATE TRUE
               WHEN LEDGER-FOUND AND NOT CAN-RUNNING-TOTAL
                   MOVE 'R005' TO WS-REJECT-CODE
                   MOVE 'FINDING ALREADY BOOKED ON THE LEDGER'
                       TO WS-REJECT-REASON
               WHEN LEDGER-FOUND AND
                    WS-POST-AMOUNT NOT > WS-ALREADY-BOOKED
                   MOVE 'R005' TO WS-REJECT-CODE
                   MOVE 'NO INCREASE OVER AMOUNT ALREADY BOOKED'
                       TO WS-REJECT-REASON
               WHEN WS-CAN-PROVIDER = ZERO AND
                    WS-CAN-ORIGIN NOT = 'STOP'
                   MOVE 'R002' TO WS-REJECT-CODE
                   MOVE 'CONFIRMATION NAMES NO PROVIDER'
                       TO WS-REJECT-REASON
               WHEN WS-CNF-AMOUNT(WS-CNF-IDX) > WS-CAN-AMOUNT
                   MOVE 'R003' TO WS-REJECT-CODE
                   MOVE 'CONFIRMED AMOUNT EXCEEDS CANDIDATE'
                       TO WS-REJECT-REASON
               WHEN WS-POST-AMOUNT = ZERO
                   MOVE 'R006' TO WS-REJECT-CODE
                   MOVE 'NOTHING TO RECOVER'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-CODE NOT = SPACES
               MOVE WS-CAN-ORIGIN TO RJ-ORIGIN
               MOVE WS-CAN-SOURCE-KEY TO RJ-SOURCE-KEY
               PERFORM WRITE-REJECT-RECORD
           ELSE
               SUBTRACT WS-ALREADY-BOOKED FROM WS-POST-AMOUNT
               PERFORM BOOK-NEW-RECEIVABLE
           END-IF.

       FIND-AMOUNT-ALREADY-BOOKED.
      *    Any booking of a once-only finding counts; for a running
      *    total only this year's bookings count, and their
      *    original amounts are added up
           MOVE 'N' TO WS-LED-FOUND
           MOVE ZERO TO WS-ALREADY-BOOKED
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LEDGER-COUNT
               IF WS-LED-ORIGIN(WS-LED-IDX) = WS-CAN-ORIGIN AND
                  WS-LED-SOURCE-KEY(WS-LED-IDX) = WS-CAN-SOURCE-KEY
                   IF NOT CAN-RUNNING-TOTAL OR
                      WS-LED-ESTABLISHED(WS-LED-IDX)(1:4) =
                          WS-TODAY(1:4)
                       SET LEDGER-FOUND TO TRUE
                       ADD WS-LED-ORIGINAL(WS-LED-IDX)
                           TO WS-ALREADY-BOOKED
                   END-IF
               END-IF
           END-PERFORM.

       BOOK-NEW-RECEIVABLE.
           IF WS-LEDGER-COUNT < 5000
               ADD 1 TO WS-LEDGER-COUNT
               ADD 1 TO WS-NEW-RECEIVABLES
               SET WS-LED-IDX TO WS-LEDGER-COUNT
               MOVE WS-NEXT-RECEIVABLE-ID TO WS-LED-ID(WS-LED-IDX)
               ADD 1 TO WS-NEXT-RECEIVABLE-ID
               MOVE WS-CAN-PROVIDER TO WS-LED-PROVIDER(WS-LED-IDX)
               MOVE WS-CAN-ORIGIN TO WS-LED-ORIGIN(WS-LED-IDX)
               MOVE WS-CAN-SOURCE-KEY
                   TO WS-LED-SOURCE-KEY(WS-LED-IDX)
               MOVE WS-CAN-CLAIM-ID TO WS-LED-CLAIM-ID(WS-LED-IDX)
               MOVE WS-CAN-MEMBER-ID TO WS-LED-MEMBER-ID(WS-LED-IDX)
               MOVE WS-TODAY TO WS-LED-ESTABLISHED(WS-LED-IDX)
               MOVE WS-POST-AMOUNT TO WS-LED-ORIGINAL(WS-LED-IDX)
               MOVE ZERO TO WS-LED-RECOVERED(WS-LED-IDX)
               MOVE WS-POST-AMOUNT TO WS-LED-BALANCE(WS-LED-IDX)
               MOVE WS-TODAY TO WS-LED-LAST-ACTIVITY(WS-LED-IDX)
               MOVE ZERO TO WS-LED-LAST-PAYMENT(WS-LED-IDX)
               SET LED-OPEN(WS-LED-IDX) TO TRUE
               ADD WS-POST-AMOUNT TO WS-TOTAL-ESTABLISHED
               EVALUATE WS-CAN-ORIGIN
                   WHEN 'OVPY'
                       ADD 1 TO WS-NEW-OVPY
                   WHEN 'COB '
                       ADD 1 TO WS-NEW-COB
                   WHEN 'DUP '
                       ADD 1 TO WS-NEW-DUP
                   WHEN 'STOP'
                       ADD 1 TO WS-NEW-STOP
                   WHEN 'ELIG'
                       ADD 1 TO WS-NEW-ELIG
                   WHEN 'ADJ '
                       ADD 1 TO WS-NEW-ADJ
               END-EVALUATE
           ELSE
               DISPLAY 'WARNING: LEDGER TABLE FULL (5000) - '
                   WS-CAN-ORIGIN ' ' WS-CAN-SOURCE-KEY
                   ' NOT BOOKED'
           END-IF.

       REJECT-UNMATCHED-CONFIRMS.
      *    A confirmation whose candidate is not on this run's
      *    origin file was keyed wrong or confirmed too late
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CONFIRM-COUNT
               IF NOT CNF-MATCHED(WS-CNF-IDX)
                   MOVE WS-CNF-ORIGIN(WS-CNF-IDX) TO RJ-ORIGIN
                   MOVE WS-CNF-SOURCE-KEY(WS-CNF-IDX)
                       TO RJ-SOURCE-KEY
                   MOVE 'R001' TO WS-REJECT-CODE
                   MOVE 'CONFIRMED FINDING NOT ON ORIGIN FILE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-PERFORM.

       WRITE-REJECT-RECORD.
      *    Target: PAYER-ANALYST.PAYMENT-INTEGRITY.RECOUPMENT-REJECTS
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REJECT-CODE TO RJ-REASON-CODE
           MOVE WS-REJECT-REASON TO RJ-REASON-TEXT
           WRITE REJECT-RECORD.

       WRITE-NEW-LEDGER.
      *    Re-sequence the ledger by provider and establishment
      *    date so the oldest receivable is offset first and the
      *    balance extract breaks cleanly on provider
           OPEN OUTPUT NEW-LEDGER-FILE
           OPEN OUTPUT BALANCE-FILE
           MOVE 'HDR' TO RB-H-RECORD-TYPE
           MOVE 'PROVIDER-RECOUPMENT-LEDGER' TO RB-H-PROGRAM
           MOVE WS-TODAY TO RB-H-RUN-DATE
           MOVE 'AS OF RUN DATE' TO RB-H-PERIOD
           WRITE RB-HEADER-RECORD
           MOVE 'HDR' TO NL-H-RECORD-TYPE
           MOVE 'RECOUPMENT-LEDGER' TO NL-H-PROGRAM
           MOVE WS-TODAY TO NL-H-RUN-DATE
           MOVE 'AS OF RUN DATE' TO NL-H-PERIOD
           WRITE NL-HEADER-RECORD
           SORT LEDGER-SORT-FILE
               ASCENDING KEY SW-PROVIDER-ID
                             SW-ESTABLISHED-DATE
                             SW-RECEIVABLE-ID
               INPUT PROCEDURE IS RELEASE-LEDGER-ENTRIES
               OUTPUT PROCEDURE IS WRITE-LEDGER-AND-BALANCES
           MOVE 'TRL' TO RB-T-RECORD-TYPE
           MOVE WS-RB-REC-COUNT TO RB-T-RECORD-COUNT
           MOVE WS-RB-HASH TO RB-T-HASH-TOTAL
           WRITE RB-TRAILER-RECORD
           MOVE 'TRL' TO NL-T-RECORD-TYPE
           MOVE WS-NL-REC-COUNT TO NL-T-RECORD-COUNT
           MOVE WS-NL-HASH TO NL-T-HASH-TOTAL
           WRITE NL-TRAILER-RECORD
           CLOSE BALANCE-FILE
           CLOSE NEW-LEDGER-FILE.

       RELEASE-LEDGER-ENTRIES.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
                   UNTIL WS-LED-IDX > WS-LEDGER-COUNT
               MOVE WS-LED-ID(WS-LED-IDX) TO SW-RECEIVABLE-ID
               MOVE WS-LED-PROVIDER(WS-LED-IDX) TO SW-PROVIDER-ID
               MOVE WS-LED-ORIGIN(WS-LED-IDX) TO SW-ORIGIN
               MOVE WS-LED-SOURCE-KEY(WS-LED-IDX) TO SW-SOURCE-KEY
               MOVE WS-LED-CLAIM-ID(WS-LED-IDX) TO SW-CLAIM-ID
               MOVE WS-LED-MEMBER-ID(WS-LED-IDX) TO SW-MEMBER-ID
               MOVE WS-LED-ESTABLISHED(WS-LED-IDX)
                   TO SW-ESTABLISHED-DATE
               MOVE WS-LED-ORIGINAL(WS-LED-IDX) TO SW-ORIGINAL-AMOUNT
               MOVE WS-LED-RECOVERED(WS-LED-IDX)
                   TO SW-RECOVERED-AMOUNT
               MOVE WS-LED-BALANCE(WS-LED-IDX) TO SW-OPEN-BALANCE
               MOVE WS-LED-LAST-ACTIVITY(WS-LED-IDX)
                   TO SW-LAST-ACTIVITY
               MOVE WS-LED-LAST-PAYMENT(WS-LED-IDX)
                   TO SW-LAST-PAYMENT-NO
               MOVE WS-LED-STATUS(WS-LED-IDX) TO SW-STATUS
               RELEASE SW-LEDGER-RECORD
           END-PERFORM.

       WRITE-LEDGER-AND-BALANCES.
      *    Target: PAYER-ANALYST.FINANCE.RECOUPMENT-LEDGER
           RETURN LEDGER-SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               IF BALANCE-ACTIVE AND
                  SW-PROVIDER-ID NOT = WS-BAL-PROVIDER
                   PERFORM WRITE-PROVIDER-BALANCE
               END-IF
               IF NOT BALANCE-ACTIVE
                   PERFORM START-PROVIDER-BALANCE
               END-IF
               MOVE SW-LEDGER-RECORD TO NL-LEDGER-RECORD
               WRITE NL-LEDGER-RECORD
               ADD 1 TO WS-NL-REC-COUNT
               COMPUTE WS-NL-HASH = WS-NL-HASH +
                   (NL-OPEN-BALANCE * 100)
               PERFORM FOLD-INTO-BALANCE
               RETURN LEDGER-SORT-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF BALANCE-ACTIVE
               PERFORM WRITE-PROVIDER-BALANCE
           END-IF.

       START-PROVIDER-BALANCE.
           SET BALANCE-ACTIVE TO TRUE
           MOVE SW-PROVIDER-ID TO WS-BAL-PROVIDER
           MOVE ZERO TO WS-BAL-OPEN-COUNT
           MOVE ZERO TO WS-BAL-OWED
           MOVE ZERO TO WS-BAL-RECOVERED
           MOVE ZERO TO WS-BAL-AGE-0-30
           MOVE ZERO TO WS-BAL-AGE-31-60
           MOVE ZERO TO WS-BAL-AGE-61-90
           MOVE ZERO TO WS-BAL-AGE-91-180
           MOVE ZERO TO WS-BAL-AGE-OVER-180.

       FOLD-INTO-BALANCE.
      *    Open balances age from the date the receivable was
      *    established
           ADD SW-RECOVERED-AMOUNT TO WS-BAL-RECOVERED
           IF SW-STATUS = 'O'
               ADD 1 TO WS-BAL-OPEN-COUNT
               ADD 1 TO WS-OPEN-RECEIVABLES
               ADD SW-OPEN-BALANCE TO WS-BAL-OWED
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(SW-ESTABLISHED-DATE)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > 180
                       ADD SW-OPEN-BALANCE TO WS-BAL-AGE-OVER-180
                   WHEN WS-AGE-DAYS > 90
                       ADD SW-OPEN-BALANCE TO WS-BAL-AGE-91-180
                   WHEN WS-AGE-DAYS > 60
                       ADD SW-OPEN-BALANCE TO WS-BAL-AGE-61-90
                   WHEN WS-AGE-DAYS > 30
                       ADD SW-OPEN-BALANCE TO WS-BAL-AGE-31-60
                   WHEN OTHER
                       ADD SW-OPEN-BALANCE TO WS-BAL-AGE-0-30
               END-EVALUATE
           END-IF.

       WRITE-PROVIDER-BALANCE.
      *    Target: PAYER-ANALYST.FINANCE.RECOUPMENT-BALANCES
           MOVE 'N' TO WS-BAL-ACTIVE
           MOVE WS-BAL-PROVIDER TO RB-PROVIDER-ID
           MOVE WS-BAL-OPEN-COUNT TO RB-OPEN-COUNT
           MOVE WS-BAL-OWED TO RB-AMOUNT-OWED
           MOVE WS-BAL-RECOVERED TO RB-RECOVERED
           MOVE WS-BAL-AGE-0-30 TO RB-AGE-0-30
           MOVE WS-BAL-AGE-31-60 TO RB-AGE-31-60
           MOVE WS-BAL-AGE-61-90 TO RB-AGE-61-90
           MOVE WS-BAL-AGE-91-180 TO RB-AGE-91-180
           MOVE WS-BAL-AGE-OVER-180 TO RB-AGE-OVER-180
           WRITE BALANCE-RECORD
           ADD 1 TO WS-RB-REC-COUNT
           COMPUTE WS-RB-HASH = WS-RB-HASH + (WS-BAL-OWED * 100)
           IF WS-BAL-PROVIDER = ZERO
               ADD WS-BAL-OWED TO WS-REINSURER-OWED
           ELSE
               IF WS-BAL-OWED > ZERO
                   ADD 1 TO WS-PROVIDERS-OWING
               END-IF
           END-IF
           ADD WS-BAL-OWED TO WS-TOTAL-OWED
           ADD WS-BAL-RECOVERED TO WS-TOTAL-RECOVERED
           ADD WS-BAL-AGE-0-30 TO WS-TOTAL-AGE-0-30
           ADD WS-BAL-AGE-31-60 TO WS-TOTAL-AGE-31-60
           ADD WS-BAL-AGE-61-90 TO WS-TOTAL-AGE-61-90
           ADD WS-BAL-AGE-91-180 TO WS-TOTAL-AGE-91-180
           ADD WS-BAL-AGE-OVER-180 TO WS-TOTAL-AGE-OVER-180.

       WRITE-LEDGER-REPORT.
      *    Write output to: PAYER-ANALYST.FINANCE.RECOUPMENT-LEDGER
           DISPLAY '=========================================='
           DISPLAY 'PROVIDER RECOUPMENT LEDGER REPORT'
           DISPLAY 'RUN DATE: ' WS-TODAY
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'RECEIVABLES CARRIED FROM PRIOR LEDGER: '
               WS-PRIOR-RECEIVABLES
           DISPLAY ' '
           DISPLAY 'OFFSETS FROM PAYMENT CYCLE:'
           DISPLAY '  Read: ' WS-OFFSETS-READ
           DISPLAY '  Posted: ' WS-OFFSETS-POSTED
           DISPLAY '  Already Posted (Skipped): ' WS-OFFSETS-REPEATED
           DISPLAY '  Receivable Not On Ledger: '
               WS-OFFSETS-UNMATCHED
           DISPLAY '  Dollars Recovered: $' WS-TOTAL-OFFSET
           DISPLAY '  Receivables Closed: ' WS-CLOSED-THIS-RUN
           DISPLAY ' '
           DISPLAY 'NEW RECEIVABLES BOOKED: ' WS-NEW-RECEIVABLES
           DISPLAY '  Candidates Read: ' WS-CANDIDATES-READ
           DISPLAY '  Confirmations Loaded: ' WS-CONFIRM-COUNT
           DISPLAY '  Contract Overpayment (OVPY): ' WS-NEW-OVPY
           DISPLAY '  Coordination Of Benefits (COB): ' WS-NEW-COB
           DISPLAY '  Duplicate Claim (DUP): ' WS-NEW-DUP
           DISPLAY '  Stop-Loss Reinsurance (STOP): ' WS-NEW-STOP
           DISPLAY '  Paid Outside Enrollment (ELIG): ' WS-NEW-ELIG
           DISPLAY '  Voided Or Replaced Claim (ADJ): ' WS-NEW-ADJ
           DISPLAY '  Dollars Established: $' WS-TOTAL-ESTABLISHED
           DISPLAY '  Rejected: ' WS-REJECT-COUNT
           DISPLAY '  Adjustment Receivables Read: ' WS-ADJ-READ
           DISPLAY '  Adjustment Already Booked (Skipped): '
               WS-ADJ-REPEATED
           DISPLAY ' '
           DISPLAY 'LEDGER POSITION:'
           DISPLAY '  Open Receivables: ' WS-OPEN-RECEIVABLES
           DISPLAY '  Providers With A Balance: ' WS-PROVIDERS-OWING
           DISPLAY '  Total Owed: $' WS-TOTAL-OWED
           DISPLAY '    Of Which Reinsurer (Stop-Loss): $'
               WS-REINSURER-OWED
           DISPLAY '  Recovered To Date: $' WS-TOTAL-RECOVERED
           DISPLAY ' '
           DISPLAY 'AGING OF OPEN BALANCES:'
           DISPLAY '  0-30 Days: $' WS-TOTAL-AGE-0-30
           DISPLAY '  31-60 Days: $' WS-TOTAL-AGE-31-60
           DISPLAY '  61-90 Days: $' WS-TOTAL-AGE-61-90
           DISPLAY '  91-180 Days: $' WS-TOTAL-AGE-91-180
           DISPLAY '  Over 180 Days: $' WS-TOTAL-AGE-OVER-180
           DISPLAY '=========================================='
           DISPLAY 'LEDGER UPDATE COMPLETE'.
