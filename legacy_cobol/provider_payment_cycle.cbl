       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVIDER-PAYMENT-CYCLE.
       AUTHOR. FINANCE-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Weekly provider payment cycle: every APPROVED or PARTIAL
      *    claim whose CLAIM-PAID-DATE falls inside the cycle window
      *    is grouped by PROVIDER-ID and netted into one payment per
      *    provider. The remittance advice carries a check/EFT
      *    payment header per provider followed by one line per
      *    CLAIM-ID (billed, allowed, paid, member cost share and
      *    denial reason) so the provider can see exactly what the
      *    payment covers. The payment register lists one line per
      *    payment and must balance to the cycle's paid total or
      *    the run fails before anything is disbursed. Open
      *    receivables on the recoupment ledger are withheld from
      *    the provider's payment, oldest first, and each offset is
      *    shown on the remit and handed back to the ledger.
      *    Claims paid by an earlier cycle and since voided or
      *    replaced (the R entries CLAIM-ADJUST-POST keeps on
      *    CLAIM-ADJ-REVERSAL-LOG.DAT, posted inside the window)
      *    come back off the provider's payment as REV lines, the
      *    replacement being paid as a claim in its own right. A
      *    provider whose reversals reach the claims paid is sent
      *    no payment; what the claims could not cover goes to
      *    RECOUPMENT-ADJ-RECEIVABLES.DAT for the ledger to book.
      *    Check/EFT numbers carry on from cycle to cycle on
      *    PAYMENT-NUMBER-CONTROL.DAT, saved only when the cycle
      *    balances; a rerun of the last balanced cycle reissues
      *    the same numbers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO "PAYCYCLESORT.TMP".
           SELECT PROVIDER-FILE
               ASSIGN TO "PROVIDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT EFT-FILE
               ASSIGN TO "PROVIDER-EFT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EFT-FILE-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "PAYMENT-CYCLE-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REMIT-FILE
               ASSIGN TO "REMITTANCE-ADVICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO "PAYMENT-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT LEDGER-FILE
               ASSIGN TO "RECOUPMENT-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT OFFSET-FILE
               ASSIGN TO "RECOUPMENT-OFFSETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT NUMBER-FILE
               ASSIGN TO "PAYMENT-NUMBER-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NUMBER-STATUS.
           SELECT REVERSAL-LOG-FILE
               ASSIGN TO "CLAIM-ADJ-REVERSAL-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-LOG-STATUS.
           SELECT REVERSAL-SORT-FILE
               ASSIGN TO "PAYREVSORT.TMP".
           SELECT REVERSAL-SEQ-FILE
               ASSIGN TO "PAYREVSEQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ADJ-RECEIVABLE-FILE
               ASSIGN TO "RECOUPMENT-ADJ-RECEIVABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       SD  SORT-WORK-FILE.
      *    LINE-TYPE C is a claim paid this cycle, R a claim paid
      *    earlier and reversed; each provider's claims sort ahead
      *    of its reversals
       01  SORT-WORK-RECORD.
           05  SW-PROVIDER-ID      PIC 9(8).
           05  SW-LINE-TYPE        PIC X(1).
               88  SW-PAID-CLAIM   VALUE 'C'.
               88  SW-REVERSAL     VALUE 'R'.
           05  SW-CLAIM-ID         PIC 9(12).
           05  SW-MEMBER-ID        PIC 9(10).
           05  SW-SERVICE-DATE     PIC 9(8).
           05  SW-PROCEDURE-CODE   PIC X(5).
           05  SW-CLAIM-STATUS     PIC X(10).
           05  SW-BILLED           PIC 9(7)V99.
           05  SW-PAID             PIC 9(7)V99.
           05  SW-DENIED           PIC 9(7)V99.
           05  SW-DEDUCTIBLE       PIC 9(5)V99.
           05  SW-COINSURANCE      PIC 9(5)V99.
           05  SW-COPAY            PIC 9(3)V99.
           05  SW-DENIAL-REASON    PIC X(4).
           05  SW-PAID-DATE        PIC 9(8).
           05  SW-POSTED-DATE      PIC 9(8).

       FD  PROVIDER-FILE.
      *    Provider master read for the payee name on the remit
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

       FD  EFT-FILE.
      *    Providers enrolled for electronic funds transfer; any
      *    provider not on this file is paid by paper check
       01  EFT-RECORD.
           05  EF-PROVIDER-ID      PIC 9(8).
           05  EF-ROUTING-NUMBER   PIC 9(9).
           05  EF-ACCOUNT-NUMBER   PIC X(17).

       FD  CONTROL-FILE.
      *    Cycle window and the first check/trace number to issue;
      *    absent, the cycle is the seven days ending on the run
      *    date. A first number below the one the last balanced
      *    cycle left on PAYMENT-NUMBER-CONTROL.DAT is ignored, so
      *    numbering only ever moves forward.
      *    MAX-OFFSET-PCT caps how much of a provider's cycle
      *    payment may be withheld against open receivables.
       01  CONTROL-RECORD.
           05  CC-CYCLE-START      PIC 9(8).
           05  CC-CYCLE-END        PIC 9(8).
           05  CC-FIRST-PAYMENT-NO PIC 9(10).
           05  CC-MAX-OFFSET-PCT   PIC 9(3).

       FD  REMIT-FILE.
      *    Remittance advice: a PAY payment header per provider,
      *    then one CLM line per claim the payment covers, one REV
      *    line (claim layout) per earlier claim reversed out of it,
      *    one ADJ line per receivable recouped out of the payment
      *    and one RCV line (offset layout) per reversal the claims
      *    could not cover, carried to the ledger. A provider netted
      *    to nothing gets method NET and payment number zero.
       01  REMIT-PAYMENT-RECORD.
           05  RA-RECORD-TYPE      PIC X(3).
           05  RA-PROVIDER-ID      PIC 9(8).
           05  RA-PROVIDER-NAME    PIC X(50).
           05  RA-PAYMENT-METHOD   PIC X(3).
           05  RA-PAYMENT-NUMBER   PIC 9(10).
           05  RA-PAYMENT-DATE     PIC 9(8).
           05  RA-CLAIM-COUNT      PIC 9(7).
           05  RA-TOTAL-BILLED     PIC 9(11)V99.
           05  RA-TOTAL-ALLOWED    PIC 9(11)V99.
           05  RA-TOTAL-PAID       PIC 9(11)V99.
           05  RA-TOTAL-COST-SHARE PIC 9(11)V99.
           05  RA-NET-PAYMENT      PIC 9(11)V99.
           05  RA-OFFSET-TOTAL     PIC 9(11)V99.
           05  RA-REVERSAL-COUNT   PIC 9(7).
           05  RA-TOTAL-REVERSED   PIC 9(11)V99.
       01  REMIT-CLAIM-RECORD.
           05  RL-RECORD-TYPE      PIC X(3).
           05  RL-PROVIDER-ID      PIC 9(8).
           05  RL-CLAIM-ID         PIC 9(12).
           05  RL-MEMBER-ID        PIC 9(10).
           05  RL-SERVICE-DATE     PIC 9(8).
           05  RL-PROCEDURE-CODE   PIC X(5).
           05  RL-CLAIM-STATUS     PIC X(10).
           05  RL-BILLED           PIC 9(7)V99.
           05  RL-ALLOWED          PIC 9(7)V99.
           05  RL-PAID             PIC 9(7)V99.
           05  RL-DEDUCTIBLE       PIC 9(5)V99.
           05  RL-COINSURANCE      PIC 9(5)V99.
           05  RL-COPAY            PIC 9(3)V99.
           05  RL-COST-SHARE       PIC 9(7)V99.
           05  RL-DENIED           PIC 9(7)V99.
           05  RL-DENIAL-REASON    PIC X(4).
           05  RL-PAID-DATE        PIC 9(8).
       01  REMIT-OFFSET-RECORD.
           05  RO-RECORD-TYPE      PIC X(3).
           05  RO-PROVIDER-ID      PIC 9(8).
           05  RO-RECEIVABLE-ID    PIC 9(10).
           05  RO-ORIGIN           PIC X(4).
           05  RO-CLAIM-ID         PIC 9(12).
           05  RO-OFFSET-AMOUNT    PIC 9(9)V99.
           05  RO-REMAINING-BALANCE PIC 9(9)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==RA==.

       FD  REGISTER-FILE.
      *    Payment register: one line per check or EFT issued
       01  REGISTER-RECORD.
           05  PR-PROVIDER-ID      PIC 9(8).
           05  PR-PROVIDER-NAME    PIC X(50).
           05  PR-PAYMENT-METHOD   PIC X(3).
           05  PR-PAYMENT-NUMBER   PIC 9(10).
           05  PR-PAYMENT-DATE     PIC 9(8).
           05  PR-CLAIM-COUNT      PIC 9(7).
           05  PR-CLAIMS-PAID      PIC 9(11)V99.
           05  PR-NET-PAYMENT      PIC 9(11)V99.
           05  PR-ROUTING-NUMBER   PIC 9(9).
           05  PR-ACCOUNT-NUMBER   PIC X(17).
           05  PR-OFFSET-AMOUNT    PIC 9(11)V99.
           05  PR-REVERSED-AMOUNT  PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==PR==.

       FD  LEDGER-FILE.
      *    Provider receivables kept by PROVIDER-RECOUPMENT-LEDGER,
      *    already in provider and establishment-date order
           COPY "RECOUPMENT-LEDGER-RECORD.CPY"
               REPLACING ==:PFX:== BY ==LG==.

       FD  OFFSET-FILE.
           COPY "RECOUPMENT-OFFSET-RECORD.CPY".
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==OF==.

       FD  NUMBER-FILE.
      *    Payment numbering carried between cycles: the next
      *    check/trace number free, and the window and first number
      *    of the last balanced cycle so a rerun of that cycle
      *    issues the same numbers again. Rewritten only when a
      *    cycle balances.
       01  NUMBER-CONTROL-RECORD.
           05  PN-NEXT-PAYMENT-NO  PIC 9(10).
           05  PN-CYCLE-START      PIC 9(8).
           05  PN-CYCLE-END        PIC 9(8).
           05  PN-CYCLE-FIRST-NO   PIC 9(10).
           05  PN-UPDATED-DATE     PIC 9(8).

      *    Claim reversals posted by CLAIM-ADJUST-POST, kept until
      *    the cycle that nets them has balanced; a rerun of the
      *    posting can leave a reversal on the log twice
       FD  REVERSAL-LOG-FILE.
           COPY "CLAIM-ADJ-POSTING-RECORD.CPY"
               REPLACING ==:PFX:== BY ==RV==.

       SD  REVERSAL-SORT-FILE.
           COPY "CLAIM-ADJ-POSTING-RECORD.CPY"
               REPLACING ==:PFX:== BY ==RS==.

      *    The reversal log in claim order
       FD  REVERSAL-SEQ-FILE.
           COPY "CLAIM-ADJ-POSTING-RECORD.CPY"
               REPLACING ==:PFX:== BY ==RQ==.

       FD  ADJ-RECEIVABLE-FILE.
           COPY "RECOUPMENT-ADJ-RECORD.CPY"
               REPLACING ==:PFX:== BY ==AR==.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==AR==.

       WORKING-STORAGE SECTION.
      *    Cycle window; CLAIM-PAID-DATE inside it (inclusive)
      *    puts the claim on this cycle's payment
       01  WS-CYCLE-START          PIC 9(8).
       01  WS-CYCLE-END            PIC 9(8).
       01  WS-CYCLE-DAYS           PIC 9(3) VALUE 7.
       01  WS-NEXT-PAYMENT-NO      PIC 9(10) VALUE 1000000001.
       01  WS-FIRST-PAYMENT-NO     PIC 9(10).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-NUMBER-STATUS        PIC XX.
       01  WS-PERIOD-LABEL         PIC X(20).
       01  WS-MAX-OFFSET-PCT       PIC 9(3) VALUE 100.

      *    Open provider receivables, oldest first within provider,
      *    recouped out of this cycle's payments. Stop-loss amounts
      *    carried under provider zero are owed by the reinsurer
      *    and are never offset.
       01  WS-RECEIVABLE-TABLE.
           05  WS-RCV-ENTRY        OCCURS 5000 TIMES
                                   INDEXED BY WS-RCV-IDX.
               10  WS-RCV-ID           PIC 9(10).
               10  WS-RCV-PROVIDER     PIC 9(8).
               10  WS-RCV-ORIGIN       PIC X(4).
               10  WS-RCV-CLAIM-ID     PIC 9(12).
               10  WS-RCV-BALANCE      PIC 9(9)V99.
               10  WS-RCV-TAKEN        PIC 9(9)V99.
       01  WS-RECEIVABLE-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-OFFSET-LIMIT         PIC 9(11)V99.
       01  WS-PROVIDER-OFFSET      PIC 9(11)V99.
       01  WS-THIS-OFFSET          PIC 9(9)V99.
       01  WS-NET-PAYMENT          PIC 9(11)V99.
       01  WS-GROSS-PAYMENT        PIC 9(11)V99.

      *    Claims paid this cycle left to absorb the provider's
      *    reversals, worked down in claim order; a reversal past
      *    what is left is carried to the ledger
       01  WS-REVERSAL-COVER       PIC 9(11)V99.
       01  WS-UNCOVERED            PIC 9(9)V99.
       01  WS-LAST-REVERSAL-ID     PIC 9(12).
       01  WS-REVERSAL-LOG-STATUS  PIC XX.
       01  WS-REVERSAL-LOG-FLAG    PIC X VALUE 'N'.
           88  REVERSAL-LOG-PRESENT VALUE 'Y'.

      *    Payee roster off the provider master plus EFT banking,
      *    with the cycle totals folded in as claims are released
      *    so each payment header can be written ahead of its
      *    claim lines
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY      OCCURS 2000 TIMES
                                   INDEXED BY WS-PAY-IDX.
               10  WS-PAY-PROVIDER     PIC 9(8).
               10  WS-PAY-NAME         PIC X(50).
               10  WS-PAY-METHOD       PIC X(3).
               10  WS-PAY-ROUTING      PIC 9(9).
               10  WS-PAY-ACCOUNT      PIC X(17).
               10  WS-PAY-CLAIM-CNT    PIC 9(7).
               10  WS-PAY-BILLED       PIC 9(11)V99.
               10  WS-PAY-ALLOWED      PIC 9(11)V99.
               10  WS-PAY-PAID         PIC 9(11)V99.
               10  WS-PAY-COST-SHARE   PIC 9(11)V99.
               10  WS-PAY-REV-CNT      PIC 9(7).
               10  WS-PAY-REVERSED     PIC 9(11)V99.
       01  WS-PAYEE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-PAYEE-FOUND          PIC X VALUE 'N'.
           88  PAYEE-FOUND         VALUE 'Y'.
       01  WS-LOOKUP-PROVIDER      PIC 9(8).

      *    Per-claim derived amounts: allowed is what the plan
      *    recognized - paid plus the member's share of it
       01  WS-LINE-COST-SHARE      PIC 9(7)V99.
       01  WS-LINE-ALLOWED         PIC 9(7)V99.

       01  WS-CURRENT-PROVIDER     PIC 9(8).
       01  WS-PROVIDER-ACTIVE      PIC X VALUE 'N'.
           88  PROVIDER-ACTIVE     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-IN-CYCLE  PIC 9(9) VALUE ZERO.
           05  WS-REMIT-LINES      PIC 9(9) VALUE ZERO.
           05  WS-PAYMENTS-ISSUED  PIC 9(7) VALUE ZERO.
           05  WS-CHECKS-ISSUED    PIC 9(7) VALUE ZERO.
           05  WS-EFTS-ISSUED      PIC 9(7) VALUE ZERO.
           05  WS-UNKNOWN-PAYEES   PIC 9(7) VALUE ZERO.
           05  WS-EFT-LOADED       PIC 9(7) VALUE ZERO.
           05  WS-RECEIVABLES-LOADED PIC 9(7) VALUE ZERO.
           05  WS-OFFSETS-TAKEN    PIC 9(7) VALUE ZERO.
           05  WS-PAYMENTS-OFFSET  PIC 9(7) VALUE ZERO.
           05  WS-REVERSALS-READ   PIC 9(7) VALUE ZERO.
           05  WS-REVERSALS-IN-CYCLE PIC 9(7) VALUE ZERO.
           05  WS-REVERSALS-NOT-PAID PIC 9(7) VALUE ZERO.
           05  WS-REVERSAL-LINES   PIC 9(7) VALUE ZERO.
           05  WS-PAYMENTS-NETTED  PIC 9(7) VALUE ZERO.
           05  WS-RECEIVABLES-CARRIED PIC 9(7) VALUE ZERO.

      *    Three independent totals of the same cycle dollars: as
      *    selected off the claims extract, as written on the remit
      *    lines, and as paid on the register. All three must agree
      *    for the cycle to balance, and the register's net
      *    disbursed plus the recoupment offsets taken must add
      *    back to that same paid total. Reversals are proved the
      *    same way: as selected off the log and as written on the
      *    remit; they come off the paid total, less whatever was
      *    carried to the ledger, and the claims paid to providers
      *    netted to nothing stand in for their missing register
      *    lines.
       01  WS-AMOUNTS.
           05  WS-CYCLE-PAID-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REMIT-PAID-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REGISTER-TOTAL   PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-BILLED     PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-COST-SHARE PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REGISTER-NET     PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OFFSET-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CYCLE-REVERSED-TOTAL PIC 9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-REMIT-REVERSED-TOTAL PIC 9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-NETTED-PAID      PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CARRIED-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BALANCE-FLAG         PIC X VALUE 'Y'.
           88  CYCLE-BALANCED      VALUE 'Y'.
           88  CYCLE-OUT-OF-BALANCE VALUE 'N'.

      *    Extract control totals, all in cents: claim-line paid on
      *    the remit, net disbursed on the register, dollars
      *    withheld on the offset file and dollars carried on the
      *    adjustment receivables
       01  WS-RA-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RA-HASH              PIC 9(15) VALUE ZERO.
       01  WS-PR-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PR-HASH              PIC 9(15) VALUE ZERO.
       01  WS-OF-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-OF-HASH              PIC 9(15) VALUE ZERO.
       01  WS-AR-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-AR-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-SORT            PIC X VALUE 'N'.
               88  END-OF-SORT     VALUE 'Y'.
           05  EOF-PROVIDER        PIC X VALUE 'N'.
               88  END-OF-PROVIDERS VALUE 'Y'.
           05  EOF-EFT             PIC X VALUE 'N'.
               88  END-OF-EFT      VALUE 'Y'.
           05  EOF-LEDGER          PIC X VALUE 'N'.
               88  END-OF-LEDGER   VALUE 'Y'.
           05  EOF-REVERSAL        PIC X VALUE 'N'.
               88  END-OF-REVERSALS VALUE 'Y'.

       01  WS-PROVIDER-FILE-STATUS PIC XX.
       01  WS-EFT-FILE-STATUS      PIC XX.
       01  WS-LEDGER-FILE-STATUS   PIC XX.

      *    Bad open on the primary extract aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM LOAD-PAYEE-ROSTER
           PERFORM LOAD-EFT-ENROLLMENT
           PERFORM LOAD-OPEN-RECEIVABLES
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CLAIMS.DAT - STATUS '
                   WS-CLAIM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE CLAIM-FILE
           END-IF
           IF NOT OPEN-FAILED
               PERFORM ORDER-REVERSAL-LOG
               PERFORM OPEN-OUTPUT-FILES
      *        Re-sequence the cycle's paid claims and reversals by
      *        provider and claim so each provider's remit lines
      *        follow its payment header in CLAIM-ID order
               SORT SORT-WORK-FILE
                   ASCENDING KEY SW-PROVIDER-ID
                                 SW-LINE-TYPE
                                 SW-CLAIM-ID
                   INPUT PROCEDURE IS RELEASE-CYCLE-CLAIMS
                   OUTPUT PROCEDURE IS WRITE-PROVIDER-PAYMENTS
               PERFORM CLOSE-FILES
               PERFORM PROVE-CYCLE-BALANCE
               PERFORM WRITE-PAYMENT-CYCLE-REPORT
               IF CYCLE-BALANCED
                   PERFORM SAVE-PAYMENT-NUMBERING
                   IF REVERSAL-LOG-PRESENT
                       PERFORM PRUNE-REVERSAL-LOG
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-CYCLE-CONTROL.
      *    Pick up the window finance set for this cycle; otherwise
      *    pay the seven days ending today
           MOVE WS-RUN-DATE TO WS-CYCLE-END
           COMPUTE WS-CYCLE-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
               WS-CYCLE-DAYS + 1)
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CC-CYCLE-START NUMERIC AND
                          CC-CYCLE-START > ZERO
                           MOVE CC-CYCLE-START TO WS-CYCLE-START
                       END-IF
                       IF CC-CYCLE-END NUMERIC AND
                          CC-CYCLE-END > ZERO
                           MOVE CC-CYCLE-END TO WS-CYCLE-END
                       END-IF
                       IF CC-FIRST-PAYMENT-NO NUMERIC AND
                          CC-FIRST-PAYMENT-NO > ZERO
                           MOVE CC-FIRST-PAYMENT-NO
                               TO WS-NEXT-PAYMENT-NO
                       END-IF
                       IF CC-MAX-OFFSET-PCT NUMERIC AND
                          CC-MAX-OFFSET-PCT <= 100
                           MOVE CC-MAX-OFFSET-PCT
                               TO WS-MAX-OFFSET-PCT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           PERFORM LOAD-PAYMENT-NUMBERING
           MOVE WS-NEXT-PAYMENT-NO TO WS-FIRST-PAYMENT-NO
           MOVE SPACES TO WS-PERIOD-LABEL
           STRING WS-CYCLE-START DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CYCLE-END DELIMITED BY SIZE
               INTO WS-PERIOD-LABEL
           END-STRING.

       LOAD-PAYMENT-NUMBERING.
      *    Numbering carries on from the last balanced cycle. A
      *    rerun of that same window issues its numbers again;
      *    otherwise the higher of the saved next number and the
      *    cycle control's first number is used.
           OPEN INPUT NUMBER-FILE
           IF WS-NUMBER-STATUS = '00'
               READ NUMBER-FILE
                   NOT AT END
                       IF PN-NEXT-PAYMENT-NO NUMERIC AND
                          PN-CYCLE-FIRST-NO NUMERIC
                           IF PN-CYCLE-START = WS-CYCLE-START AND
                              PN-CYCLE-END = WS-CYCLE-END
                               MOVE PN-CYCLE-FIRST-NO
                                   TO WS-NEXT-PAYMENT-NO
                               DISPLAY 'CYCLE ' WS-CYCLE-START '-'
                                   WS-CYCLE-END ' ALREADY PAID - '
                                   'REISSUING PAYMENT NUMBERS FROM '
                                   PN-CYCLE-FIRST-NO
                           ELSE
                               IF PN-NEXT-PAYMENT-NO >
                                  WS-NEXT-PAYMENT-NO
                                   MOVE PN-NEXT-PAYMENT-NO
                                       TO WS-NEXT-PAYMENT-NO
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE NUMBER-FILE
           ELSE
               DISPLAY 'PAYMENT-NUMBER-CONTROL.DAT NOT FOUND - '
                   'NUMBERING FROM ' WS-NEXT-PAYMENT-NO
           END-IF.

       SAVE-PAYMENT-NUMBERING.
      *    Only a balanced cycle's numbers count as used
           OPEN OUTPUT NUMBER-FILE
           MOVE WS-NEXT-PAYMENT-NO TO PN-NEXT-PAYMENT-NO
           MOVE WS-CYCLE-START TO PN-CYCLE-START
           MOVE WS-CYCLE-END TO PN-CYCLE-END
           MOVE WS-FIRST-PAYMENT-NO TO PN-CYCLE-FIRST-NO
           MOVE WS-RUN-DATE TO PN-UPDATED-DATE
           WRITE NUMBER-CONTROL-RECORD
           CLOSE NUMBER-FILE.

       LOAD-PAYEE-ROSTER.
      *    Optional - without the master, payees are still paid
      *    but the remit carries no payee name
      *    Source: PAYER-DEV.ANALYTICS-GOLD.PROVIDERS
           OPEN INPUT PROVIDER-FILE
           IF WS-PROVIDER-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-PROVIDERS
                   READ PROVIDER-FILE
                       AT END SET END-OF-PROVIDERS TO TRUE
                       NOT AT END
                           MOVE PM-PROVIDER-ID TO WS-LOOKUP-PROVIDER
                           PERFORM FIND-OR-ADD-PAYEE
                           IF PAYEE-FOUND
                               MOVE PM-PROVIDER-NAME
                                   TO WS-PAY-NAME(WS-PAY-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVIDER-FILE
           ELSE
               DISPLAY 'PROVIDERS.DAT NOT FOUND - REMITS CARRY NO '
                   'PAYEE NAME'
           END-IF.

       LOAD-EFT-ENROLLMENT.
      *    Optional - with no EFT enrollment file every payment
      *    goes out as a paper check
           OPEN INPUT EFT-FILE
           IF WS-EFT-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-EFT
                   READ EFT-FILE
                       AT END SET END-OF-EFT TO TRUE
                       NOT AT END PERFORM STORE-EFT-BANKING
                   END-READ
               END-PERFORM
               CLOSE EFT-FILE
           ELSE
               DISPLAY 'PROVIDER-EFT.DAT NOT FOUND - ALL PAYMENTS '
                   'ISSUED BY CHECK'
           END-IF.

       STORE-EFT-BANKING.
           MOVE EF-PROVIDER-ID TO WS-LOOKUP-PROVIDER
           PERFORM FIND-OR-ADD-PAYEE
           IF PAYEE-FOUND
               ADD 1 TO WS-EFT-LOADED
               MOVE 'EFT' TO WS-PAY-METHOD(WS-PAY-IDX)
               MOVE EF-ROUTING-NUMBER TO WS-PAY-ROUTING(WS-PAY-IDX)
               MOVE EF-ACCOUNT-NUMBER TO WS-PAY-ACCOUNT(WS-PAY-IDX)
           END-IF.

       LOAD-OPEN-RECEIVABLES.
      *    Optional - with no ledger nothing is recouped and every
      *    payment goes out for the full claims paid
      *    Source: PAYER-ANALYST.FINANCE.RECOUPMENT-LEDGER
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-LEDGER
                   READ LEDGER-FILE
                       AT END SET END-OF-LEDGER TO TRUE
                       NOT AT END
                           IF LG-STATUS = 'O' AND
                              LG-PROVIDER-ID > ZERO AND
                              LG-OPEN-BALANCE > ZERO
                               PERFORM STORE-OPEN-RECEIVABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY 'RECOUPMENT-LEDGER.DAT NOT FOUND - NO '
                   'RECOUPMENT OFFSETS TAKEN'
           END-IF.

       STORE-OPEN-RECEIVABLE.
           IF WS-RECEIVABLE-COUNT < 5000
               ADD 1 TO WS-RECEIVABLE-COUNT
               ADD 1 TO WS-RECEIVABLES-LOADED
               SET WS-RCV-IDX TO WS-RECEIVABLE-COUNT
               MOVE LG-RECEIVABLE-ID TO WS-RCV-ID(WS-RCV-IDX)
               MOVE LG-PROVIDER-ID TO WS-RCV-PROVIDER(WS-RCV-IDX)
               MOVE LG-ORIGIN TO WS-RCV-ORIGIN(WS-RCV-IDX)
               MOVE LG-CLAIM-ID TO WS-RCV-CLAIM-ID(WS-RCV-IDX)
               MOVE LG-OPEN-BALANCE TO WS-RCV-BALANCE(WS-RCV-IDX)
               MOVE ZERO TO WS-RCV-TAKEN(WS-RCV-IDX)
           ELSE
               DISPLAY 'WARNING: RECEIVABLE TABLE FULL (5000) - '
                   'RECEIVABLE ' LG-RECEIVABLE-ID ' NOT OFFSET'
           END-IF.

       FIND-OR-ADD-PAYEE.
      *    Locate WS-LOOKUP-PROVIDER in the payee table, adding a
      *    fresh check payee when there is room; PAYEE-FOUND is
      *    left set whenever WS-PAY-IDX points at a usable slot
           MOVE 'N' TO WS-PAYEE-FOUND
           SET WS-PAY-IDX TO 1
           SEARCH WS-PAYEE-ENTRY VARYING WS-PAY-IDX
               AT END CONTINUE
               WHEN WS-PAY-IDX > WS-PAYEE-COUNT
                   CONTINUE
               WHEN WS-PAY-PROVIDER(WS-PAY-IDX) = WS-LOOKUP-PROVIDER
                   SET PAYEE-FOUND TO TRUE
           END-SEARCH
           IF NOT PAYEE-FOUND
               IF WS-PAYEE-COUNT < 2000
                   ADD 1 TO WS-PAYEE-COUNT
                   SET WS-PAY-IDX TO WS-PAYEE-COUNT
                   MOVE WS-LOOKUP-PROVIDER
                       TO WS-PAY-PROVIDER(WS-PAY-IDX)
                   MOVE SPACES TO WS-PAY-NAME(WS-PAY-IDX)
                   MOVE 'CHK' TO WS-PAY-METHOD(WS-PAY-IDX)
                   MOVE ZERO TO WS-PAY-ROUTING(WS-PAY-IDX)
                   MOVE SPACES TO WS-PAY-ACCOUNT(WS-PAY-IDX)
                   MOVE ZERO TO WS-PAY-CLAIM-CNT(WS-PAY-IDX)
                   MOVE ZERO TO WS-PAY-BILLED(WS-PAY-IDX)
                   MOVE ZERO TO WS-PAY-ALLOWED(WS-PAY-IDX)
                   MOVE ZERO TO WS-PAY-PAID(WS-PAY-IDX)
                   MOVE ZERO TO WS-PAY-COST-SHARE(WS-PAY-IDX)
                   MOVE ZERO TO WS-PAY-REV-CNT(WS-PAY-IDX)
                   MOVE ZERO TO WS-PAY-REVERSED(WS-PAY-IDX)
                   SET PAYEE-FOUND TO TRUE
               ELSE
                   DISPLAY 'WARNING: PAYEE TABLE FULL (2000) - '
                       'PROVIDER ' WS-LOOKUP-PROVIDER
                       ' NOT TOTALLED'
               END-IF
           END-IF.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT REMIT-FILE
           MOVE 'HDR' TO RA-H-RECORD-TYPE
           MOVE 'PROVIDER-PAYMENT-CYCLE' TO RA-H-PROGRAM
           MOVE WS-RUN-DATE TO RA-H-RUN-DATE
           MOVE WS-PERIOD-LABEL TO RA-H-PERIOD
           WRITE RA-HEADER-RECORD
           OPEN OUTPUT REGISTER-FILE
           MOVE 'HDR' TO PR-H-RECORD-TYPE
           MOVE 'PROVIDER-PAYMENT-CYCLE' TO PR-H-PROGRAM
           MOVE WS-RUN-DATE TO PR-H-RUN-DATE
           MOVE WS-PERIOD-LABEL TO PR-H-PERIOD
           WRITE PR-HEADER-RECORD
           OPEN OUTPUT OFFSET-FILE
           MOVE 'HDR' TO OF-H-RECORD-TYPE
           MOVE 'PROVIDER-PAYMENT-CYCLE' TO OF-H-PROGRAM
           MOVE WS-RUN-DATE TO OF-H-RUN-DATE
           MOVE WS-PERIOD-LABEL TO OF-H-PERIOD
           WRITE OF-HEADER-RECORD
           OPEN OUTPUT ADJ-RECEIVABLE-FILE
           MOVE 'HDR' TO AR-H-RECORD-TYPE
           MOVE 'PROVIDER-PAYMENT-CYCLE' TO AR-H-PROGRAM
           MOVE WS-RUN-DATE TO AR-H-RUN-DATE
           MOVE WS-PERIOD-LABEL TO AR-H-PERIOD
           WRITE AR-HEADER-RECORD.

       ORDER-REVERSAL-LOG.
      *    Optional - with no log there is nothing to net back.
      *    The log is put in claim order so a reversal logged twice
      *    can be told from the one before it.
      *    Source: PAYER-ANALYST.CLAIMS-ADJUSTMENT.REVERSAL-LOG
           OPEN INPUT REVERSAL-LOG-FILE
           IF WS-REVERSAL-LOG-STATUS = '00'
               CLOSE REVERSAL-LOG-FILE
               SET REVERSAL-LOG-PRESENT TO TRUE
               SORT REVERSAL-SORT-FILE
                   ON ASCENDING KEY RS-ORIGINAL-CLAIM-ID
                                    RS-POSTED-DATE
                   USING REVERSAL-LOG-FILE
                   GIVING REVERSAL-SEQ-FILE
           ELSE
               DISPLAY 'CLAIM-ADJ-REVERSAL-LOG.DAT NOT FOUND - NO '
                   'CLAIM REVERSALS NETTED'
           END-IF.

       RELEASE-CYCLE-CLAIMS.
      *    Only adjudicated claims with money behind them and a
      *    paid date inside the window go on this cycle; denied and
      *    pended claims are never remitted as payments
           OPEN INPUT CLAIM-FILE
           READ CLAIM-FILE
               AT END SET END-OF-CLAIMS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-CLAIMS
               IF CLAIM-RECORD(1:3) NOT = 'HDR' AND
                  CLAIM-RECORD(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CLAIMS-READ
                   IF (CLAIM-STATUS = 'APPROVED' OR
                       CLAIM-STATUS = 'PARTIAL') AND
                      CLAIM-PAID-DATE >= WS-CYCLE-START AND
                      CLAIM-PAID-DATE <= WS-CYCLE-END
                       PERFORM RELEASE-ONE-CLAIM
                   END-IF
               END-IF
               READ CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
               END-READ
           END-PERFORM
           IF REVERSAL-LOG-PRESENT
               PERFORM RELEASE-CYCLE-REVERSALS
           END-IF
           CLOSE CLAIM-FILE.

       RELEASE-CYCLE-REVERSALS.
      *    A reversal posted inside the window takes back a claim
      *    an earlier cycle paid. A claim paid inside this window
      *    and corrected before the run is already off CLAIMS.DAT
      *    and was never paid, and one that was never paid at all
      *    has nothing to take back.
           MOVE ZERO TO WS-LAST-REVERSAL-ID
           OPEN INPUT REVERSAL-SEQ-FILE
           PERFORM UNTIL END-OF-REVERSALS
               READ REVERSAL-SEQ-FILE
                   AT END SET END-OF-REVERSALS TO TRUE
                   NOT AT END
                       IF RQ-REVERSAL AND
                          RQ-ORIGINAL-CLAIM-ID NOT =
                              WS-LAST-REVERSAL-ID AND
                          RQ-POSTED-DATE >= WS-CYCLE-START AND
                          RQ-POSTED-DATE <= WS-CYCLE-END
                           ADD 1 TO WS-REVERSALS-READ
                           MOVE RQ-CLAIM-IMAGE TO CLAIM-RECORD
                           IF (CLAIM-STATUS = 'APPROVED' OR
                               CLAIM-STATUS = 'PARTIAL') AND
                              PAID-AMOUNT IS NUMERIC AND
                              PAID-AMOUNT > ZERO AND
                              CLAIM-PAID-DATE > ZERO AND
                              CLAIM-PAID-DATE < WS-CYCLE-START
                               PERFORM RELEASE-ONE-REVERSAL
                           ELSE
                               ADD 1 TO WS-REVERSALS-NOT-PAID
                           END-IF
                       END-IF
                       MOVE RQ-ORIGINAL-CLAIM-ID
                           TO WS-LAST-REVERSAL-ID
               END-READ
           END-PERFORM
           CLOSE REVERSAL-SEQ-FILE.

       RELEASE-ONE-REVERSAL.
           ADD 1 TO WS-REVERSALS-IN-CYCLE
           ADD PAID-AMOUNT TO WS-CYCLE-REVERSED-TOTAL
           MOVE PROVIDER-ID TO WS-LOOKUP-PROVIDER
           PERFORM FIND-OR-ADD-PAYEE
           IF PAYEE-FOUND
               ADD 1 TO WS-PAY-REV-CNT(WS-PAY-IDX)
               ADD PAID-AMOUNT TO WS-PAY-REVERSED(WS-PAY-IDX)
           END-IF
           MOVE 'R' TO SW-LINE-TYPE
           PERFORM BUILD-SORT-RECORD
           MOVE RQ-POSTED-DATE TO SW-POSTED-DATE
           RELEASE SORT-WORK-RECORD.

       RELEASE-ONE-CLAIM.
           ADD 1 TO WS-CLAIMS-IN-CYCLE
           COMPUTE WS-LINE-COST-SHARE = DEDUCTIBLE-AMOUNT +
               COINSURANCE-AMOUNT + COPAY-AMOUNT
           COMPUTE WS-LINE-ALLOWED = PAID-AMOUNT + WS-LINE-COST-SHARE
           ADD PAID-AMOUNT TO WS-CYCLE-PAID-TOTAL
           ADD CLAIM-AMOUNT TO WS-CYCLE-BILLED
           ADD WS-LINE-COST-SHARE TO WS-CYCLE-COST-SHARE
           MOVE PROVIDER-ID TO WS-LOOKUP-PROVIDER
           PERFORM FIND-OR-ADD-PAYEE
           IF PAYEE-FOUND
               ADD 1 TO WS-PAY-CLAIM-CNT(WS-PAY-IDX)
               ADD CLAIM-AMOUNT TO WS-PAY-BILLED(WS-PAY-IDX)
               ADD WS-LINE-ALLOWED TO WS-PAY-ALLOWED(WS-PAY-IDX)
               ADD PAID-AMOUNT TO WS-PAY-PAID(WS-PAY-IDX)
               ADD WS-LINE-COST-SHARE
                   TO WS-PAY-COST-SHARE(WS-PAY-IDX)
           END-IF
           MOVE 'C' TO SW-LINE-TYPE
           PERFORM BUILD-SORT-RECORD
           MOVE ZERO TO SW-POSTED-DATE
           RELEASE SORT-WORK-RECORD.

       BUILD-SORT-RECORD.
           MOVE PROVIDER-ID TO SW-PROVIDER-ID
           MOVE CLAIM-ID TO SW-CLAIM-ID
           MOVE MEMBER-ID TO SW-MEMBER-ID
           MOVE SERVICE-DATE TO SW-SERVICE-DATE
           MOVE PROCEDURE-CODE TO SW-PROCEDURE-CODE
           MOVE CLAIM-STATUS TO SW-CLAIM-STATUS
           MOVE CLAIM-AMOUNT TO SW-BILLED
           MOVE PAID-AMOUNT TO SW-PAID
           MOVE DENIED-AMOUNT TO SW-DENIED
           MOVE DEDUCTIBLE-AMOUNT TO SW-DEDUCTIBLE
           MOVE COINSURANCE-AMOUNT TO SW-COINSURANCE
           MOVE COPAY-AMOUNT TO SW-COPAY
           MOVE DENIAL-REASON-CODE TO SW-DENIAL-REASON
           MOVE CLAIM-PAID-DATE TO SW-PAID-DATE.

       WRITE-PROVIDER-PAYMENTS.
      *    Control break on provider: the first claim of each
      *    provider triggers the payment header and register line
      *    (totals were gathered on the way into the sort), then
      *    every claim and reversal becomes a remit line
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-SORT
               IF NOT PROVIDER-ACTIVE OR
                  SW-PROVIDER-ID NOT = WS-CURRENT-PROVIDER
                   SET PROVIDER-ACTIVE TO TRUE
                   MOVE SW-PROVIDER-ID TO WS-CURRENT-PROVIDER
                   PERFORM ISSUE-PROVIDER-PAYMENT
               END-IF
               IF SW-REVERSAL
                   PERFORM WRITE-REMIT-REVERSAL-LINE
               ELSE
                   PERFORM WRITE-REMIT-CLAIM-LINE
               END-IF
               RETURN SORT-WORK-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
           END-PERFORM.

       ISSUE-PROVIDER-PAYMENT.
      *    One check or EFT per provider per cycle, net of the
      *    claims reversed back and of any recoupment offsets taken
      *    against the provider's open receivables
      *    Target: PAYER-ANALYST.FINANCE.REMITTANCE-ADVICE
      *    Target: PAYER-ANALYST.FINANCE.PAYMENT-REGISTER
           MOVE ZERO TO WS-REVERSAL-COVER
           MOVE WS-CURRENT-PROVIDER TO WS-LOOKUP-PROVIDER
           PERFORM FIND-OR-ADD-PAYEE
           IF NOT PAYEE-FOUND
               ADD 1 TO WS-UNKNOWN-PAYEES
           ELSE
               IF WS-PAY-NAME(WS-PAY-IDX) = SPACES
                   ADD 1 TO WS-UNKNOWN-PAYEES
               END-IF
               MOVE WS-PAY-PAID(WS-PAY-IDX) TO WS-REVERSAL-COVER
               IF WS-PAY-PAID(WS-PAY-IDX) >
                  WS-PAY-REVERSED(WS-PAY-IDX)
                   PERFORM ISSUE-NET-PAYMENT
               ELSE
                   PERFORM WRITE-NETTED-OUT-HEADER
               END-IF
           END-IF.

       ISSUE-NET-PAYMENT.
           ADD 1 TO WS-PAYMENTS-ISSUED
           IF WS-PAY-METHOD(WS-PAY-IDX) = 'EFT'
               ADD 1 TO WS-EFTS-ISSUED
           ELSE
               ADD 1 TO WS-CHECKS-ISSUED
           END-IF
           COMPUTE WS-GROSS-PAYMENT = WS-PAY-PAID(WS-PAY-IDX) -
               WS-PAY-REVERSED(WS-PAY-IDX)
           PERFORM COMPUTE-PROVIDER-OFFSETS
           COMPUTE WS-NET-PAYMENT =
               WS-GROSS-PAYMENT - WS-PROVIDER-OFFSET
           MOVE 'PAY' TO RA-RECORD-TYPE
           MOVE WS-CURRENT-PROVIDER TO RA-PROVIDER-ID
           MOVE WS-PAY-NAME(WS-PAY-IDX) TO RA-PROVIDER-NAME
           MOVE WS-PAY-METHOD(WS-PAY-IDX) TO RA-PAYMENT-METHOD
           MOVE WS-NEXT-PAYMENT-NO TO RA-PAYMENT-NUMBER
           MOVE WS-RUN-DATE TO RA-PAYMENT-DATE
           MOVE WS-PAY-CLAIM-CNT(WS-PAY-IDX) TO RA-CLAIM-COUNT
           MOVE WS-PAY-BILLED(WS-PAY-IDX) TO RA-TOTAL-BILLED
           MOVE WS-PAY-ALLOWED(WS-PAY-IDX) TO RA-TOTAL-ALLOWED
           MOVE WS-PAY-PAID(WS-PAY-IDX) TO RA-TOTAL-PAID
           MOVE WS-PAY-COST-SHARE(WS-PAY-IDX)
               TO RA-TOTAL-COST-SHARE
           MOVE WS-NET-PAYMENT TO RA-NET-PAYMENT
           MOVE WS-PROVIDER-OFFSET TO RA-OFFSET-TOTAL
           MOVE WS-PAY-REV-CNT(WS-PAY-IDX) TO RA-REVERSAL-COUNT
           MOVE WS-PAY-REVERSED(WS-PAY-IDX) TO RA-TOTAL-REVERSED
           WRITE REMIT-PAYMENT-RECORD
           IF WS-PROVIDER-OFFSET > ZERO
               PERFORM WRITE-PROVIDER-OFFSETS
           END-IF
           MOVE WS-CURRENT-PROVIDER TO PR-PROVIDER-ID
           MOVE WS-PAY-NAME(WS-PAY-IDX) TO PR-PROVIDER-NAME
           MOVE WS-PAY-METHOD(WS-PAY-IDX) TO PR-PAYMENT-METHOD
           MOVE WS-NEXT-PAYMENT-NO TO PR-PAYMENT-NUMBER
           MOVE WS-RUN-DATE TO PR-PAYMENT-DATE
           MOVE WS-PAY-CLAIM-CNT(WS-PAY-IDX) TO PR-CLAIM-COUNT
           MOVE WS-PAY-PAID(WS-PAY-IDX) TO PR-CLAIMS-PAID
           MOVE WS-NET-PAYMENT TO PR-NET-PAYMENT
           MOVE WS-PAY-ROUTING(WS-PAY-IDX) TO PR-ROUTING-NUMBER
           MOVE WS-PAY-ACCOUNT(WS-PAY-IDX) TO PR-ACCOUNT-NUMBER
           MOVE WS-PROVIDER-OFFSET TO PR-OFFSET-AMOUNT
           MOVE WS-PAY-REVERSED(WS-PAY-IDX) TO PR-REVERSED-AMOUNT
           WRITE REGISTER-RECORD
           ADD 1 TO WS-PR-REC-COUNT
           COMPUTE WS-PR-HASH = WS-PR-HASH +
               (WS-NET-PAYMENT * 100)
           ADD WS-PAY-PAID(WS-PAY-IDX) TO WS-REGISTER-TOTAL
           ADD WS-NET-PAYMENT TO WS-REGISTER-NET
           ADD 1 TO WS-NEXT-PAYMENT-NO.

       WRITE-NETTED-OUT-HEADER.
      *    Reversals have taken back all this cycle's claims paid:
      *    nothing is disbursed, no payment number is used and no
      *    register line is written, but the remit still goes out
      *    so the provider sees what was netted and carried
           ADD 1 TO WS-PAYMENTS-NETTED
           ADD WS-PAY-PAID(WS-PAY-IDX) TO WS-NETTED-PAID
           MOVE 'PAY' TO RA-RECORD-TYPE
           MOVE WS-CURRENT-PROVIDER TO RA-PROVIDER-ID
           MOVE WS-PAY-NAME(WS-PAY-IDX) TO RA-PROVIDER-NAME
           MOVE 'NET' TO RA-PAYMENT-METHOD
           MOVE ZERO TO RA-PAYMENT-NUMBER
           MOVE WS-RUN-DATE TO RA-PAYMENT-DATE
           MOVE WS-PAY-CLAIM-CNT(WS-PAY-IDX) TO RA-CLAIM-COUNT
           MOVE WS-PAY-BILLED(WS-PAY-IDX) TO RA-TOTAL-BILLED
           MOVE WS-PAY-ALLOWED(WS-PAY-IDX) TO RA-TOTAL-ALLOWED
           MOVE WS-PAY-PAID(WS-PAY-IDX) TO RA-TOTAL-PAID
           MOVE WS-PAY-COST-SHARE(WS-PAY-IDX) TO RA-TOTAL-COST-SHARE
           MOVE ZERO TO RA-NET-PAYMENT
           MOVE ZERO TO RA-OFFSET-TOTAL
           MOVE WS-PAY-REV-CNT(WS-PAY-IDX) TO RA-REVERSAL-COUNT
           MOVE WS-PAY-REVERSED(WS-PAY-IDX) TO RA-TOTAL-REVERSED
           WRITE REMIT-PAYMENT-RECORD.

       COMPUTE-PROVIDER-OFFSETS.
      *    Recoup oldest receivables first, never taking more than
      *    the control percentage of the provider's cycle payment
      *    after reversals
           MOVE ZERO TO WS-PROVIDER-OFFSET
           COMPUTE WS-OFFSET-LIMIT ROUNDED =
               WS-GROSS-PAYMENT * WS-MAX-OFFSET-PCT / 100
           PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RECEIVABLE-COUNT OR
                         WS-PROVIDER-OFFSET >= WS-OFFSET-LIMIT
               IF WS-RCV-PROVIDER(WS-RCV-IDX) = WS-CURRENT-PROVIDER
                   IF WS-RCV-BALANCE(WS-RCV-IDX) >
                      WS-OFFSET-LIMIT - WS-PROVIDER-OFFSET
                       COMPUTE WS-RCV-TAKEN(WS-RCV-IDX) =
                           WS-OFFSET-LIMIT - WS-PROVIDER-OFFSET
                   ELSE
                       MOVE WS-RCV-BALANCE(WS-RCV-IDX)
                           TO WS-RCV-TAKEN(WS-RCV-IDX)
                   END-IF
                   ADD WS-RCV-TAKEN(WS-RCV-IDX) TO WS-PROVIDER-OFFSET
               END-IF
           END-PERFORM.

       WRITE-PROVIDER-OFFSETS.
      *    One ADJ line on the remit and one offset record for the
      *    ledger per receivable recouped out of this payment
      *    Target: PAYER-ANALYST.FINANCE.RECOUPMENT-OFFSETS
           ADD 1 TO WS-PAYMENTS-OFFSET
           ADD WS-PROVIDER-OFFSET TO WS-OFFSET-TOTAL
           PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RECEIVABLE-COUNT
               IF WS-RCV-PROVIDER(WS-RCV-IDX) = WS-CURRENT-PROVIDER
                  AND WS-RCV-TAKEN(WS-RCV-IDX) > ZERO
                   ADD 1 TO WS-OFFSETS-TAKEN
                   MOVE WS-RCV-TAKEN(WS-RCV-IDX) TO WS-THIS-OFFSET
                   SUBTRACT WS-THIS-OFFSET
                       FROM WS-RCV-BALANCE(WS-RCV-IDX)
                   MOVE ZERO TO WS-RCV-TAKEN(WS-RCV-IDX)
                   MOVE 'ADJ' TO RO-RECORD-TYPE
                   MOVE WS-CURRENT-PROVIDER TO RO-PROVIDER-ID
                   MOVE WS-RCV-ID(WS-RCV-IDX) TO RO-RECEIVABLE-ID
                   MOVE WS-RCV-ORIGIN(WS-RCV-IDX) TO RO-ORIGIN
                   MOVE WS-RCV-CLAIM-ID(WS-RCV-IDX) TO RO-CLAIM-ID
                   MOVE WS-THIS-OFFSET TO RO-OFFSET-AMOUNT
                   MOVE WS-RCV-BALANCE(WS-RCV-IDX)
                       TO RO-REMAINING-BALANCE
                   WRITE REMIT-OFFSET-RECORD
                   MOVE WS-RCV-ID(WS-RCV-IDX) TO OF-RECEIVABLE-ID
                   MOVE WS-CURRENT-PROVIDER TO OF-PROVIDER-ID
                   MOVE WS-RCV-ORIGIN(WS-RCV-IDX) TO OF-ORIGIN
                   MOVE WS-RCV-CLAIM-ID(WS-RCV-IDX) TO OF-CLAIM-ID
                   MOVE WS-THIS-OFFSET TO OF-OFFSET-AMOUNT
                   MOVE WS-NEXT-PAYMENT-NO TO OF-PAYMENT-NO
                   MOVE WS-RUN-DATE TO OF-OFFSET-DATE
                   WRITE RECOUPMENT-OFFSET-RECORD
                   ADD 1 TO WS-OF-REC-COUNT
                   COMPUTE WS-OF-HASH = WS-OF-HASH +
                       (WS-THIS-OFFSET * 100)
               END-IF
           END-PERFORM.

       WRITE-REMIT-CLAIM-LINE.
           ADD 1 TO WS-REMIT-LINES
           COMPUTE WS-LINE-COST-SHARE = SW-DEDUCTIBLE +
               SW-COINSURANCE + SW-COPAY
           COMPUTE WS-LINE-ALLOWED = SW-PAID + WS-LINE-COST-SHARE
           MOVE 'CLM' TO RL-RECORD-TYPE
           MOVE SW-PROVIDER-ID TO RL-PROVIDER-ID
           MOVE SW-CLAIM-ID TO RL-CLAIM-ID
           MOVE SW-MEMBER-ID TO RL-MEMBER-ID
           MOVE SW-SERVICE-DATE TO RL-SERVICE-DATE
           MOVE SW-PROCEDURE-CODE TO RL-PROCEDURE-CODE
           MOVE SW-CLAIM-STATUS TO RL-CLAIM-STATUS
           MOVE SW-BILLED TO RL-BILLED
           MOVE WS-LINE-ALLOWED TO RL-ALLOWED
           MOVE SW-PAID TO RL-PAID
           MOVE SW-DEDUCTIBLE TO RL-DEDUCTIBLE
           MOVE SW-COINSURANCE TO RL-COINSURANCE
           MOVE SW-COPAY TO RL-COPAY
           MOVE WS-LINE-COST-SHARE TO RL-COST-SHARE
           MOVE SW-DENIED TO RL-DENIED
           MOVE SW-DENIAL-REASON TO RL-DENIAL-REASON
           MOVE SW-PAID-DATE TO RL-PAID-DATE
           WRITE REMIT-CLAIM-RECORD
           ADD 1 TO WS-RA-REC-COUNT
           COMPUTE WS-RA-HASH = WS-RA-HASH + (SW-PAID * 100)
           ADD SW-PAID TO WS-REMIT-PAID-TOTAL.

       WRITE-REMIT-REVERSAL-LINE.
      *    The claim as it was paid, taken back out of this payment
      *    as far as the cycle's claims paid go; the rest is owed
           ADD 1 TO WS-REVERSAL-LINES
           COMPUTE WS-LINE-COST-SHARE = SW-DEDUCTIBLE +
               SW-COINSURANCE + SW-COPAY
           COMPUTE WS-LINE-ALLOWED = SW-PAID + WS-LINE-COST-SHARE
           MOVE 'REV' TO RL-RECORD-TYPE
           MOVE SW-PROVIDER-ID TO RL-PROVIDER-ID
           MOVE SW-CLAIM-ID TO RL-CLAIM-ID
           MOVE SW-MEMBER-ID TO RL-MEMBER-ID
           MOVE SW-SERVICE-DATE TO RL-SERVICE-DATE
           MOVE SW-PROCEDURE-CODE TO RL-PROCEDURE-CODE
           MOVE SW-CLAIM-STATUS TO RL-CLAIM-STATUS
           MOVE SW-BILLED TO RL-BILLED
           MOVE WS-LINE-ALLOWED TO RL-ALLOWED
           MOVE SW-PAID TO RL-PAID
           MOVE SW-DEDUCTIBLE TO RL-DEDUCTIBLE
           MOVE SW-COINSURANCE TO RL-COINSURANCE
           MOVE SW-COPAY TO RL-COPAY
           MOVE WS-LINE-COST-SHARE TO RL-COST-SHARE
           MOVE SW-DENIED TO RL-DENIED
           MOVE SW-DENIAL-REASON TO RL-DENIAL-REASON
           MOVE SW-PAID-DATE TO RL-PAID-DATE
           WRITE REMIT-CLAIM-RECORD
           ADD SW-PAID TO WS-REMIT-REVERSED-TOTAL
           IF SW-PAID > WS-REVERSAL-COVER
               COMPUTE WS-UNCOVERED = SW-PAID - WS-REVERSAL-COVER
               MOVE ZERO TO WS-REVERSAL-COVER
               PERFORM CARRY-REVERSAL-TO-LEDGER
           ELSE
               SUBTRACT SW-PAID FROM WS-REVERSAL-COVER
           END-IF.

       CARRY-REVERSAL-TO-LEDGER.
      *    One RCV line on the remit and one receivable for the
      *    ledger per reversal the provider's claims could not cover
      *    Target: PAYER-ANALYST.FINANCE.RECOUPMENT-ADJ-RECEIVABLES
           ADD 1 TO WS-RECEIVABLES-CARRIED
           ADD WS-UNCOVERED TO WS-CARRIED-TOTAL
           MOVE 'RCV' TO RO-RECORD-TYPE
           MOVE SW-PROVIDER-ID TO RO-PROVIDER-ID
           MOVE ZERO TO RO-RECEIVABLE-ID
           MOVE 'ADJ ' TO RO-ORIGIN
           MOVE SW-CLAIM-ID TO RO-CLAIM-ID
           MOVE ZERO TO RO-OFFSET-AMOUNT
           MOVE WS-UNCOVERED TO RO-REMAINING-BALANCE
           WRITE REMIT-OFFSET-RECORD
           MOVE SW-PROVIDER-ID TO AR-PROVIDER-ID
           MOVE SW-CLAIM-ID TO AR-CLAIM-ID
           MOVE SW-MEMBER-ID TO AR-MEMBER-ID
           MOVE SW-PAID TO AR-REVERSED-AMOUNT
           MOVE WS-UNCOVERED TO AR-RECEIVABLE-AMOUNT
           MOVE SW-POSTED-DATE TO AR-POSTED-DATE
           MOVE WS-RUN-DATE TO AR-CYCLE-DATE
           WRITE AR-ADJ-RECEIVABLE-RECORD
           ADD 1 TO WS-AR-REC-COUNT
           COMPUTE WS-AR-HASH = WS-AR-HASH + (WS-UNCOVERED * 100).

       PROVE-CYCLE-BALANCE.
      *    The register is only released to treasury when the
      *    claims selected, the remit lines and the payments issued
      *    all carry the same dollars
           IF WS-REMIT-PAID-TOTAL NOT = WS-CYCLE-PAID-TOTAL OR
              WS-REMIT-REVERSED-TOTAL NOT = WS-CYCLE-REVERSED-TOTAL OR
              WS-REGISTER-TOTAL + WS-NETTED-PAID NOT =
                  WS-CYCLE-PAID-TOTAL OR
              WS-REGISTER-NET + WS-OFFSET-TOTAL +
                  WS-CYCLE-REVERSED-TOTAL NOT =
                  WS-CYCLE-PAID-TOTAL + WS-CARRIED-TOTAL
               SET CYCLE-OUT-OF-BALANCE TO TRUE
               DISPLAY 'ERROR: PAYMENT CYCLE OUT OF BALANCE - '
                   'DO NOT RELEASE PAYMENTS'
           END-IF.

       WRITE-PAYMENT-CYCLE-REPORT.
      *    Write output to: PAYER-ANALYST.FINANCE.PAYMENT-CYCLE
           DISPLAY '=========================================='
           DISPLAY 'PROVIDER PAYMENT CYCLE REPORT'
           DISPLAY 'CYCLE: ' WS-CYCLE-START ' THRU ' WS-CYCLE-END
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'CLAIMS PAID IN CYCLE: ' WS-CLAIMS-IN-CYCLE
           DISPLAY 'REMIT CLAIM LINES WRITTEN: ' WS-REMIT-LINES
           DISPLAY ' '
           DISPLAY 'CLAIM REVERSALS:'
           DISPLAY '  Posted In Cycle: ' WS-REVERSALS-READ
           DISPLAY '  Not Paid By An Earlier Cycle: '
               WS-REVERSALS-NOT-PAID
           DISPLAY '  Netted From Payments: ' WS-REVERSALS-IN-CYCLE
           DISPLAY '  Remit Reversal Lines Written: '
               WS-REVERSAL-LINES
           DISPLAY '  Dollars Reversed: $' WS-CYCLE-REVERSED-TOTAL
           DISPLAY '  Providers Netted To No Payment: '
               WS-PAYMENTS-NETTED
           DISPLAY '  Receivables Carried To Ledger: '
               WS-RECEIVABLES-CARRIED
           DISPLAY '  Dollars Carried To Ledger: $' WS-CARRIED-TOTAL
           DISPLAY ' '
           DISPLAY 'PAYMENTS ISSUED: ' WS-PAYMENTS-ISSUED
           DISPLAY '  Checks: ' WS-CHECKS-ISSUED
           DISPLAY '  EFT: ' WS-EFTS-ISSUED
           DISPLAY '  Payees Not On Provider Master: '
               WS-UNKNOWN-PAYEES
           DISPLAY 'PAYMENT NUMBERS USED: ' WS-FIRST-PAYMENT-NO
               ' - NEXT AVAILABLE ' WS-NEXT-PAYMENT-NO
           DISPLAY ' '
           DISPLAY 'CYCLE TOTALS:'
           DISPLAY '  Billed: $' WS-CYCLE-BILLED
           DISPLAY '  Member Cost Share: $' WS-CYCLE-COST-SHARE
           DISPLAY ' '
           DISPLAY 'RECOUPMENT:'
           DISPLAY '  Open Receivables Loaded: ' WS-RECEIVABLES-LOADED
           DISPLAY '  Payments Reduced By Offset: ' WS-PAYMENTS-OFFSET
           DISPLAY '  Receivables Offset: ' WS-OFFSETS-TAKEN
           DISPLAY '  Maximum Offset Percent: ' WS-MAX-OFFSET-PCT
           DISPLAY '  Dollars Withheld: $' WS-OFFSET-TOTAL
           DISPLAY ' '
           DISPLAY 'BALANCING:'
           DISPLAY '  Paid Per Claims Selected: $'
               WS-CYCLE-PAID-TOTAL
           DISPLAY '  Paid Per Remit Lines: $' WS-REMIT-PAID-TOTAL
           DISPLAY '  Paid Per Payment Register: $'
               WS-REGISTER-TOTAL
           DISPLAY '  Net Disbursed Per Register: $' WS-REGISTER-NET
           DISPLAY '  Reversed Per Remit Lines: $'
               WS-REMIT-REVERSED-TOTAL
           DISPLAY '  Paid To Providers Netted Out: $' WS-NETTED-PAID
           IF CYCLE-BALANCED
               DISPLAY '  STATUS: BALANCED'
           ELSE
               DISPLAY '  STATUS: OUT OF BALANCE'
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'PAYMENT CYCLE COMPLETE'.

       CLOSE-FILES.
           MOVE 'TRL' TO RA-T-RECORD-TYPE
           MOVE WS-RA-REC-COUNT TO RA-T-RECORD-COUNT
           MOVE WS-RA-HASH TO RA-T-HASH-TOTAL
           WRITE RA-TRAILER-RECORD
           CLOSE REMIT-FILE
           MOVE 'TRL' TO PR-T-RECORD-TYPE
           MOVE WS-PR-REC-COUNT TO PR-T-RECORD-COUNT
           MOVE WS-PR-HASH TO PR-T-HASH-TOTAL
           WRITE PR-TRAILER-RECORD
           CLOSE REGISTER-FILE
           MOVE 'TRL' TO OF-T-RECORD-TYPE
           MOVE WS-OF-REC-COUNT TO OF-T-RECORD-COUNT
           MOVE WS-OF-HASH TO OF-T-HASH-TOTAL
           WRITE OF-TRAILER-RECORD
           CLOSE OFFSET-FILE
           MOVE 'TRL' TO AR-T-RECORD-TYPE
           MOVE WS-AR-REC-COUNT TO AR-T-RECORD-COUNT
           MOVE WS-AR-HASH TO AR-T-HASH-TOTAL
           WRITE AR-TRAILER-RECORD
           CLOSE ADJ-RECEIVABLE-FILE.

       PRUNE-REVERSAL-LOG.
      *    Once the cycle balances, reversals posted before its
      *    window are spent; the log keeps one copy of each still
      *    needed by this window's rerun or the next cycle
      *    Target: PAYER-ANALYST.CLAIMS-ADJUSTMENT.REVERSAL-LOG
           MOVE ZERO TO WS-LAST-REVERSAL-ID
           MOVE 'N' TO EOF-REVERSAL
           OPEN INPUT REVERSAL-SEQ-FILE
           OPEN OUTPUT REVERSAL-LOG-FILE
           PERFORM UNTIL END-OF-REVERSALS
               READ REVERSAL-SEQ-FILE
                   AT END SET END-OF-REVERSALS TO TRUE
                   NOT AT END
                       IF RQ-ORIGINAL-CLAIM-ID NOT =
                              WS-LAST-REVERSAL-ID AND
                          RQ-POSTED-DATE >= WS-CYCLE-START
                           MOVE RQ-POSTING-RECORD
                               TO RV-POSTING-RECORD
                           WRITE RV-POSTING-RECORD
                       END-IF
                       MOVE RQ-ORIGINAL-CLAIM-ID
                           TO WS-LAST-REVERSAL-ID
               END-READ
           END-PERFORM
           CLOSE REVERSAL-SEQ-FILE
           CLOSE REVERSAL-LOG-FILE.
