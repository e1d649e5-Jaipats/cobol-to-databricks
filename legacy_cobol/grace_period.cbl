       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACE-PERIOD-TRACK.
       AUTHOR. FINANCE-OPERATIONS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Premium grace-period processing: acts on the delinquency
      *    aging PREMIUM-BILLING leaves on the receivables master.
      *    A member's grace period starts on the first missed
      *    payment - the first billing month whose invoice has aged
      *    past due unpaid - and runs GRACE-MONTHS billing months
      *    from there (GRACE-CONTROL.DAT, default 3). Delinquency
      *    notices go out as the grace period opens and in its last
      *    month; when it expires unpaid a TERM transaction, dated
      *    the end of the last month paid, is merged into the day's
      *    ENROLLMENT-TRANS.DAT for ENROLLMENT-MAINT to apply. A
      *    payment that clears every past-due bucket ends the grace
      *    period. Claims for members in the later months of grace
      *    are listed so claims operations can pend them rather
      *    than pay them. Grace state carries from run to run on
      *    GRACE-PERIOD.DAT; MASTER-GENERATION-MANAGER promotes
      *    GRACE-PERIOD-NEW.DAT after a clean run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE
               ASSIGN TO "MEMBERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT AR-FILE
               ASSIGN TO "AR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.
           SELECT OLD-GRACE-FILE
               ASSIGN TO "GRACE-PERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GRACE-FILE-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO "ENROLLMENT-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "GRACE-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT NEW-GRACE-FILE
               ASSIGN TO "GRACE-PERIOD-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT NOTICE-FILE
               ASSIGN TO "DELINQUENCY-NOTICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT TERM-FILE
               ASSIGN TO "GRACE-TERM-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT PEND-FILE
               ASSIGN TO "GRACE-PEND-CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT TRANS-SORT-FILE
               ASSIGN TO "GRACESORT.TMP".

       DATA DIVISION.
       FILE SECTION.
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
           05  REGION-CODE         PIC X(10).
           05  COUNTY-NAME         PIC X(20).
           05  ZIP-CODE            PIC X(5).

       FD  AR-FILE.
      *    Receivables master as PREMIUM-BILLING last promoted it,
      *    in member order; the billing month says which cycle's
      *    aging the position reflects
       01  AR-RECORD.
           05  AR-MEMBER-ID        PIC 9(10).
           05  AR-BAL-CURRENT      PIC 9(9)V99.
           05  AR-BAL-30           PIC 9(9)V99.
           05  AR-BAL-60           PIC 9(9)V99.
           05  AR-BAL-90PLUS       PIC 9(9)V99.
           05  AR-YTD-BILLED       PIC 9(9)V99.
           05  AR-YTD-COLLECTED    PIC 9(9)V99.
           05  AR-BILLING-MONTH    PIC 9(6).

       FD  OLD-GRACE-FILE.
      *    Open grace periods, in member order: the first unpaid
      *    billing month, the last grace month a notice went out
      *    for, and G while the grace period runs or T once the
      *    termination has been issued
       01  OLD-GRACE-RECORD.
           05  OG-MEMBER-ID        PIC 9(10).
           05  OG-STATUS           PIC X(1).
           05  OG-FIRST-UNPAID     PIC 9(6).
           05  OG-LAST-NOTICE      PIC 9(2).
           05  OG-PAST-DUE         PIC 9(9)V99.
           05  OG-TERM-DATE        PIC 9(8).

       FD  TRANS-FILE.
      *    The day's enrollment transactions, the ENROLLMENT-MAINT
      *    input layout, in member order
       01  TRANS-RECORD.
           05  TR-TRANS-TYPE       PIC X(4).
           05  TR-MEMBER-ID        PIC 9(10).
           05  TR-EFFECTIVE-DATE   PIC 9(8).
           05  TR-FIRST-NAME       PIC X(20).
           05  TR-LAST-NAME        PIC X(30).
           05  TR-DATE-OF-BIRTH    PIC 9(8).
           05  TR-GENDER           PIC X(1).
           05  TR-PLAN-TYPE        PIC X(20).
           05  TR-PREMIUM-AMOUNT   PIC 9(7)V99.
           05  TR-REGION-CODE      PIC X(10).
           05  TR-COUNTY-NAME      PIC X(20).
           05  TR-ZIP-CODE         PIC X(5).

       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-GRACE-MONTHS     PIC 9(2).

       FD  NEW-GRACE-FILE.
       01  NEW-GRACE-RECORD.
           05  NG-MEMBER-ID        PIC 9(10).
           05  NG-STATUS           PIC X(1).
           05  NG-FIRST-UNPAID     PIC 9(6).
           05  NG-LAST-NOTICE      PIC 9(2).
           05  NG-PAST-DUE         PIC 9(9)V99.
           05  NG-TERM-DATE        PIC 9(8).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NG==.

       FD  NOTICE-FILE.
      *    Delinquency notices for the correspondence vendor: GRC1
      *    when the grace period opens, FINL in its last month,
      *    TERM when coverage ends for non-payment
       01  NOTICE-RECORD.
           05  DN-MEMBER-ID        PIC 9(10).
           05  DN-NOTICE-TYPE      PIC X(4).
           05  DN-NOTICE-DATE      PIC 9(8).
           05  DN-FIRST-NAME       PIC X(20).
           05  DN-LAST-NAME        PIC X(30).
           05  DN-PLAN-TYPE        PIC X(20).
           05  DN-PAST-DUE         PIC 9(9)V99.
           05  DN-PAID-THROUGH     PIC 9(8).
           05  DN-GRACE-END        PIC 9(8).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==DN==.

       FD  TERM-FILE.
      *    Termination transactions this run generated, in the
      *    ENROLLMENT-TRANS layout, before they are merged in
       01  TERM-RECORD.
           05  TT-TRANS-TYPE       PIC X(4).
           05  TT-MEMBER-ID        PIC 9(10).
           05  TT-EFFECTIVE-DATE   PIC 9(8).
           05  FILLER              PIC X(123).

       FD  PEND-FILE.
      *    Unpaid claims with service dates in the later months of
      *    a member's grace period, for claims operations to pend
       01  PEND-RECORD.
           05  GP-CLAIM-ID         PIC 9(12).
           05  GP-MEMBER-ID        PIC 9(10).
           05  GP-PROVIDER-ID      PIC 9(8).
           05  GP-SERVICE-DATE     PIC 9(8).
           05  GP-CLAIM-AMOUNT     PIC 9(7)V99.
           05  GP-CLAIM-STATUS     PIC X(10).
           05  GP-GRACE-STATUS     PIC X(1).
           05  GP-PAID-THROUGH     PIC 9(8).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==GP==.

       SD  TRANS-SORT-FILE.
       01  TRANS-SORT-RECORD.
           05  TS-TRANS-TYPE       PIC X(4).
           05  TS-MEMBER-ID        PIC 9(10).
           05  FILLER              PIC X(131).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-PARAM-STATUS         PIC XX.

      *    Grace length in billing months; notices go out in the
      *    first month and the last, and the period expires unpaid
      *    once the first unpaid month is GRACE-MONTHS cycles old
       01  WS-GRACE-MONTHS         PIC 9(2) VALUE 3.
       01  WS-CONTROL-STATUS       PIC XX.

      *    The member's grace period under construction
       01  WS-GRACE.
           05  WS-GR-STATUS        PIC X(1).
               88  GRACE-RUNNING   VALUE 'G'.
               88  GRACE-TERM-SENT VALUE 'T'.
           05  WS-GR-FIRST-UNPAID  PIC 9(6).
           05  WS-GR-LAST-NOTICE   PIC 9(2).
           05  WS-GR-PAST-DUE      PIC 9(9)V99.
           05  WS-GR-TERM-DATE     PIC 9(8).
       01  WS-GRACE-FOUND          PIC X VALUE 'N'.
           88  GRACE-FOUND         VALUE 'Y'.
       01  WS-AR-FOUND             PIC X VALUE 'N'.
           88  AR-FOUND            VALUE 'Y'.
       01  WS-TERM-ON-FILE         PIC X VALUE 'N'.
           88  TERM-ON-FILE        VALUE 'Y'.

      *    Month arithmetic: a YYYYMM month as a running month
      *    number, so billing months subtract across year ends
       01  WS-MONTH-WORK           PIC 9(6).
       01  WS-MONTH-WORK-R REDEFINES WS-MONTH-WORK.
           05  WS-MW-YEAR          PIC 9(4).
           05  WS-MW-MONTH         PIC 9(2).
       01  WS-MONTH-NUMBER         PIC 9(6).
       01  WS-AR-MONTH-NUMBER      PIC 9(6).
       01  WS-UNPAID-MONTH-NUMBER  PIC 9(6).
       01  WS-MONTHS-BEHIND        PIC 9(1).
       01  WS-GRACE-MONTH          PIC 9(4).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR          PIC 9(4).
           05  WS-DW-MONTH         PIC 9(2).
           05  WS-DW-DAY           PIC 9(2).
       01  WS-PAID-THROUGH         PIC 9(8).
       01  WS-GRACE-END            PIC 9(8).
       01  WS-PEND-FROM            PIC 9(8).

      *    Members whose claims are to be pended: in the later
      *    months of grace, or with the termination issued and not
      *    yet applied
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY       OCCURS 5000 TIMES
                                   INDEXED BY WS-PEND-IDX.
               10  WS-PND-MEMBER-ID    PIC 9(10).
               10  WS-PND-FROM-DATE    PIC 9(8).
               10  WS-PND-STATUS       PIC X(1).
               10  WS-PND-PAID-THROUGH PIC 9(8).
       01  WS-PEND-COUNT           PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-MEMBERS-READ     PIC 9(9) VALUE ZERO.
           05  WS-GRACE-CARRIED    PIC 9(7) VALUE ZERO.
           05  WS-GRACE-STARTED    PIC 9(7) VALUE ZERO.
           05  WS-GRACE-CURED      PIC 9(7) VALUE ZERO.
           05  WS-GRACE-CLOSED     PIC 9(7) VALUE ZERO.
           05  WS-GRACE-EXPIRED    PIC 9(7) VALUE ZERO.
           05  WS-TERMS-REISSUED   PIC 9(7) VALUE ZERO.
           05  WS-TERMS-ON-FILE    PIC 9(7) VALUE ZERO.
           05  WS-TERMS-WRITTEN    PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-WRITTEN  PIC 9(7) VALUE ZERO.
           05  WS-CLAIMS-LISTED    PIC 9(7) VALUE ZERO.
           05  WS-NG-REC-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-TRANS-MERGED     PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-PAST-DUE       PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-PEND-AMOUNT    PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Extract control totals: the grace master hash carries
      *    past-due premium in cents, the notice hash the same for
      *    the members noticed, the pend list hash billed amount
      *    in cents
       01  WS-NG-HASH              PIC 9(15) VALUE ZERO.
       01  WS-DN-HASH              PIC 9(15) VALUE ZERO.
       01  WS-GP-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-MEMBER          PIC X VALUE 'N'.
               88  END-OF-MEMBERS  VALUE 'Y'.
           05  EOF-AR              PIC X VALUE 'N'.
               88  END-OF-AR       VALUE 'Y'.
           05  EOF-GRACE           PIC X VALUE 'N'.
               88  END-OF-GRACE    VALUE 'Y'.
           05  EOF-TRANS           PIC X VALUE 'N'.
               88  END-OF-TRANS    VALUE 'Y'.
           05  EOF-TERMS           PIC X VALUE 'N'.
               88  END-OF-TERMS    VALUE 'Y'.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.

       01  WS-AR-FILE-STATUS       PIC XX.
       01  WS-AR-OPEN              PIC X VALUE 'N'.
           88  AR-AVAILABLE        VALUE 'Y'.
       01  WS-GRACE-FILE-STATUS    PIC XX.
       01  WS-GRACE-OPEN           PIC X VALUE 'N'.
           88  GRACE-AVAILABLE     VALUE 'Y'.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  WS-TRANS-OPEN           PIC X VALUE 'N'.
           88  TRANS-AVAILABLE     VALUE 'Y'.
       01  WS-TERM-FILE-STATUS     PIC XX.
       01  WS-CLAIM-FILE-STATUS    PIC XX.

      *    Bad open on the member master aborts with RETURN-CODE 8
      *    so the calling driver job can stop the chain
       01  WS-MEMBER-FILE-STATUS   PIC XX.
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-GRACE-CONTROL
           PERFORM OPEN-FILES
           IF NOT OPEN-FAILED
               PERFORM PROCESS-MEMBERS
               PERFORM CLOSE-MASTER-FILES
               IF WS-TERMS-WRITTEN > ZERO
                   PERFORM MERGE-TERM-TRANSACTIONS
               END-IF
               PERFORM LIST-GRACE-CLAIMS
               PERFORM WRITE-GRACE-REPORT
               IF AR-AVAILABLE
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-GRACE-CONTROL.
      *    Optional - the compiled-in three-month grace period
      *    stands when the run has no control file present
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CF-GRACE-MONTHS IS NUMERIC AND
                          CF-GRACE-MONTHS > ZERO
                           MOVE CF-GRACE-MONTHS TO WS-GRACE-MONTHS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       OPEN-FILES.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.MEMBERS
      *    Source: PAYER-ANALYST.FINANCE.AR-MASTER
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN MEMBERS.DAT - STATUS '
                   WS-MEMBER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               OPEN INPUT AR-FILE
               IF WS-AR-FILE-STATUS = '00'
                   SET AR-AVAILABLE TO TRUE
                   READ AR-FILE
                       AT END SET END-OF-AR TO TRUE
                   END-READ
               ELSE
                   SET END-OF-AR TO TRUE
                   DISPLAY 'AR-MASTER.DAT NOT FOUND - GRACE PERIODS '
                       'CARRY FORWARD UNASSESSED'
               END-IF
               OPEN INPUT OLD-GRACE-FILE
               IF WS-GRACE-FILE-STATUS = '00'
                   SET GRACE-AVAILABLE TO TRUE
                   READ OLD-GRACE-FILE
                       AT END SET END-OF-GRACE TO TRUE
                   END-READ
               ELSE
                   SET END-OF-GRACE TO TRUE
                   DISPLAY 'GRACE-PERIOD.DAT NOT FOUND - STARTING '
                       'WITH NO OPEN GRACE PERIODS'
               END-IF
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-FILE-STATUS = '00'
                   SET TRANS-AVAILABLE TO TRUE
                   READ TRANS-FILE
                       AT END SET END-OF-TRANS TO TRUE
                   END-READ
               ELSE
                   SET END-OF-TRANS TO TRUE
               END-IF
               OPEN OUTPUT NEW-GRACE-FILE
               MOVE 'HDR' TO NG-H-RECORD-TYPE
               MOVE 'GRACE-PERIOD-TRACK' TO NG-H-PROGRAM
               MOVE WS-RUN-DATE TO NG-H-RUN-DATE
               MOVE 'GRACE PERIODS' TO NG-H-PERIOD
               WRITE NG-HEADER-RECORD
               OPEN OUTPUT NOTICE-FILE
               MOVE 'HDR' TO DN-H-RECORD-TYPE
               MOVE 'GRACE-PERIOD-TRACK' TO DN-H-PROGRAM
               MOVE WS-RUN-DATE TO DN-H-RUN-DATE
               MOVE 'DELINQUENCY NOTICES' TO DN-H-PERIOD
               WRITE DN-HEADER-RECORD
               OPEN OUTPUT TERM-FILE
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-IF.

       PROCESS-MEMBERS.
      *    The member master drives; the receivables, grace and
      *    transaction cursors advance in step, all in member order
           PERFORM UNTIL END-OF-MEMBERS
               ADD 1 TO WS-MEMBERS-READ
               PERFORM RESTORE-AR-POSITION
               PERFORM RESTORE-GRACE-PERIOD
               PERFORM CHECK-TRANS-FOR-TERM
               IF ENROLLMENT-STATUS NOT = 'ACTIVE'
                   IF GRACE-FOUND
                       ADD 1 TO WS-GRACE-CLOSED
                   END-IF
               ELSE
                   IF AR-FOUND
                       PERFORM ASSESS-GRACE-PERIOD
                   ELSE
                       IF GRACE-FOUND
                           ADD 1 TO WS-GRACE-CARRIED
                           PERFORM WRITE-GRACE-RECORD
                       END-IF
                   END-IF
               END-IF
               READ MEMBER-FILE
                   AT END SET END-OF-MEMBERS TO TRUE
               END-READ
           END-PERFORM.

       RESTORE-AR-POSITION.
      *    A position written before the billing month was stamped
      *    cannot be dated, so it waits for the next month-end
           MOVE 'N' TO WS-AR-FOUND
           PERFORM UNTIL END-OF-AR OR
                        AR-MEMBER-ID >= MEMBER-ID IN MEMBER-RECORD
               READ AR-FILE
                   AT END SET END-OF-AR TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-AR AND
              AR-MEMBER-ID = MEMBER-ID IN MEMBER-RECORD AND
              AR-BILLING-MONTH IS NUMERIC AND
              AR-BILLING-MONTH > ZERO
               SET AR-FOUND TO TRUE
           END-IF.

       RESTORE-GRACE-PERIOD.
      *    Grace records for members no longer on the master drop
           MOVE 'N' TO WS-GRACE-FOUND
           PERFORM UNTIL END-OF-GRACE OR
                        OG-MEMBER-ID >= MEMBER-ID IN MEMBER-RECORD
               READ OLD-GRACE-FILE
                   AT END SET END-OF-GRACE TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-GRACE AND
              OG-MEMBER-ID = MEMBER-ID IN MEMBER-RECORD
               SET GRACE-FOUND TO TRUE
               MOVE OG-STATUS TO WS-GR-STATUS
               MOVE OG-FIRST-UNPAID TO WS-GR-FIRST-UNPAID
               MOVE OG-LAST-NOTICE TO WS-GR-LAST-NOTICE
               MOVE OG-PAST-DUE TO WS-GR-PAST-DUE
               MOVE OG-TERM-DATE TO WS-GR-TERM-DATE
           END-IF.

       CHECK-TRANS-FOR-TERM.
      *    A TERM already on the day's transactions - the feed's
      *    own, or ours from an earlier attempt at this run - is
      *    not issued again
           MOVE 'N' TO WS-TERM-ON-FILE
           PERFORM UNTIL END-OF-TRANS OR
                        TR-MEMBER-ID > MEMBER-ID IN MEMBER-RECORD
               IF TR-MEMBER-ID = MEMBER-ID IN MEMBER-RECORD AND
                  TR-TRANS-TYPE = 'TERM'
                   SET TERM-ON-FILE TO TRUE
               END-IF
               READ TRANS-FILE
                   AT END SET END-OF-TRANS TO TRUE
               END-READ
           END-PERFORM.

       ASSESS-GRACE-PERIOD.
      *    Months behind is the oldest past-due bucket still open
      *    after this cycle's payments; the current bucket is this
      *    month's invoice and is not yet missed
           MOVE ZERO TO WS-MONTHS-BEHIND
           EVALUATE TRUE
               WHEN AR-BAL-90PLUS > ZERO
                   MOVE 3 TO WS-MONTHS-BEHIND
               WHEN AR-BAL-60 > ZERO
                   MOVE 2 TO WS-MONTHS-BEHIND
               WHEN AR-BAL-30 > ZERO
                   MOVE 1 TO WS-MONTHS-BEHIND
           END-EVALUATE
           MOVE AR-BILLING-MONTH TO WS-MONTH-WORK
           PERFORM COMPUTE-MONTH-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-AR-MONTH-NUMBER
           IF WS-MONTHS-BEHIND = ZERO
               IF GRACE-FOUND
                   ADD 1 TO WS-GRACE-CURED
               END-IF
           ELSE
               IF NOT GRACE-FOUND
                   PERFORM START-GRACE-PERIOD
               END-IF
               COMPUTE WS-GR-PAST-DUE = AR-BAL-30 + AR-BAL-60 +
                   AR-BAL-90PLUS
               PERFORM DATE-GRACE-PERIOD
               IF GRACE-RUNNING
                   PERFORM ADVANCE-GRACE-PERIOD
               ELSE
                   PERFORM REISSUE-TERMINATION
               END-IF
               IF WS-GRACE-MONTH >= 2 OR GRACE-TERM-SENT
                   PERFORM ADD-PEND-MEMBER
               END-IF
               ADD WS-GR-PAST-DUE TO WS-TOTAL-PAST-DUE
               PERFORM WRITE-GRACE-RECORD
           END-IF.

       START-GRACE-PERIOD.
      *    The first unpaid month is as many billing months back
      *    as the member is behind
           ADD 1 TO WS-GRACE-STARTED
           SET GRACE-RUNNING TO TRUE
           MOVE ZERO TO WS-GR-LAST-NOTICE
           MOVE ZERO TO WS-GR-TERM-DATE
           COMPUTE WS-MONTH-NUMBER =
               WS-AR-MONTH-NUMBER - WS-MONTHS-BEHIND
           PERFORM COMPUTE-MONTH-FROM-NUMBER
           MOVE WS-MONTH-WORK TO WS-GR-FIRST-UNPAID.

       DATE-GRACE-PERIOD.
      *    Grace month 1 is the first unpaid month; the member is
      *    paid through the last day of the month before it, and
      *    grace ends the last day of its GRACE-MONTHS'th month
           MOVE WS-GR-FIRST-UNPAID TO WS-MONTH-WORK
           PERFORM COMPUTE-MONTH-NUMBER
           MOVE WS-MONTH-NUMBER TO WS-UNPAID-MONTH-NUMBER
           IF WS-AR-MONTH-NUMBER > WS-UNPAID-MONTH-NUMBER
               COMPUTE WS-GRACE-MONTH =
                   WS-AR-MONTH-NUMBER - WS-UNPAID-MONTH-NUMBER
           ELSE
               MOVE 1 TO WS-GRACE-MONTH
           END-IF
           MOVE WS-GR-FIRST-UNPAID TO WS-DATE-WORK(1:6)
           MOVE 01 TO WS-DW-DAY
           COMPUTE WS-PAID-THROUGH = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
           COMPUTE WS-MONTH-NUMBER =
               WS-UNPAID-MONTH-NUMBER + WS-GRACE-MONTHS
           PERFORM COMPUTE-MONTH-FROM-NUMBER
           MOVE WS-MONTH-WORK TO WS-DATE-WORK(1:6)
           MOVE 01 TO WS-DW-DAY
           COMPUTE WS-GRACE-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
           COMPUTE WS-MONTH-NUMBER = WS-UNPAID-MONTH-NUMBER + 1
           PERFORM COMPUTE-MONTH-FROM-NUMBER
           MOVE WS-MONTH-WORK TO WS-PEND-FROM(1:6)
           MOVE '01' TO WS-PEND-FROM(7:2).

       ADVANCE-GRACE-PERIOD.
      *    Each grace month is noticed once: the opening notice in
      *    month 1, the final notice in the last month, and the
      *    termination once the period has run out unpaid
           IF WS-GRACE-MONTH >= WS-GRACE-MONTHS
               ADD 1 TO WS-GRACE-EXPIRED
               SET GRACE-TERM-SENT TO TRUE
               MOVE WS-PAID-THROUGH TO WS-GR-TERM-DATE
               MOVE WS-GRACE-MONTH TO WS-GR-LAST-NOTICE
               MOVE 'TERM' TO DN-NOTICE-TYPE
               PERFORM WRITE-NOTICE-RECORD
               PERFORM ISSUE-TERMINATION
           ELSE
               IF WS-GRACE-MONTH > WS-GR-LAST-NOTICE
                   MOVE WS-GRACE-MONTH TO WS-GR-LAST-NOTICE
                   EVALUATE TRUE
                       WHEN WS-GRACE-MONTH = WS-GRACE-MONTHS - 1
                           MOVE 'FINL' TO DN-NOTICE-TYPE
                           PERFORM WRITE-NOTICE-RECORD
                       WHEN WS-GRACE-MONTH = 1
                           MOVE 'GRC1' TO DN-NOTICE-TYPE
                           PERFORM WRITE-NOTICE-RECORD
                   END-EVALUATE
               END-IF
           END-IF.

       REISSUE-TERMINATION.
      *    The termination went out on an earlier run but the
      *    member is still active on the master, so it did not
      *    apply; put it back on the transactions
           IF NOT TERM-ON-FILE
               ADD 1 TO WS-TERMS-REISSUED
           END-IF
           PERFORM ISSUE-TERMINATION.

       ISSUE-TERMINATION.
           IF TERM-ON-FILE
               ADD 1 TO WS-TERMS-ON-FILE
           ELSE
               MOVE SPACES TO TERM-RECORD
               MOVE 'TERM' TO TT-TRANS-TYPE
               MOVE MEMBER-ID IN MEMBER-RECORD TO TT-MEMBER-ID
               MOVE WS-GR-TERM-DATE TO TT-EFFECTIVE-DATE
               WRITE TERM-RECORD
               ADD 1 TO WS-TERMS-WRITTEN
           END-IF.

       ADD-PEND-MEMBER.
           IF WS-PEND-COUNT < 5000
               ADD 1 TO WS-PEND-COUNT
               SET WS-PEND-IDX TO WS-PEND-COUNT
               MOVE MEMBER-ID IN MEMBER-RECORD
                   TO WS-PND-MEMBER-ID(WS-PEND-IDX)
               MOVE WS-PEND-FROM TO WS-PND-FROM-DATE(WS-PEND-IDX)
               MOVE WS-GR-STATUS TO WS-PND-STATUS(WS-PEND-IDX)
               MOVE WS-PAID-THROUGH
                   TO WS-PND-PAID-THROUGH(WS-PEND-IDX)
           ELSE
               DISPLAY 'WARNING: PEND TABLE FULL (5000) - MEMBER '
                   MEMBER-ID IN MEMBER-RECORD ' CLAIMS NOT LISTED'
           END-IF.

       COMPUTE-MONTH-NUMBER.
           COMPUTE WS-MONTH-NUMBER =
               (WS-MW-YEAR * 12) + WS-MW-MONTH - 1.

       COMPUTE-MONTH-FROM-NUMBER.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-MW-YEAR
               REMAINDER WS-MW-MONTH
           ADD 1 TO WS-MW-MONTH.

       WRITE-NOTICE-RECORD.
      *    Target: PAYER-ANALYST.FINANCE.DELINQUENCY-NOTICES
           ADD 1 TO WS-NOTICES-WRITTEN
           MOVE MEMBER-ID IN MEMBER-RECORD TO DN-MEMBER-ID
           MOVE WS-RUN-DATE TO DN-NOTICE-DATE
           MOVE FIRST-NAME TO DN-FIRST-NAME
           MOVE LAST-NAME TO DN-LAST-NAME
           MOVE PLAN-TYPE TO DN-PLAN-TYPE
           MOVE WS-GR-PAST-DUE TO DN-PAST-DUE
           MOVE WS-PAID-THROUGH TO DN-PAID-THROUGH
           MOVE WS-GRACE-END TO DN-GRACE-END
           WRITE NOTICE-RECORD
           COMPUTE WS-DN-HASH = WS-DN-HASH +
               (WS-GR-PAST-DUE * 100).

       WRITE-GRACE-RECORD.
           MOVE MEMBER-ID IN MEMBER-RECORD TO NG-MEMBER-ID
           MOVE WS-GR-STATUS TO NG-STATUS
           MOVE WS-GR-FIRST-UNPAID TO NG-FIRST-UNPAID
           MOVE WS-GR-LAST-NOTICE TO NG-LAST-NOTICE
           MOVE WS-GR-PAST-DUE TO NG-PAST-DUE
           MOVE WS-GR-TERM-DATE TO NG-TERM-DATE
           WRITE NEW-GRACE-RECORD
           ADD 1 TO WS-NG-REC-COUNT
           COMPUTE WS-NG-HASH = WS-NG-HASH +
               (WS-GR-PAST-DUE * 100).

       CLOSE-MASTER-FILES.
           CLOSE MEMBER-FILE
           IF AR-AVAILABLE
               CLOSE AR-FILE
           END-IF
           IF GRACE-AVAILABLE
               CLOSE OLD-GRACE-FILE
           END-IF
           IF TRANS-AVAILABLE
               CLOSE TRANS-FILE
           END-IF
           MOVE 'TRL' TO NG-T-RECORD-TYPE
           MOVE WS-NG-REC-COUNT TO NG-T-RECORD-COUNT
           MOVE WS-NG-HASH TO NG-T-HASH-TOTAL
           WRITE NG-TRAILER-RECORD
           CLOSE NEW-GRACE-FILE
           MOVE 'TRL' TO DN-T-RECORD-TYPE
           MOVE WS-NOTICES-WRITTEN TO DN-T-RECORD-COUNT
           MOVE WS-DN-HASH TO DN-T-HASH-TOTAL
           WRITE DN-TRAILER-RECORD
           CLOSE NOTICE-FILE
           CLOSE TERM-FILE.

       MERGE-TERM-TRANSACTIONS.
      *    ENROLLMENT-MAINT walks its transactions in member order,
      *    so the terminations are sorted in rather than appended;
      *    a member's feed transactions stay ahead of ours
           SORT TRANS-SORT-FILE
               ON ASCENDING KEY TS-MEMBER-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-ENROLLMENT-TRANS
               GIVING TRANS-FILE.

       RELEASE-ENROLLMENT-TRANS.
           MOVE 'N' TO EOF-TRANS
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-TRANS
                   READ TRANS-FILE
                       AT END SET END-OF-TRANS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-MERGED
                           RELEASE TRANS-SORT-RECORD
                               FROM TRANS-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           OPEN INPUT TERM-FILE
           IF WS-TERM-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-TERMS
                   READ TERM-FILE
                       AT END SET END-OF-TERMS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-MERGED
                           RELEASE TRANS-SORT-RECORD
                               FROM TERM-RECORD
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF.

       LIST-GRACE-CLAIMS.
      *    Unpaid, undenied claims dated on or after grace month 2
      *    for the members collected above; optional like every
      *    claims pass that only adds a listing
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
           OPEN OUTPUT PEND-FILE
           MOVE 'HDR' TO GP-H-RECORD-TYPE
           MOVE 'GRACE-PERIOD-TRACK' TO GP-H-PROGRAM
           MOVE WS-RUN-DATE TO GP-H-RUN-DATE
           MOVE 'GRACE PEND CLAIMS' TO GP-H-PERIOD
           WRITE GP-HEADER-RECORD
           IF WS-PEND-COUNT > ZERO
               OPEN INPUT CLAIM-FILE
               IF WS-CLAIM-FILE-STATUS = '00'
                   PERFORM UNTIL END-OF-CLAIMS
                       READ CLAIM-FILE
                           AT END SET END-OF-CLAIMS TO TRUE
                           NOT AT END PERFORM CHECK-CLAIM-FOR-PEND
                       END-READ
                   END-PERFORM
                   CLOSE CLAIM-FILE
               ELSE
                   DISPLAY 'CLAIMS.DAT NOT FOUND - NO GRACE-PERIOD '
                       'CLAIMS LISTED'
               END-IF
           END-IF
           MOVE 'TRL' TO GP-T-RECORD-TYPE
           MOVE WS-CLAIMS-LISTED TO GP-T-RECORD-COUNT
           MOVE WS-GP-HASH TO GP-T-HASH-TOTAL
           WRITE GP-TRAILER-RECORD
           CLOSE PEND-FILE.

       CHECK-CLAIM-FOR-PEND.
           IF CLAIM-STATUS NOT = 'DENIED' AND
              CLAIM-PAID-DATE = ZERO
               SET WS-PEND-IDX TO 1
               SEARCH WS-PEND-ENTRY VARYING WS-PEND-IDX
                   AT END CONTINUE
                   WHEN WS-PEND-IDX > WS-PEND-COUNT
                       CONTINUE
                   WHEN WS-PND-MEMBER-ID(WS-PEND-IDX) =
                            MEMBER-ID IN CLAIM-RECORD
                       IF SERVICE-DATE >=
                              WS-PND-FROM-DATE(WS-PEND-IDX)
                           PERFORM WRITE-PEND-RECORD
                       END-IF
               END-SEARCH
           END-IF.

       WRITE-PEND-RECORD.
      *    Target: PAYER-ANALYST.CLAIMS.GRACE-PEND-CLAIMS
           ADD 1 TO WS-CLAIMS-LISTED
           MOVE CLAIM-ID TO GP-CLAIM-ID
           MOVE MEMBER-ID IN CLAIM-RECORD TO GP-MEMBER-ID
           MOVE PROVIDER-ID TO GP-PROVIDER-ID
           MOVE SERVICE-DATE TO GP-SERVICE-DATE
           MOVE CLAIM-AMOUNT TO GP-CLAIM-AMOUNT
           MOVE CLAIM-STATUS TO GP-CLAIM-STATUS
           MOVE WS-PND-STATUS(WS-PEND-IDX) TO GP-GRACE-STATUS
           MOVE WS-PND-PAID-THROUGH(WS-PEND-IDX) TO GP-PAID-THROUGH
           WRITE PEND-RECORD
           ADD CLAIM-AMOUNT TO WS-TOTAL-PEND-AMOUNT
           COMPUTE WS-GP-HASH = WS-GP-HASH + (CLAIM-AMOUNT * 100).

       WRITE-GRACE-REPORT.
      *    Write output to: PAYER-ANALYST.FINANCE.GRACE-PERIOD
           DISPLAY '=========================================='
           DISPLAY 'PREMIUM GRACE PERIOD REPORT'
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY 'GRACE PERIOD (MONTHS): ' WS-GRACE-MONTHS
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'MEMBERS READ: ' WS-MEMBERS-READ
           DISPLAY 'GRACE PERIODS:'
           DISPLAY '  Started: ' WS-GRACE-STARTED
           DISPLAY '  Cured By Payment: ' WS-GRACE-CURED
           DISPLAY '  Expired Unpaid: ' WS-GRACE-EXPIRED
           DISPLAY '  Closed (Member Not Active): ' WS-GRACE-CLOSED
           DISPLAY '  Carried Unassessed: ' WS-GRACE-CARRIED
           DISPLAY '  Open At End Of Run: ' WS-NG-REC-COUNT
           DISPLAY '  Past-Due Premium Open: $' WS-TOTAL-PAST-DUE
           DISPLAY ' '
           DISPLAY 'DELINQUENCY NOTICES ISSUED: ' WS-NOTICES-WRITTEN
           DISPLAY 'TERMINATIONS:'
           DISPLAY '  Written To ENROLLMENT-TRANS: '
               WS-TERMS-WRITTEN
           DISPLAY '  Reissued (Not Yet Applied): '
               WS-TERMS-REISSUED
           DISPLAY '  Already On Transactions: ' WS-TERMS-ON-FILE
           DISPLAY ' '
           DISPLAY 'MEMBERS WITH CLAIMS TO PEND: ' WS-PEND-COUNT
           DISPLAY 'CLAIMS LISTED FOR PEND: ' WS-CLAIMS-LISTED
           DISPLAY '  Billed Amount: $' WS-TOTAL-PEND-AMOUNT
           DISPLAY '=========================================='
           DISPLAY 'ANALYSIS COMPLETE'.
