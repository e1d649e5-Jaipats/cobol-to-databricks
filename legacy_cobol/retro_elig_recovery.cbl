       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-ELIG-RECOVERY.
       AUTHOR. PAYMENT-INTEGRITY-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Retro-eligibility recovery pass: every paid claim's
      *    SERVICE-DATE is tested against the member's enrollment
      *    spans, with both sides resolved through the member
      *    crosswalk first so a re-IDed member is judged on one
      *    coverage history. A claim paid on a date no span covers
      *    lands on the recovery file with the uncovered gap around
      *    it, the provider and the paid amount. Members that
      *    ENROLLMENT-MAINT retro-terminated in the day's
      *    transactions are flagged so their claims are worked first,
      *    while the recoupment is still inside the recovery window.
      *    The spans come from ENROLLMENT-SPANS-NEW.DAT when
      *    ENROLLMENT-MAINT has left one, since the day's retro
      *    terminations reach ENROLLMENT-SPANS.DAT only when that
      *    master is promoted at the end of the chain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO "CLAIMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT ENROLLMENT-SPAN-FILE
               ASSIGN DYNAMIC WS-SPAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SPAN-FILE-STATUS.
           SELECT MEMBER-XWALK-FILE
               ASSIGN TO "MEMBER-XWALK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XWALK-FILE-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "ENROLLMENT-TRANS-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "RETRO-ELIG-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SPAN-SORT-FILE
               ASSIGN TO "RETROSPANSORT.TMP".
           SELECT SPAN-SORTED-FILE
               ASSIGN TO "RETRO-SPANS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.
           SELECT CLAIM-SORT-FILE
               ASSIGN TO "RETROCLMSORT.TMP".
           SELECT RECOVERY-FILE
               ASSIGN TO "RETRO-ELIG-RECOVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  ENROLLMENT-SPAN-FILE.
           COPY "ENROLLMENT-SPAN-RECORD.CPY".

       FD  MEMBER-XWALK-FILE.
           COPY "MEMBER-XWALK-RECORD.CPY".

       FD  AUDIT-FILE.
      *    ENROLLMENT-MAINT's applied-transaction audit trail for
      *    the day
       01  AUDIT-RECORD.
           05  AU-RUN-DATE         PIC 9(8).
           05  AU-TRANS-TYPE       PIC X(4).
           05  AU-MEMBER-ID        PIC 9(10).
           05  AU-EFFECTIVE-DATE   PIC 9(8).
           05  AU-DISPOSITION      PIC X(10).

       FD  CONTROL-FILE.
      *    How many days after payment a claim may still be
      *    recouped; absent, the compiled-in default applies
       01  CONTROL-RECORD.
           05  CT-RECOVERY-WINDOW-DAYS PIC 9(4).

      *    Spans re-keyed to the surviving MEMBER-ID and put back in
      *    member / span-start order
       SD  SPAN-SORT-FILE.
       01  SPAN-SORT-RECORD.
           05  SS-MEMBER-ID        PIC 9(10).
           05  SS-SPAN-START       PIC 9(8).
           05  SS-SPAN-END         PIC 9(8).
           05  SS-SPAN-PLAN        PIC X(20).

       FD  SPAN-SORTED-FILE.
       01  SPAN-SORTED-RECORD.
           05  ST-MEMBER-ID        PIC 9(10).
           05  ST-SPAN-START       PIC 9(8).
           05  ST-SPAN-END         PIC 9(8).
           05  ST-SPAN-PLAN        PIC X(20).

      *    Paid claims re-keyed the same way so the span cursor
      *    advances once through the sorted spans
       SD  CLAIM-SORT-FILE.
       01  CLAIM-SORT-RECORD.
           05  SC-MEMBER-ID        PIC 9(10).
           05  SC-SERVICE-DATE     PIC 9(8).
           05  SC-CLAIM-ID         PIC 9(12).
           05  SC-PROVIDER-ID      PIC 9(8).
           05  SC-PROCEDURE-CODE   PIC X(5).
           05  SC-PAID-AMOUNT      PIC 9(7)V99.
           05  SC-PAID-DATE        PIC 9(8).

       FD  RECOVERY-FILE.
      *    One line per claim paid outside every enrollment span.
      *    GAP-TYPE is PRE (before the first span), GAP (between two
      *    spans) or POST (after the last span ended); GAP-START of
      *    zero and GAP-END of 99991231 mean the gap is open on that
      *    side.
       01  RECOVERY-RECORD.
           05  RR-CLAIM-ID         PIC 9(12).
           05  RR-MEMBER-ID        PIC 9(10).
           05  RR-PROVIDER-ID      PIC 9(8).
           05  RR-SERVICE-DATE     PIC 9(8).
           05  RR-PAID-AMOUNT      PIC 9(7)V99.
           05  RR-PAID-DATE        PIC 9(8).
           05  RR-PROCEDURE-CODE   PIC X(5).
           05  RR-GAP-TYPE         PIC X(4).
           05  RR-GAP-START        PIC 9(8).
           05  RR-GAP-END          PIC 9(8).
           05  RR-RECOVERY-DEADLINE PIC 9(8).
           05  RR-IN-WINDOW        PIC X(1).
           05  RR-RETRO-TERM       PIC X(1).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==RR==.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-INT         PIC 9(7).
       01  WS-RECOVERY-WINDOW-DAYS PIC 9(4) VALUE 365.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-OPEN-END-DATE        PIC 9(8) VALUE 99991231.

      *    Member crosswalk: retired IDs and the surviving ID they
      *    roll up under
       01  WS-XWALK-FILE-STATUS    PIC XX.
       01  WS-XWALK-EOF            PIC X VALUE 'N'.
           88  END-OF-XWALK        VALUE 'Y'.
       01  WS-XWALK-TABLE.
           05  WS-XWALK-ENTRY      OCCURS 500 TIMES
                                   INDEXED BY WS-XWALK-IDX.
               10  WS-XWALK-OLD-ID     PIC 9(10).
               10  WS-XWALK-NEW-ID     PIC 9(10).
       01  WS-XWALK-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-XWALK-APPLIED        PIC 9(9) VALUE ZERO.
       01  WS-RESOLVED-MEMBER-ID   PIC 9(10).

      *    Members the day's enrollment transactions terminated with
      *    an effective date earlier than the day they were applied
       01  WS-RETRO-TERM-TABLE.
           05  WS-RTM-ENTRY        OCCURS 2000 TIMES
                                   INDEXED BY WS-RTM-IDX.
               10  WS-RTM-MEMBER-ID    PIC 9(10).
               10  WS-RTM-TERM-DATE    PIC 9(8).
               10  WS-RTM-HITS         PIC 9(5).
       01  WS-RETRO-TERM-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-RETRO-TERM-FOUND     PIC X VALUE 'N'.
           88  RETRO-TERM-FOUND    VALUE 'Y'.

      *    The current member's spans, loaded once per member break
       01  WS-SPAN-TABLE.
           05  WS-SPAN-ENTRY       OCCURS 24 TIMES.
               10  WS-SPN-START        PIC 9(8).
               10  WS-SPN-END          PIC 9(8).
       01  WS-SPAN-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-SPN-IDX              PIC 9(2).

       01  WS-CUR-MEMBER-ID        PIC 9(10).
       01  WS-BREAK-ACTIVE         PIC X VALUE 'N'.
           88  BREAK-ACTIVE        VALUE 'Y'.
       01  WS-MEMBER-RETRO-FLAG    PIC X(1).

      *    Coverage test for one claim: the latest span ending
      *    before the service date and the earliest starting after
      *    it bound the uncovered gap
       01  WS-CLAIM-COVERED        PIC X VALUE 'N'.
           88  CLAIM-COVERED       VALUE 'Y'.
       01  WS-PRIOR-SPAN-END       PIC 9(8).
       01  WS-NEXT-SPAN-START      PIC 9(8).
       01  WS-DEADLINE-BASE        PIC 9(8).

       01  WS-COUNTERS.
           05  WS-CLAIMS-READ      PIC 9(9) VALUE ZERO.
           05  WS-PAID-CLAIMS      PIC 9(9) VALUE ZERO.
           05  WS-CLAIMS-COVERED   PIC 9(9) VALUE ZERO.
           05  WS-NO-SPAN-HISTORY  PIC 9(9) VALUE ZERO.
           05  WS-RECOVERIES       PIC 9(9) VALUE ZERO.
           05  WS-RECOVER-PRE      PIC 9(9) VALUE ZERO.
           05  WS-RECOVER-GAP      PIC 9(9) VALUE ZERO.
           05  WS-RECOVER-POST     PIC 9(9) VALUE ZERO.
           05  WS-RECOVER-IN-WINDOW PIC 9(9) VALUE ZERO.
           05  WS-RECOVER-EXPIRED  PIC 9(9) VALUE ZERO.
           05  WS-RECOVER-RETRO    PIC 9(9) VALUE ZERO.
           05  WS-SPANS-READ       PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-READ       PIC 9(9) VALUE ZERO.
       01  WS-AMOUNTS.
           05  WS-RECOVERY-TOTAL   PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-IN-WINDOW-TOTAL  PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-EXPIRED-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RETRO-TERM-TOTAL PIC 9(11)V99 COMP-3 VALUE ZERO.

      *    Extract control totals; the hash carries paid dollars in
      *    cents
       01  WS-RR-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-RR-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-CLAIM           PIC X VALUE 'N'.
               88  END-OF-CLAIMS   VALUE 'Y'.
           05  EOF-SPAN            PIC X VALUE 'N'.
               88  END-OF-SPANS    VALUE 'Y'.
           05  EOF-SORTED          PIC X VALUE 'N'.
               88  END-OF-SORTED-SPANS VALUE 'Y'.
           05  EOF-CLAIM-SORT      PIC X VALUE 'N'.
               88  END-OF-CLAIM-SORT VALUE 'Y'.
           05  EOF-AUDIT           PIC X VALUE 'N'.
               88  END-OF-AUDIT    VALUE 'Y'.

       01  WS-AUDIT-FILE-STATUS    PIC XX.
       01  WS-SORTED-FILE-STATUS   PIC XX.

      *    Bad open on the claims extract or the span master aborts
      *    with RETURN-CODE 8 so the calling driver job can stop the
      *    chain - without spans every claim would look uncovered
       01  WS-CLAIM-FILE-STATUS    PIC XX.
       01  WS-SPAN-FILE-STATUS     PIC XX.
       01  WS-SPAN-FILE-NAME       PIC X(40).
       01  WS-OPEN-FLAG            PIC X VALUE 'N'.
           88  OPEN-FAILED         VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM CHECK-PRIMARY-FILES
           IF NOT OPEN-FAILED
               PERFORM LOAD-RECOVERY-CONTROL
               PERFORM LOAD-MEMBER-XWALK
               PERFORM LOAD-RETRO-TERMS
               SORT SPAN-SORT-FILE
                   ASCENDING KEY SS-MEMBER-ID
                                 SS-SPAN-START
                   INPUT PROCEDURE IS RELEASE-RESOLVED-SPANS
                   GIVING SPAN-SORTED-FILE
               PERFORM OPEN-OUTPUT-FILES
               SORT CLAIM-SORT-FILE
                   ASCENDING KEY SC-MEMBER-ID
                                 SC-SERVICE-DATE
                                 SC-CLAIM-ID
                   INPUT PROCEDURE IS RELEASE-PAID-CLAIMS
                   OUTPUT PROCEDURE IS CHECK-CLAIMS-AGAINST-SPANS
               PERFORM CLOSE-FILES
               PERFORM WRITE-RECOVERY-REPORT
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       CHECK-PRIMARY-FILES.
      *    Source: PAYER-DEV.ANALYTICS-GOLD.CLAIMS
      *    Source: PAYER-ANALYST.ENROLLMENT.ENROLLMENT-SPANS
      *            (ENROLLMENT-SPANS-NEW before promotion)
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CLAIMS.DAT - STATUS '
                   WS-CLAIM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               SET OPEN-FAILED TO TRUE
           ELSE
               CLOSE CLAIM-FILE
               PERFORM SELECT-SPAN-SOURCE
           END-IF.

       SELECT-SPAN-SOURCE.
      *    Prefer the new span master ENROLLMENT-MAINT wrote today;
      *    fall back to the live master when there is none
           MOVE 'ENROLLMENT-SPANS-NEW.DAT' TO WS-SPAN-FILE-NAME
           OPEN INPUT ENROLLMENT-SPAN-FILE
           IF WS-SPAN-FILE-STATUS = '00'
               CLOSE ENROLLMENT-SPAN-FILE
           ELSE
               MOVE 'ENROLLMENT-SPANS.DAT' TO WS-SPAN-FILE-NAME
               OPEN INPUT ENROLLMENT-SPAN-FILE
               IF WS-SPAN-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN ENROLLMENT-SPANS.DAT'
                       ' - STATUS ' WS-SPAN-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET OPEN-FAILED TO TRUE
               ELSE
                   CLOSE ENROLLMENT-SPAN-FILE
               END-IF
           END-IF.

       LOAD-RECOVERY-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CT-RECOVERY-WINDOW-DAYS NUMERIC AND
                          CT-RECOVERY-WINDOW-DAYS > ZERO
                           MOVE CT-RECOVERY-WINDOW-DAYS
                               TO WS-RECOVERY-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-MEMBER-XWALK.
      *    Optional - with no crosswalk file every ID resolves to
      *    itself and no identities merge
           OPEN INPUT MEMBER-XWALK-FILE
           IF WS-XWALK-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-XWALK
                   READ MEMBER-XWALK-FILE
                       AT END SET END-OF-XWALK TO TRUE
                       NOT AT END PERFORM STORE-XWALK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MEMBER-XWALK-FILE
           END-IF.

       STORE-XWALK-ENTRY.
           IF WS-XWALK-COUNT < 500
               ADD 1 TO WS-XWALK-COUNT
               SET WS-XWALK-IDX TO WS-XWALK-COUNT
               MOVE XW-OLD-ID TO WS-XWALK-OLD-ID(WS-XWALK-IDX)
               MOVE XW-SURVIVING-ID TO WS-XWALK-NEW-ID(WS-XWALK-IDX)
           ELSE
               DISPLAY 'WARNING: CROSSWALK TABLE FULL (500) - '
                   'OLD ID ' XW-OLD-ID ' NOT MERGED'
           END-IF.

       RESOLVE-MEMBER-ID.
      *    WS-RESOLVED-MEMBER-ID arrives holding the raw ID and
      *    leaves holding the surviving ID
           SET WS-XWALK-IDX TO 1
           SEARCH WS-XWALK-ENTRY VARYING WS-XWALK-IDX
               AT END CONTINUE
               WHEN WS-XWALK-OLD-ID(WS-XWALK-IDX) =
                       WS-RESOLVED-MEMBER-ID
                   MOVE WS-XWALK-NEW-ID(WS-XWALK-IDX)
                       TO WS-RESOLVED-MEMBER-ID
                   ADD 1 TO WS-XWALK-APPLIED
           END-SEARCH.

       LOAD-RETRO-TERMS.
      *    Optional - with no audit trail the pass still runs, it
      *    just has no retro terminations to put at the front of
      *    the queue
      *    Source: PAYER-ANALYST.ENROLLMENT.TRANS-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               PERFORM UNTIL END-OF-AUDIT
                   READ AUDIT-FILE
                       AT END SET END-OF-AUDIT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           IF AU-TRANS-TYPE = 'TERM' AND
                              AU-DISPOSITION = 'APPLIED' AND
                              AU-EFFECTIVE-DATE < AU-RUN-DATE
                               PERFORM STORE-RETRO-TERM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'ENROLLMENT-TRANS-AUDIT.DAT NOT FOUND - NO '
                   'RETRO TERMINATIONS FLAGGED'
           END-IF.

       STORE-RETRO-TERM.
           MOVE AU-MEMBER-ID TO WS-RESOLVED-MEMBER-ID
           PERFORM RESOLVE-MEMBER-ID
           IF WS-RETRO-TERM-COUNT < 2000
               ADD 1 TO WS-RETRO-TERM-COUNT
               SET WS-RTM-IDX TO WS-RETRO-TERM-COUNT
               MOVE WS-RESOLVED-MEMBER-ID
                   TO WS-RTM-MEMBER-ID(WS-RTM-IDX)
               MOVE AU-EFFECTIVE-DATE TO WS-RTM-TERM-DATE(WS-RTM-IDX)
               MOVE ZERO TO WS-RTM-HITS(WS-RTM-IDX)
           ELSE
               DISPLAY 'WARNING: RETRO TERM TABLE FULL (2000) - '
                   'MEMBER ' AU-MEMBER-ID ' NOT FLAGGED'
           END-IF.

       RELEASE-RESOLVED-SPANS.
           OPEN INPUT ENROLLMENT-SPAN-FILE
           PERFORM UNTIL END-OF-SPANS
               READ ENROLLMENT-SPAN-FILE
                   AT END SET END-OF-SPANS TO TRUE
                   NOT AT END
      *                The new master's control records are not spans
                       IF ENROLLMENT-SPAN-RECORD(1:3) NOT = 'HDR' AND
                          ENROLLMENT-SPAN-RECORD(1:3) NOT = 'TRL'
                           PERFORM RELEASE-ONE-SPAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-SPAN-FILE.

       RELEASE-ONE-SPAN.
           ADD 1 TO WS-SPANS-READ
           MOVE SPAN-MEMBER-ID TO WS-RESOLVED-MEMBER-ID
           PERFORM RESOLVE-MEMBER-ID
           MOVE WS-RESOLVED-MEMBER-ID TO SS-MEMBER-ID
           MOVE SPAN-START TO SS-SPAN-START
      *    An open-ended span carries 99991231
           IF SPAN-END = ZERO
               MOVE WS-OPEN-END-DATE TO SS-SPAN-END
           ELSE
               MOVE SPAN-END TO SS-SPAN-END
           END-IF
           MOVE SPAN-PLAN TO SS-SPAN-PLAN
           RELEASE SPAN-SORT-RECORD.

       OPEN-OUTPUT-FILES.
           OPEN INPUT SPAN-SORTED-FILE
           READ SPAN-SORTED-FILE
               AT END SET END-OF-SORTED-SPANS TO TRUE
           END-READ
           OPEN OUTPUT RECOVERY-FILE
           MOVE 'HDR' TO RR-H-RECORD-TYPE
           MOVE 'RETRO-ELIG-RECOVERY' TO RR-H-PROGRAM
           MOVE WS-RUN-DATE TO RR-H-RUN-DATE
           MOVE 'PAID CLAIMS TO DATE' TO RR-H-PERIOD
           WRITE RR-HEADER-RECORD.

       RELEASE-PAID-CLAIMS.
      *    Only claims with money paid out can be recovered
           OPEN INPUT CLAIM-FILE
           PERFORM UNTIL END-OF-CLAIMS
               READ CLAIM-FILE
                   AT END SET END-OF-CLAIMS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       IF (CLAIM-STATUS = 'APPROVED' OR
                           CLAIM-STATUS = 'PARTIAL') AND
                          PAID-AMOUNT > ZERO
                           PERFORM RELEASE-ONE-PAID-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

       RELEASE-ONE-PAID-CLAIM.
           ADD 1 TO WS-PAID-CLAIMS
           MOVE MEMBER-ID TO WS-RESOLVED-MEMBER-ID
           PERFORM RESOLVE-MEMBER-ID
           MOVE WS-RESOLVED-MEMBER-ID TO SC-MEMBER-ID
           MOVE SERVICE-DATE TO SC-SERVICE-DATE
           MOVE CLAIM-ID TO SC-CLAIM-ID
           MOVE PROVIDER-ID TO SC-PROVIDER-ID
           MOVE PROCEDURE-CODE TO SC-PROCEDURE-CODE
           MOVE PAID-AMOUNT TO SC-PAID-AMOUNT
           MOVE CLAIM-PAID-DATE TO SC-PAID-DATE
           RELEASE CLAIM-SORT-RECORD.

       CHECK-CLAIMS-AGAINST-SPANS.
      *    Member break loads the member's spans and retro-term
      *    flag once; every claim under the break is then tested
           RETURN CLAIM-SORT-FILE
               AT END SET END-OF-CLAIM-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-CLAIM-SORT
               IF NOT BREAK-ACTIVE OR
                  SC-MEMBER-ID NOT = WS-CUR-MEMBER-ID
                   SET BREAK-ACTIVE TO TRUE
                   MOVE SC-MEMBER-ID TO WS-CUR-MEMBER-ID
                   PERFORM LOAD-MEMBER-SPANS
                   PERFORM LOOK-UP-RETRO-TERM
               END-IF
               PERFORM CHECK-ONE-CLAIM
               RETURN CLAIM-SORT-FILE
                   AT END SET END-OF-CLAIM-SORT TO TRUE
               END-RETURN
           END-PERFORM.

       LOAD-MEMBER-SPANS.
           MOVE ZERO TO WS-SPAN-COUNT
           PERFORM UNTIL END-OF-SORTED-SPANS OR
                        ST-MEMBER-ID >= WS-CUR-MEMBER-ID
               READ SPAN-SORTED-FILE
                   AT END SET END-OF-SORTED-SPANS TO TRUE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-SORTED-SPANS OR
                        ST-MEMBER-ID NOT = WS-CUR-MEMBER-ID
               IF WS-SPAN-COUNT < 24
                   ADD 1 TO WS-SPAN-COUNT
                   MOVE ST-SPAN-START
                       TO WS-SPN-START(WS-SPAN-COUNT)
                   MOVE ST-SPAN-END TO WS-SPN-END(WS-SPAN-COUNT)
               ELSE
                   DISPLAY 'WARNING: SPAN TABLE FULL (24) - '
                       'MEMBER ' WS-CUR-MEMBER-ID ' SPAN DROPPED'
               END-IF
               READ SPAN-SORTED-FILE
                   AT END SET END-OF-SORTED-SPANS TO TRUE
               END-READ
           END-PERFORM.

       LOOK-UP-RETRO-TERM.
           MOVE 'N' TO WS-MEMBER-RETRO-FLAG
           MOVE 'N' TO WS-RETRO-TERM-FOUND
           SET WS-RTM-IDX TO 1
           SEARCH WS-RTM-ENTRY VARYING WS-RTM-IDX
               AT END CONTINUE
               WHEN WS-RTM-IDX > WS-RETRO-TERM-COUNT
                   CONTINUE
               WHEN WS-RTM-MEMBER-ID(WS-RTM-IDX) = WS-CUR-MEMBER-ID
                   SET RETRO-TERM-FOUND TO TRUE
                   MOVE 'Y' TO WS-MEMBER-RETRO-FLAG
           END-SEARCH.

       CHECK-ONE-CLAIM.
      *    A member with no span history at all is an enrollment
      *    data problem, not a recovery, and is only counted
           IF WS-SPAN-COUNT = ZERO
               ADD 1 TO WS-NO-SPAN-HISTORY
           ELSE
               MOVE 'N' TO WS-CLAIM-COVERED
               MOVE ZERO TO WS-PRIOR-SPAN-END
               MOVE WS-OPEN-END-DATE TO WS-NEXT-SPAN-START
               PERFORM VARYING WS-SPN-IDX FROM 1 BY 1
                       UNTIL WS-SPN-IDX > WS-SPAN-COUNT
                   EVALUATE TRUE
                       WHEN WS-SPN-START(WS-SPN-IDX) <= SC-SERVICE-DATE
                        AND WS-SPN-END(WS-SPN-IDX) >= SC-SERVICE-DATE
                           SET CLAIM-COVERED TO TRUE
                       WHEN WS-SPN-END(WS-SPN-IDX) < SC-SERVICE-DATE
                           IF WS-SPN-END(WS-SPN-IDX) >
                              WS-PRIOR-SPAN-END
                               MOVE WS-SPN-END(WS-SPN-IDX)
                                   TO WS-PRIOR-SPAN-END
                           END-IF
                       WHEN OTHER
                           IF WS-SPN-START(WS-SPN-IDX) <
                              WS-NEXT-SPAN-START
                               MOVE WS-SPN-START(WS-SPN-IDX)
                                   TO WS-NEXT-SPAN-START
                           END-IF
                   END-EVALUATE
               END-PERFORM
               IF CLAIM-COVERED
                   ADD 1 TO WS-CLAIMS-COVERED
               ELSE
                   PERFORM WRITE-RECOVERY-RECORD
               END-IF
           END-IF.

       WRITE-RECOVERY-RECORD.
      *    Target: PAYER-ANALYST.PAYMENT-INTEGRITY.RETRO-ELIG-RECOVERY
           MOVE SC-CLAIM-ID TO RR-CLAIM-ID
           MOVE SC-MEMBER-ID TO RR-MEMBER-ID
           MOVE SC-PROVIDER-ID TO RR-PROVIDER-ID
           MOVE SC-SERVICE-DATE TO RR-SERVICE-DATE
           MOVE SC-PAID-AMOUNT TO RR-PAID-AMOUNT
           MOVE SC-PAID-DATE TO RR-PAID-DATE
           MOVE SC-PROCEDURE-CODE TO RR-PROCEDURE-CODE
           EVALUATE TRUE
               WHEN WS-PRIOR-SPAN-END = ZERO
                   MOVE 'PRE ' TO RR-GAP-TYPE
                   ADD 1 TO WS-RECOVER-PRE
               WHEN WS-NEXT-SPAN-START = WS-OPEN-END-DATE
                   MOVE 'POST' TO RR-GAP-TYPE
                   ADD 1 TO WS-RECOVER-POST
               WHEN OTHER
                   MOVE 'GAP ' TO RR-GAP-TYPE
                   ADD 1 TO WS-RECOVER-GAP
           END-EVALUATE
      *    The gap runs from the day after the prior span ended to
      *    the day before the next one started
           IF WS-PRIOR-SPAN-END = ZERO
               MOVE ZERO TO RR-GAP-START
           ELSE
               COMPUTE RR-GAP-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-SPAN-END) + 1)
           END-IF
           IF WS-NEXT-SPAN-START = WS-OPEN-END-DATE
               MOVE WS-OPEN-END-DATE TO RR-GAP-END
           ELSE
               COMPUTE RR-GAP-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-SPAN-START) - 1)
           END-IF
      *    The recovery window runs from the paid date; a claim
      *    with no paid date recorded is measured from service
           IF SC-PAID-DATE > ZERO
               MOVE SC-PAID-DATE TO WS-DEADLINE-BASE
           ELSE
               MOVE SC-SERVICE-DATE TO WS-DEADLINE-BASE
           END-IF
           COMPUTE RR-RECOVERY-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DEADLINE-BASE) +
               WS-RECOVERY-WINDOW-DAYS)
           IF RR-RECOVERY-DEADLINE >= WS-RUN-DATE
               MOVE 'Y' TO RR-IN-WINDOW
               ADD 1 TO WS-RECOVER-IN-WINDOW
               ADD SC-PAID-AMOUNT TO WS-IN-WINDOW-TOTAL
           ELSE
               MOVE 'N' TO RR-IN-WINDOW
               ADD 1 TO WS-RECOVER-EXPIRED
               ADD SC-PAID-AMOUNT TO WS-EXPIRED-TOTAL
           END-IF
           MOVE WS-MEMBER-RETRO-FLAG TO RR-RETRO-TERM
           IF RETRO-TERM-FOUND
               ADD 1 TO WS-RECOVER-RETRO
               ADD 1 TO WS-RTM-HITS(WS-RTM-IDX)
               ADD SC-PAID-AMOUNT TO WS-RETRO-TERM-TOTAL
           END-IF
           WRITE RECOVERY-RECORD
           ADD 1 TO WS-RECOVERIES
           ADD SC-PAID-AMOUNT TO WS-RECOVERY-TOTAL
           ADD 1 TO WS-RR-REC-COUNT
           COMPUTE WS-RR-HASH = WS-RR-HASH + (SC-PAID-AMOUNT * 100).

       WRITE-RECOVERY-REPORT.
      *    Write output to: PAYER-ANALYST.PAYMENT-INTEGRITY.RETRO-ELIG
           DISPLAY '=========================================='
           DISPLAY 'RETRO-ELIGIBILITY RECOVERY REPORT'
           DISPLAY 'RUN DATE: ' WS-RUN-DATE
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'CLAIMS READ: ' WS-CLAIMS-READ
           DISPLAY 'PAID CLAIMS CHECKED: ' WS-PAID-CLAIMS
           DISPLAY '  Covered By A Span: ' WS-CLAIMS-COVERED
           DISPLAY '  Member Has No Span History: '
               WS-NO-SPAN-HISTORY
           DISPLAY 'SPANS READ: ' WS-SPANS-READ
               ' FROM ' WS-SPAN-FILE-NAME
           DISPLAY 'CROSSWALK IDS RESOLVED: ' WS-XWALK-APPLIED
           DISPLAY ' '
           DISPLAY 'PAID OUTSIDE ENROLLMENT: ' WS-RECOVERIES
           DISPLAY '  Before First Span: ' WS-RECOVER-PRE
           DISPLAY '  Between Spans: ' WS-RECOVER-GAP
           DISPLAY '  After Coverage Ended: ' WS-RECOVER-POST
           DISPLAY '  Total Paid: $' WS-RECOVERY-TOTAL
           DISPLAY ' '
           DISPLAY 'RECOVERY WINDOW (DAYS): ' WS-RECOVERY-WINDOW-DAYS
           DISPLAY '  Still Recoverable: ' WS-RECOVER-IN-WINDOW
               '  $' WS-IN-WINDOW-TOTAL
           DISPLAY '  Past Window: ' WS-RECOVER-EXPIRED
               '  $' WS-EXPIRED-TOTAL
           DISPLAY ' '
           DISPLAY 'RETRO TERMINATIONS IN TODAY''S TRANSACTIONS: '
               WS-RETRO-TERM-COUNT
           DISPLAY '  Claims To Recover: ' WS-RECOVER-RETRO
               '  $' WS-RETRO-TERM-TOTAL
           PERFORM VARYING WS-RTM-IDX FROM 1 BY 1
                   UNTIL WS-RTM-IDX > WS-RETRO-TERM-COUNT
               IF WS-RTM-HITS(WS-RTM-IDX) > ZERO
                   DISPLAY '    MEMBER ' WS-RTM-MEMBER-ID(WS-RTM-IDX)
                       ' TERM ' WS-RTM-TERM-DATE(WS-RTM-IDX)
                       ' CLAIMS ' WS-RTM-HITS(WS-RTM-IDX)
               END-IF
           END-PERFORM
           DISPLAY '=========================================='
           DISPLAY 'RETRO-ELIGIBILITY RECOVERY COMPLETE'.

       CLOSE-FILES.
           CLOSE SPAN-SORTED-FILE
           MOVE 'TRL' TO RR-T-RECORD-TYPE
           MOVE WS-RR-REC-COUNT TO RR-T-RECORD-COUNT
           MOVE WS-RR-HASH TO RR-T-HASH-TOTAL
           WRITE RR-TRAILER-RECORD
           CLOSE RECOVERY-FILE.
