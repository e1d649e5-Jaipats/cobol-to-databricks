      *    RECON run (mode record in DELTA-CONTROL.DAT) compares
      *    the master against a from-scratch pass's COST-SUMMARY
      *    and MEMBER-COST-DETAIL extracts to prove the
      *    accumulator has not drifted. The daily run writes
      *    CLAIMS-YTD-NEW.DAT with HDR/TRL control records for
      *    MASTER-GENERATION-MANAGER to prove and promote. The
      *    day's claim corrections from CLAIM-ADJUST-POST are
      *    folded in with the delta: each reversal backs the
      *    corrected claim out of the totals and its member's
      *    rollup, each replacement goes in like a new claim.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.
           SELECT POSTING-FILE
               ASSIGN TO "CLAIM-ADJ-POSTINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT DELTA-SORT-FILE
               ASSIGN TO "DELTASORT.TMP".
           SELECT OLD-MASTER-FILE
       FD  DELTA-CLAIM-FILE.
           COPY "CLAIM-RECORD.CPY".

       FD  POSTING-FILE.
           COPY "CLAIM-ADJ-POSTING-RECORD.CPY"
               REPLACING ==:PFX:== BY ==AP==.

      *    A reversed claim is released with its amounts and claim
      *    count negative so the member rollup nets it out
       SD  DELTA-SORT-FILE.
       01  DELTA-SORT-RECORD.
           05  SW-MEMBER-ID        PIC 9(10).
           05  SW-BILLED           PIC S9(7)V99.
           05  SW-PAID             PIC S9(7)V99.
           05  SW-CLAIMS           PIC S9(1).

      *    The accumulator master: one TOT record carrying the
      *    running aggregate totals, then one MBR record per member
           05  NM-TOTAL-BILLED     PIC 9(13)V99.
           05  NM-TOTAL-PAID       PIC 9(13)V99.
           05  NM-TOTAL-DENIED     PIC 9(13)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==NM==.

       FD  COST-SUMMARY-FILE.
       01  COST-SUMMARY-RECORD.
       01  WS-CONTROL-STATUS       PIC XX.

       01  WS-DELTA-FILE-STATUS    PIC XX.
       01  WS-POSTING-STATUS       PIC XX.
       01  WS-OLD-MASTER-STATUS    PIC XX.
       01  WS-SUMMARY-STATUS       PIC XX.
       01  WS-COST-FILE-STATUS     PIC XX.
      *    member-sorted delta claims
       01  WS-DELTA-BREAK.
           05  WS-DELTA-MEMBER-ID  PIC 9(10).
           05  WS-DELTA-BILLED     PIC S9(11)V99.
           05  WS-DELTA-PAID       PIC S9(11)V99.
           05  WS-DELTA-CLAIMS     PIC S9(9).
       01  WS-DELTA-ACTIVE        PIC X VALUE 'N'.
           88  DELTA-ACTIVE       VALUE 'Y'.

      *    New master control totals; the hash carries the member
      *    records' paid amounts in cents
       01  WS-NM-RUN-DATE          PIC 9(8).
       01  WS-NM-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-NM-HASH              PIC 9(15) VALUE ZERO.

       01  WS-OLD-TOTALS-SEEN      PIC X VALUE 'N'.
           88  OLD-TOTALS-SEEN     VALUE 'Y'.
       01  WS-MASTER-FOUND         PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-DELTA-READ       PIC 9(9) VALUE ZERO.
           05  WS-REVERSALS-APPLIED PIC 9(9) VALUE ZERO.
           05  WS-REPLACEMENTS-APPLIED PIC 9(9) VALUE ZERO.
           05  WS-MEMBERS-UPDATED  PIC 9(9) VALUE ZERO.
           05  WS-MEMBERS-CARRIED  PIC 9(9) VALUE ZERO.
           05  WS-MEMBERS-NEW      PIC 9(9) VALUE ZERO.
       01  WS-FLAGS.
           05  EOF-DELTA           PIC X VALUE 'N'.
               88  END-OF-DELTA    VALUE 'Y'.
           05  EOF-POSTINGS        PIC X VALUE 'N'.
               88  END-OF-POSTINGS VALUE 'Y'.
           05  EOF-SORT            PIC X VALUE 'N'.
               88  END-OF-SORT     VALUE 'Y'.
           05  EOF-MASTER          PIC X VALUE 'N'.
               IF MASTER-AVAILABLE
                   CLOSE OLD-MASTER-FILE
               END-IF
               MOVE 'TRL' TO NM-T-RECORD-TYPE
               MOVE WS-NM-REC-COUNT TO NM-T-RECORD-COUNT
               MOVE WS-NM-HASH TO NM-T-HASH-TOTAL
               WRITE NM-TRAILER-RECORD
               CLOSE NEW-MASTER-FILE
               PERFORM WRITE-DELTA-REPORT
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'CLAIMS-YTD-MASTER.DAT NOT FOUND - '
                   'STARTING ACCUMULATORS FROM ZERO'
           END-IF
           OPEN OUTPUT NEW-MASTER-FILE
           ACCEPT WS-NM-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'HDR' TO NM-H-RECORD-TYPE
           MOVE 'CLAIMS-DELTA-UPDATE' TO NM-H-PROGRAM
           MOVE WS-NM-RUN-DATE TO NM-H-RUN-DATE
           MOVE 'YEAR TO DATE' TO NM-H-PERIOD
           WRITE NM-HEADER-RECORD.

       RELEASE-DELTA-CLAIMS.
      *    Fold the day's claims into the running aggregate totals
           END-READ
           PERFORM UNTIL END-OF-DELTA
               ADD 1 TO WS-DELTA-READ
               PERFORM APPLY-DELTA-CLAIM
               READ DELTA-CLAIM-FILE
                   AT END SET END-OF-DELTA TO TRUE
               END-READ
           END-PERFORM
           PERFORM RELEASE-ADJUSTMENT-POSTINGS
           CLOSE DELTA-CLAIM-FILE.

       APPLY-DELTA-CLAIM.
           ADD 1 TO WS-DLT-CLAIMS
           ADD CLAIM-AMOUNT TO WS-DLT-BILLED
           EVALUATE CLAIM-STATUS
               WHEN 'APPROVED'
                   ADD 1 TO WS-DLT-APPROVED
                   ADD PAID-AMOUNT TO WS-DLT-PAID
               WHEN 'DENIED'
                   ADD 1 TO WS-DLT-DENIED
                   ADD DENIED-AMOUNT TO WS-DLT-DENIED-AMT
               WHEN 'PARTIAL'
                   ADD 1 TO WS-DLT-APPROVED
                   ADD PAID-AMOUNT TO WS-DLT-PAID
                   ADD DENIED-AMOUNT TO WS-DLT-DENIED-AMT
           END-EVALUATE
           IF CLAIM-AMOUNT > WS-HIGH-COST-LIMIT
               ADD 1 TO WS-DLT-HIGH-COST
           END-IF
           MOVE MEMBER-ID TO SW-MEMBER-ID
           MOVE CLAIM-AMOUNT TO SW-BILLED
           IF CLAIM-STATUS = 'APPROVED' OR
              CLAIM-STATUS = 'PARTIAL'
               MOVE PAID-AMOUNT TO SW-PAID
           ELSE
               MOVE ZERO TO SW-PAID
           END-IF
           MOVE 1 TO SW-CLAIMS
           RELEASE DELTA-SORT-RECORD.

       BACK-OUT-CLAIM.
      *    Exactly what APPLY-DELTA-CLAIM added for the claim, taken
      *    off again
           SUBTRACT 1 FROM WS-DLT-CLAIMS
           SUBTRACT CLAIM-AMOUNT FROM WS-DLT-BILLED
           EVALUATE CLAIM-STATUS
               WHEN 'APPROVED'
                   SUBTRACT 1 FROM WS-DLT-APPROVED
                   SUBTRACT PAID-AMOUNT FROM WS-DLT-PAID
               WHEN 'DENIED'
                   SUBTRACT 1 FROM WS-DLT-DENIED
                   SUBTRACT DENIED-AMOUNT FROM WS-DLT-DENIED-AMT
               WHEN 'PARTIAL'
                   SUBTRACT 1 FROM WS-DLT-APPROVED
                   SUBTRACT PAID-AMOUNT FROM WS-DLT-PAID
                   SUBTRACT DENIED-AMOUNT FROM WS-DLT-DENIED-AMT
           END-EVALUATE
           IF CLAIM-AMOUNT > WS-HIGH-COST-LIMIT
               SUBTRACT 1 FROM WS-DLT-HIGH-COST
           END-IF
           MOVE MEMBER-ID TO SW-MEMBER-ID
           COMPUTE SW-BILLED = ZERO - CLAIM-AMOUNT
           IF CLAIM-STATUS = 'APPROVED' OR
              CLAIM-STATUS = 'PARTIAL'
               COMPUTE SW-PAID = ZERO - PAID-AMOUNT
           ELSE
               MOVE ZERO TO SW-PAID
           END-IF
           MOVE -1 TO SW-CLAIMS
           RELEASE DELTA-SORT-RECORD.

       RELEASE-ADJUSTMENT-POSTINGS.
      *    Optional - a day with no corrections posted has nothing
      *    here. Each entry carries the whole claim image, viewed
      *    through the delta claim layout.
           OPEN INPUT POSTING-FILE
           IF WS-POSTING-STATUS = '00'
               PERFORM UNTIL END-OF-POSTINGS
                   READ POSTING-FILE
                       AT END SET END-OF-POSTINGS TO TRUE
                       NOT AT END
                           MOVE AP-CLAIM-IMAGE TO CLAIM-RECORD
                           EVALUATE TRUE
                               WHEN AP-REVERSAL
                                   ADD 1 TO WS-REVERSALS-APPLIED
                                   PERFORM BACK-OUT-CLAIM
                               WHEN AP-REPLACEMENT
                                   ADD 1 TO WS-REPLACEMENTS-APPLIED
                                   PERFORM APPLY-DELTA-CLAIM
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
           END-IF.

       MERGE-INTO-MASTER.
      *    The updated TOT record leads the new master, then the
      *    balanced-line merge of member deltas against the prior
           MOVE WS-DLT-PAID TO NM-TOTAL-PAID
           MOVE WS-DLT-DENIED-AMT TO NM-TOTAL-DENIED
           WRITE NEW-MASTER-RECORD
           ADD 1 TO WS-NM-REC-COUNT
           RETURN DELTA-SORT-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN
               END-IF
               ADD SW-BILLED TO WS-DELTA-BILLED
               ADD SW-PAID TO WS-DELTA-PAID
               ADD SW-CLAIMS TO WS-DELTA-CLAIMS
               RETURN DELTA-SORT-FILE
                   AT END SET END-OF-SORT TO TRUE
               END-RETURN
               MOVE WS-DELTA-CLAIMS TO NM-TOTAL-CLAIMS
           END-IF
           WRITE NEW-MASTER-RECORD
           PERFORM COUNT-MEMBER-RECORD
           MOVE 'N' TO WS-DELTA-ACTIVE.

       COUNT-MEMBER-RECORD.
           ADD 1 TO WS-NM-REC-COUNT
           COMPUTE WS-NM-HASH = WS-NM-HASH +
               (NM-TOTAL-PAID * 100).

       CARRY-MASTER-FORWARD.
           ADD 1 TO WS-MEMBERS-CARRIED
           MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
           WRITE NEW-MASTER-RECORD
           PERFORM COUNT-MEMBER-RECORD
           READ OLD-MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'DELTA CLAIMS APPLIED: ' WS-DELTA-READ
           DISPLAY 'CORRECTED CLAIMS BACKED OUT: '
               WS-REVERSALS-APPLIED
           DISPLAY 'REPLACEMENT CLAIMS APPLIED: '
               WS-REPLACEMENTS-APPLIED
           DISPLAY 'MEMBERS UPDATED: ' WS-MEMBERS-UPDATED
           DISPLAY 'MEMBERS CARRIED UNCHANGED: ' WS-MEMBERS-CARRIED
           DISPLAY 'NEW MEMBERS: ' WS-MEMBERS-NEW
