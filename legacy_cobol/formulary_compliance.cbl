       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMULARY-COMPLIANCE.
       AUTHOR. PHARMACY-ANALYTICS-TEAM.
       DATE-WRITTEN. 10/15/2026.

      *    Formulary compliance: every fill in the analysis period
      *    is looked up on the formulary master (FORMULARY.DAT, by
      *    NDC) and classed as preferred, non-preferred or
      *    off-formulary - an NDC the master does not carry, or
      *    carries as excluded, is off-formulary. Fills of drugs
      *    carrying a prior-authorization or step-therapy edit are
      *    counted alongside. Compliance (the share of fills on
      *    formulary) is reported by THERAPEUTIC-CLASS and by
      *    prescriber; prescribers with enough fills to judge who
      *    fall under the target are flagged for pharmacy outreach.
      *    The fills are sorted by NDC to merge against the master,
      *    then by prescriber for the prescriber control break, so
      *    neither the formulary nor the prescriber population is
      *    held in a capped table.

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
               ASSIGN TO "FORMNDCSORT.TMP".
           SELECT FILLS-BY-NDC-FILE
               ASSIGN TO "FORMULARY-FILLS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BY-NDC-STATUS.
           SELECT CLASSIFIED-FILE
               ASSIGN TO "FORMULARY-CLASSED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLASSED-STATUS.
           SELECT PRESCRIBER-SORT-FILE
               ASSIGN TO "FORMPRESSORT.TMP".
           SELECT CLASS-EXTRACT-FILE
               ASSIGN TO "FORMULARY-CLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT PRESCRIBER-EXTRACT-FILE
               ASSIGN TO "FORMULARY-PRESCRIBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CONTROL-FILE
               ASSIGN TO "FORMULARY-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
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
           05  NS-PRESCRIBER-ID    PIC 9(8).
           05  NS-THERAPEUTIC-CLASS PIC X(20).
           05  NS-FILL-COST        PIC 9(7)V99.

       FD  FILLS-BY-NDC-FILE.
       01  FILLS-BY-NDC-RECORD.
           05  FN-NDC-CODE         PIC X(11).
           05  FN-PRESCRIBER-ID    PIC 9(8).
           05  FN-THERAPEUTIC-CLASS PIC X(20).
           05  FN-FILL-COST        PIC 9(7)V99.

       FD  CLASSIFIED-FILE.
      *    Each fill with its formulary standing: P preferred,
      *    N non-preferred, O off-formulary
       01  CLASSIFIED-RECORD.
           05  CL-PRESCRIBER-ID    PIC 9(8).
           05  CL-STANDING         PIC X(1).
           05  CL-UM-EDIT          PIC X(1).

       SD  PRESCRIBER-SORT-FILE.
       01  PRESCRIBER-SORT-RECORD.
           05  PS-PRESCRIBER-ID    PIC 9(8).
           05  PS-STANDING         PIC X(1).
           05  PS-UM-EDIT          PIC X(1).

       FD  CLASS-EXTRACT-FILE.
       01  CLASS-EXTRACT-RECORD.
           05  FC-THERAPEUTIC-CLASS PIC X(20).
           05  FC-TOTAL-FILLS      PIC 9(9).
           05  FC-PREFERRED-FILLS  PIC 9(9).
           05  FC-NON-PREF-FILLS   PIC 9(9).
           05  FC-OFF-FORM-FILLS   PIC 9(9).
           05  FC-UM-EDIT-FILLS    PIC 9(9).
           05  FC-COMPLIANCE-PCT   PIC 9(3)V99.
           05  FC-PREFERRED-PCT    PIC 9(3)V99.
           05  FC-OFF-FORM-SPEND   PIC 9(11)V99.
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==FC==.

       FD  PRESCRIBER-EXTRACT-FILE.
      *    One record per prescriber; BELOW-TARGET is Y when the
      *    prescriber has enough fills to judge and falls under
      *    the compliance target
       01  PRESCRIBER-EXTRACT-RECORD.
           05  FP-PRESCRIBER-ID    PIC 9(8).
           05  FP-TOTAL-FILLS      PIC 9(7).
           05  FP-PREFERRED-FILLS  PIC 9(7).
           05  FP-NON-PREF-FILLS   PIC 9(7).
           05  FP-OFF-FORM-FILLS   PIC 9(7).
           05  FP-UM-EDIT-FILLS    PIC 9(7).
           05  FP-COMPLIANCE-PCT   PIC 9(3)V99.
           05  FP-PREFERRED-PCT    PIC 9(3)V99.
           05  FP-BELOW-TARGET     PIC X(1).
           COPY "EXTRACT-CONTROL.CPY" REPLACING ==:PFX:== BY ==FP==.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CF-TARGET-PCT       PIC 9(3)V99.
           05  CF-MIN-FILLS        PIC 9(5).

       FD  RUN-PARAM-FILE.
           COPY "RUN-PARAMETER-RECORD.CPY".

       WORKING-STORAGE SECTION.
      *    Prescriber compliance target and the fills a prescriber
      *    needs before being judged against it; tunable without a
      *    recompile via FORMULARY-CONTROL.DAT
       01  WS-TARGET-PCT           PIC 9(3)V99 VALUE 90.00.
       01  WS-MIN-FILLS            PIC 9(5) VALUE 20.
       01  WS-CONTROL-STATUS       PIC XX.

      *    Standing by therapeutic class - a bounded clinical
      *    classification, carried the way PHARMACY-CLAIM-ANALYSIS
      *    rolls its spend up
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY      OCCURS 50 TIMES
                                   INDEXED BY WS-CLASS-IDX.
               10  WS-CLASS-NAME       PIC X(20).
               10  WS-CLASS-FILLS      PIC 9(9) VALUE ZERO.
               10  WS-CLASS-PREFERRED  PIC 9(9) VALUE ZERO.
               10  WS-CLASS-NON-PREF   PIC 9(9) VALUE ZERO.
               10  WS-CLASS-OFF-FORM   PIC 9(9) VALUE ZERO.
               10  WS-CLASS-UM-EDIT    PIC 9(9) VALUE ZERO.
               10  WS-CLASS-OFF-SPEND  PIC 9(11)V99 VALUE ZERO.
       01  WS-CLASS-COUNT-USED     PIC 9(2) VALUE ZERO.
       01  WS-CLASS-FOUND          PIC X VALUE 'N'.
           88  CLASS-FOUND         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-FILLS-READ       PIC 9(9) VALUE ZERO.
           05  WS-FILLS-MEASURED   PIC 9(9) VALUE ZERO.
           05  WS-OUT-OF-PERIOD    PIC 9(9) VALUE ZERO.
           05  WS-UNUSABLE         PIC 9(9) VALUE ZERO.
           05  WS-PREFERRED-FILLS  PIC 9(9) VALUE ZERO.
           05  WS-NON-PREF-FILLS   PIC 9(9) VALUE ZERO.
           05  WS-OFF-FORM-FILLS   PIC 9(9) VALUE ZERO.
           05  WS-UM-EDIT-FILLS    PIC 9(9) VALUE ZERO.
           05  WS-PRESCRIBERS      PIC 9(9) VALUE ZERO.
           05  WS-BELOW-TARGET     PIC 9(9) VALUE ZERO.
           05  WS-NO-PRESCRIBER    PIC 9(9) VALUE ZERO.
       01  WS-AMOUNTS.
           05  WS-OFF-FORM-SPEND   PIC 9(11)V99 COMP-3 VALUE ZERO.
           05  WS-COMPLIANCE-PCT   PIC 9(3)V99.
           05  WS-PREFERRED-PCT    PIC 9(3)V99.

      *    Prescriber control break over the prescriber-sorted
      *    fills
       01  WS-PRS-BREAK.
           05  WS-CUR-PRESCRIBER   PIC 9(8).
           05  WS-CUR-FILLS        PIC 9(7).
           05  WS-CUR-PREFERRED    PIC 9(7).
           05  WS-CUR-NON-PREF     PIC 9(7).
           05  WS-CUR-OFF-FORM     PIC 9(7).
           05  WS-CUR-UM-EDIT      PIC 9(7).
       01  WS-PRS-BREAK-ACTIVE     PIC X VALUE 'N'.
           88  PRS-BREAK-ACTIVE    VALUE 'Y'.

      *    Extract control totals; both hashes carry the fill count
       01  WS-FC-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-FC-HASH              PIC 9(15) VALUE ZERO.
       01  WS-FP-REC-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-FP-HASH              PIC 9(15) VALUE ZERO.

       01  WS-FLAGS.
           05  EOF-FLAG            PIC X VALUE 'N'.
               88  END-OF-FILE     VALUE 'Y'.
           05  EOF-BY-NDC          PIC X VALUE 'N'.
               88  END-OF-BY-NDC   VALUE 'Y'.
           05  EOF-FORMULARY       PIC X VALUE 'N'.
               88  END-OF-FORMULARY VALUE 'Y'.
           05  EOF-PRS-SORT        PIC X VALUE 'N'.
               88  END-OF-PRS-SORT VALUE 'Y'.

       01  WS-FILL-STANDING        PIC X(1).
       01  WS-FILL-UM-EDIT         PIC X(1).
       01  WS-BY-NDC-STATUS        PIC XX.
       01  WS-CLASSED-STATUS       PIC XX.

      *    Analysis period off RUN-PARAMETERS.DAT, the window
      *    PHARMACY-CLAIM-ANALYSIS reports; fills outside it are
      *    skipped
       01  WS-PARAM-STATUS         PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-PERIOD-START         PIC 9(8) VALUE 20230101.
       01  WS-PERIOD-END           PIC 9(8) VALUE 20231231.

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
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CONTROL-THRESHOLDS
           PERFORM CHECK-INPUT-FILES
           IF NOT OPEN-FAILED
               SORT NDC-SORT-FILE
                   ON ASCENDING KEY NS-NDC-CODE
                   INPUT PROCEDURE IS RELEASE-PERIOD-FILLS
                   GIVING FILLS-BY-NDC-FILE
               PERFORM CLASSIFY-FILLS
               PERFORM WRITE-CLASS-EXTRACT
               SORT PRESCRIBER-SORT-FILE
                   ON ASCENDING KEY PS-PRESCRIBER-ID
                   USING CLASSIFIED-FILE
                   OUTPUT PROCEDURE IS WRITE-PRESCRIBER-EXTRACT
               PERFORM WRITE-COMPLIANCE-REPORT
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-RUN-PARAMETERS.
      *    Reporting window from the run-parameter file the batch
      *    driver writes; absent (a standalone run) the compiled-in
      *    default period stays in effect
           OPEN INPUT RUN-PARAM-FILE
           IF WS-PARAM-STATUS = '00'
               READ RUN-PARAM-FILE
                   NOT AT END
                       MOVE RP-PERIOD-START TO WS-PERIOD-START
                       MOVE RP-PERIOD-END TO WS-PERIOD-END
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF.

       LOAD-CONTROL-THRESHOLDS.
      *    Optional - the compiled-in thresholds stand when the run
      *    has no control file present
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CF-TARGET-PCT TO WS-TARGET-PCT
                       MOVE CF-MIN-FILLS TO WS-MIN-FILLS
               END-READ
               CLOSE CONTROL-FILE
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

       RELEASE-PERIOD-FILLS.
      *    Fills PHARMACY-CLAIM-ANALYSIS would reject for a zero
      *    fill date or blank NDC cannot be looked up and are
      *    counted as unusable; the rejects themselves are that
      *    job's to report
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
                           WHEN FILL-DATE < WS-PERIOD-START OR
                                FILL-DATE > WS-PERIOD-END
                               ADD 1 TO WS-OUT-OF-PERIOD
                           WHEN OTHER
                               PERFORM RELEASE-ONE-FILL
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PHARMACY-CLAIM-FILE.

       RELEASE-ONE-FILL.
           MOVE NDC-CODE TO NS-NDC-CODE
           IF PRESCRIBER-ID IS NUMERIC
               MOVE PRESCRIBER-ID TO NS-PRESCRIBER-ID
           ELSE
               MOVE ZERO TO NS-PRESCRIBER-ID
           END-IF
           MOVE THERAPEUTIC-CLASS TO NS-THERAPEUTIC-CLASS
           COMPUTE NS-FILL-COST = INGREDIENT-COST + DISPENSING-FEE
           RELEASE NDC-SORT-RECORD.

       CLASSIFY-FILLS.
      *    Match-merge of the NDC-sorted fills against the
      *    formulary master, itself in NDC order
           OPEN INPUT FILLS-BY-NDC-FILE
           OPEN INPUT FORMULARY-FILE
           OPEN OUTPUT CLASSIFIED-FILE
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
               PERFORM CLASSIFY-ONE-FILL
               READ FILLS-BY-NDC-FILE
                   AT END SET END-OF-BY-NDC TO TRUE
               END-READ
           END-PERFORM
           CLOSE FILLS-BY-NDC-FILE
           CLOSE FORMULARY-FILE
           CLOSE CLASSIFIED-FILE.

       CLASSIFY-ONE-FILL.
           ADD 1 TO WS-FILLS-MEASURED
           MOVE 'O' TO WS-FILL-STANDING
           MOVE 'N' TO WS-FILL-UM-EDIT
           IF NOT END-OF-FORMULARY AND
              FM-NDC-CODE = FN-NDC-CODE
               EVALUATE TRUE
                   WHEN FM-PREFERRED
                       MOVE 'P' TO WS-FILL-STANDING
                   WHEN FM-NON-PREFERRED
                       MOVE 'N' TO WS-FILL-STANDING
                   WHEN OTHER
                       MOVE 'O' TO WS-FILL-STANDING
               END-EVALUATE
               IF FM-PA-REQUIRED = 'Y' OR FM-STEP-THERAPY = 'Y'
                   MOVE 'Y' TO WS-FILL-UM-EDIT
               END-IF
           END-IF
           EVALUATE WS-FILL-STANDING
               WHEN 'P'
                   ADD 1 TO WS-PREFERRED-FILLS
               WHEN 'N'
                   ADD 1 TO WS-NON-PREF-FILLS
               WHEN OTHER
                   ADD 1 TO WS-OFF-FORM-FILLS
                   ADD FN-FILL-COST TO WS-OFF-FORM-SPEND
           END-EVALUATE
           IF WS-FILL-UM-EDIT = 'Y'
               ADD 1 TO WS-UM-EDIT-FILLS
           END-IF
           PERFORM ACCUMULATE-CLASS-STANDING
           MOVE FN-PRESCRIBER-ID TO CL-PRESCRIBER-ID
           MOVE WS-FILL-STANDING TO CL-STANDING
           MOVE WS-FILL-UM-EDIT TO CL-UM-EDIT
           WRITE CLASSIFIED-RECORD.

       ACCUMULATE-CLASS-STANDING.
      *    Roll the standing up by therapeutic class
           MOVE 'N' TO WS-CLASS-FOUND
           SET WS-CLASS-IDX TO 1
           SEARCH WS-CLASS-ENTRY VARYING WS-CLASS-IDX
               AT END CONTINUE
               WHEN WS-CLASS-IDX > WS-CLASS-COUNT-USED
                   CONTINUE
               WHEN WS-CLASS-NAME(WS-CLASS-IDX) =
                    FN-THERAPEUTIC-CLASS
                   MOVE 'Y' TO WS-CLASS-FOUND
           END-SEARCH
           IF NOT CLASS-FOUND
               IF WS-CLASS-COUNT-USED < 50
                   ADD 1 TO WS-CLASS-COUNT-USED
                   SET WS-CLASS-IDX TO WS-CLASS-COUNT-USED
                   MOVE FN-THERAPEUTIC-CLASS
                       TO WS-CLASS-NAME(WS-CLASS-IDX)
               ELSE
                   SET WS-CLASS-IDX TO 50
               END-IF
           END-IF
           ADD 1 TO WS-CLASS-FILLS(WS-CLASS-IDX)
           EVALUATE WS-FILL-STANDING
               WHEN 'P'
                   ADD 1 TO WS-CLASS-PREFERRED(WS-CLASS-IDX)
               WHEN 'N'
                   ADD 1 TO WS-CLASS-NON-PREF(WS-CLASS-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CLASS-OFF-FORM(WS-CLASS-IDX)
                   ADD FN-FILL-COST
                       TO WS-CLASS-OFF-SPEND(WS-CLASS-IDX)
           END-EVALUATE
           IF WS-FILL-UM-EDIT = 'Y'
               ADD 1 TO WS-CLASS-UM-EDIT(WS-CLASS-IDX)
           END-IF.

       WRITE-CLASS-EXTRACT.
      *    Target: PAYER-ANALYST.PHARMACY-ANALYTICS.FORMULARY-CLASS
           OPEN OUTPUT CLASS-EXTRACT-FILE
           MOVE 'HDR' TO FC-H-RECORD-TYPE
           MOVE 'FORMULARY-COMPLIANCE' TO FC-H-PROGRAM
           MOVE WS-RUN-DATE TO FC-H-RUN-DATE
           MOVE WS-PERIOD-START TO FC-H-PERIOD
           WRITE FC-HEADER-RECORD
           PERFORM WRITE-CLASS-LINE
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > WS-CLASS-COUNT-USED
           MOVE 'TRL' TO FC-T-RECORD-TYPE
           MOVE WS-FC-REC-COUNT TO FC-T-RECORD-COUNT
           MOVE WS-FC-HASH TO FC-T-HASH-TOTAL
           WRITE FC-TRAILER-RECORD
           CLOSE CLASS-EXTRACT-FILE.

       WRITE-CLASS-LINE.
           MOVE ZERO TO WS-COMPLIANCE-PCT
           MOVE ZERO TO WS-PREFERRED-PCT
           IF WS-CLASS-FILLS(WS-CLASS-IDX) > ZERO
               COMPUTE WS-COMPLIANCE-PCT ROUNDED =
                   (WS-CLASS-PREFERRED(WS-CLASS-IDX) +
                    WS-CLASS-NON-PREF(WS-CLASS-IDX)) * 100 /
                   WS-CLASS-FILLS(WS-CLASS-IDX)
               COMPUTE WS-PREFERRED-PCT ROUNDED =
                   WS-CLASS-PREFERRED(WS-CLASS-IDX) * 100 /
                   WS-CLASS-FILLS(WS-CLASS-IDX)
           END-IF
           MOVE WS-CLASS-NAME(WS-CLASS-IDX) TO FC-THERAPEUTIC-CLASS
           MOVE WS-CLASS-FILLS(WS-CLASS-IDX) TO FC-TOTAL-FILLS
           MOVE WS-CLASS-PREFERRED(WS-CLASS-IDX)
               TO FC-PREFERRED-FILLS
           MOVE WS-CLASS-NON-PREF(WS-CLASS-IDX) TO FC-NON-PREF-FILLS
           MOVE WS-CLASS-OFF-FORM(WS-CLASS-IDX) TO FC-OFF-FORM-FILLS
           MOVE WS-CLASS-UM-EDIT(WS-CLASS-IDX) TO FC-UM-EDIT-FILLS
           MOVE WS-COMPLIANCE-PCT TO FC-COMPLIANCE-PCT
           MOVE WS-PREFERRED-PCT TO FC-PREFERRED-PCT
           MOVE WS-CLASS-OFF-SPEND(WS-CLASS-IDX)
               TO FC-OFF-FORM-SPEND
           WRITE CLASS-EXTRACT-RECORD
           ADD 1 TO WS-FC-REC-COUNT
           ADD WS-CLASS-FILLS(WS-CLASS-IDX) TO WS-FC-HASH.

       WRITE-PRESCRIBER-EXTRACT.
      *    Control break on prescriber over the classified fills
      *    Target: PAYER-ANALYST.PHARMACY-ANALYTICS.FORMULARY-PRESCRIBER
           OPEN OUTPUT PRESCRIBER-EXTRACT-FILE
           MOVE 'HDR' TO FP-H-RECORD-TYPE
           MOVE 'FORMULARY-COMPLIANCE' TO FP-H-PROGRAM
           MOVE WS-RUN-DATE TO FP-H-RUN-DATE
           MOVE WS-PERIOD-START TO FP-H-PERIOD
           WRITE FP-HEADER-RECORD
           RETURN PRESCRIBER-SORT-FILE
               AT END SET END-OF-PRS-SORT TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-PRS-SORT
               IF PRS-BREAK-ACTIVE AND
                  PS-PRESCRIBER-ID NOT = WS-CUR-PRESCRIBER
                   PERFORM WRITE-PRESCRIBER-LINE
               END-IF
               IF NOT PRS-BREAK-ACTIVE
                   SET PRS-BREAK-ACTIVE TO TRUE
                   MOVE PS-PRESCRIBER-ID TO WS-CUR-PRESCRIBER
                   MOVE ZERO TO WS-CUR-FILLS
                   MOVE ZERO TO WS-CUR-PREFERRED
                   MOVE ZERO TO WS-CUR-NON-PREF
                   MOVE ZERO TO WS-CUR-OFF-FORM
                   MOVE ZERO TO WS-CUR-UM-EDIT
               END-IF
               ADD 1 TO WS-CUR-FILLS
               EVALUATE PS-STANDING
                   WHEN 'P'
                       ADD 1 TO WS-CUR-PREFERRED
                   WHEN 'N'
                       ADD 1 TO WS-CUR-NON-PREF
                   WHEN OTHER
                       ADD 1 TO WS-CUR-OFF-FORM
               END-EVALUATE
               IF PS-UM-EDIT = 'Y'
                   ADD 1 TO WS-CUR-UM-EDIT
               END-IF
               RETURN PRESCRIBER-SORT-FILE
                   AT END SET END-OF-PRS-SORT TO TRUE
               END-RETURN
           END-PERFORM
           IF PRS-BREAK-ACTIVE
               PERFORM WRITE-PRESCRIBER-LINE
           END-IF
           MOVE 'TRL' TO FP-T-RECORD-TYPE
           MOVE WS-FP-REC-COUNT TO FP-T-RECORD-COUNT
           MOVE WS-FP-HASH TO FP-T-HASH-TOTAL
           WRITE FP-TRAILER-RECORD
           CLOSE PRESCRIBER-EXTRACT-FILE.

       WRITE-PRESCRIBER-LINE.
      *    Fills the PBM sent without a prescriber roll up under
      *    prescriber zero and are never flagged
           COMPUTE WS-COMPLIANCE-PCT ROUNDED =
               (WS-CUR-PREFERRED + WS-CUR-NON-PREF) * 100 /
               WS-CUR-FILLS
           COMPUTE WS-PREFERRED-PCT ROUNDED =
               WS-CUR-PREFERRED * 100 / WS-CUR-FILLS
           MOVE WS-CUR-PRESCRIBER TO FP-PRESCRIBER-ID
           MOVE WS-CUR-FILLS TO FP-TOTAL-FILLS
           MOVE WS-CUR-PREFERRED TO FP-PREFERRED-FILLS
           MOVE WS-CUR-NON-PREF TO FP-NON-PREF-FILLS
           MOVE WS-CUR-OFF-FORM TO FP-OFF-FORM-FILLS
           MOVE WS-CUR-UM-EDIT TO FP-UM-EDIT-FILLS
           MOVE WS-COMPLIANCE-PCT TO FP-COMPLIANCE-PCT
           MOVE WS-PREFERRED-PCT TO FP-PREFERRED-PCT
           MOVE 'N' TO FP-BELOW-TARGET
           IF WS-CUR-PRESCRIBER = ZERO
               ADD WS-CUR-FILLS TO WS-NO-PRESCRIBER
           ELSE
               ADD 1 TO WS-PRESCRIBERS
               IF WS-CUR-FILLS >= WS-MIN-FILLS AND
                  WS-COMPLIANCE-PCT < WS-TARGET-PCT
                   MOVE 'Y' TO FP-BELOW-TARGET
                   ADD 1 TO WS-BELOW-TARGET
               END-IF
           END-IF
           WRITE PRESCRIBER-EXTRACT-RECORD
           ADD 1 TO WS-FP-REC-COUNT
           ADD WS-CUR-FILLS TO WS-FP-HASH
           MOVE 'N' TO WS-PRS-BREAK-ACTIVE.

       WRITE-COMPLIANCE-REPORT.
      *    Write output to: PAYER-ANALYST.PHARMACY-ANALYTICS.FORMULARY
           MOVE ZERO TO WS-COMPLIANCE-PCT
           MOVE ZERO TO WS-PREFERRED-PCT
           IF WS-FILLS-MEASURED > ZERO
               COMPUTE WS-COMPLIANCE-PCT ROUNDED =
                   (WS-PREFERRED-FILLS + WS-NON-PREF-FILLS) * 100 /
                   WS-FILLS-MEASURED
               COMPUTE WS-PREFERRED-PCT ROUNDED =
                   WS-PREFERRED-FILLS * 100 / WS-FILLS-MEASURED
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'FORMULARY COMPLIANCE REPORT'
           DISPLAY 'PERIOD: ' WS-PERIOD-START ' - ' WS-PERIOD-END
           DISPLAY '=========================================='
           DISPLAY ' '
           DISPLAY 'FILLS READ: ' WS-FILLS-READ
           DISPLAY '  Outside Period (SKIPPED): ' WS-OUT-OF-PERIOD
           DISPLAY '  No Fill Date or NDC (SKIPPED): ' WS-UNUSABLE
           DISPLAY 'FILLS MEASURED: ' WS-FILLS-MEASURED
           DISPLAY '  Preferred: ' WS-PREFERRED-FILLS
           DISPLAY '  Non-Preferred: ' WS-NON-PREF-FILLS
           DISPLAY '  Off-Formulary: ' WS-OFF-FORM-FILLS
           DISPLAY '  Under PA / Step Therapy Edit: '
               WS-UM-EDIT-FILLS
           DISPLAY 'FORMULARY COMPLIANCE: ' WS-COMPLIANCE-PCT '%'
           DISPLAY 'PREFERRED RATE: ' WS-PREFERRED-PCT '%'
           DISPLAY 'OFF-FORMULARY SPEND: $' WS-OFF-FORM-SPEND
           DISPLAY ' '
           DISPLAY 'COMPLIANCE BY THERAPEUTIC CLASS:'
           PERFORM DISPLAY-CLASS-LINE
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > WS-CLASS-COUNT-USED
           DISPLAY ' '
           DISPLAY 'PRESCRIBERS MEASURED: ' WS-PRESCRIBERS
           DISPLAY 'PRESCRIBERS BELOW ' WS-TARGET-PCT '% TARGET: '
               WS-BELOW-TARGET
           DISPLAY 'FILLS WITH NO PRESCRIBER: ' WS-NO-PRESCRIBER
           DISPLAY '=========================================='
           DISPLAY 'ANALYSIS COMPLETE'.

       DISPLAY-CLASS-LINE.
           MOVE ZERO TO WS-COMPLIANCE-PCT
           IF WS-CLASS-FILLS(WS-CLASS-IDX) > ZERO
               COMPUTE WS-COMPLIANCE-PCT ROUNDED =
                   (WS-CLASS-PREFERRED(WS-CLASS-IDX) +
                    WS-CLASS-NON-PREF(WS-CLASS-IDX)) * 100 /
                   WS-CLASS-FILLS(WS-CLASS-IDX)
           END-IF
           DISPLAY '  ' WS-CLASS-NAME(WS-CLASS-IDX)
                   ' - Fills: ' WS-CLASS-FILLS(WS-CLASS-IDX)
                   '  Off-Formulary: '
                   WS-CLASS-OFF-FORM(WS-CLASS-IDX)
                   '  Compliance: ' WS-COMPLIANCE-PCT '%'.
